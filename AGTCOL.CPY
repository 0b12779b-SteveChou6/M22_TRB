      ******************************************************************
      *  AGTCOL.CPY
      *  PARTNER AGENT COLLECTION FILE RECORD - AGTINF
      *
      *  THE DAILY FILE A PARTNER COLLECTION AGENT SENDS US, ONE
      *  PAYMENT PER DETAIL RECORD, READ BY AGT0100.  EVERY RECORD
      *  CARRIES THE AGENT ID; AGC-REC-TYPE SAYS WHICH VIEW OF
      *  AGC-BODY APPLIES:
      *    "H"  HEADER  - FIRST RECORD.  AGC-FILE-DATE (GREGORIAN) AND
      *                   AGC-FILE-SEQ IDENTIFY THE FILE; THE SAME
      *                   DATE AND SEQUENCE ARE NEVER LOADED TWICE.
      *    "D"  DETAIL  - ONE PAYMENT.  AGC-ITEM-NO AND AGC-PAY-REF ARE
      *                   THE AGENT'S OWN NUMBER AND RECEIPT REFERENCE
      *                   FOR IT AND COME BACK ON THE RETURN FILE.
      *    "T"  TRAILER - LAST RECORD.  AGC-TRL-CNT IS THE NUMBER OF
      *                   DETAIL RECORDS AND AGC-TRL-AMT THEIR AMOUNT
      *                   HASH (THE SUM OF AGC-AMT); BOTH MUST PROVE
      *                   BEFORE ANY PAYMENT IS ACCEPTED.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT052  ORIGINAL - PARTNER AGENT BULK COLLECTION
      ******************************************************************
       01  AGC-REC.
           05  AGC-REC-TYPE        PIC X(01).
               88  AGC-HEADER          VALUE "H".
               88  AGC-DETAIL          VALUE "D".
               88  AGC-TRAILER         VALUE "T".
           05  AGC-AGT-ID          PIC X(03).
           05  AGC-BODY            PIC X(76).
           05  AGC-HDR REDEFINES AGC-BODY.
               10  AGC-FILE-DATE   PIC 9(08).
               10  AGC-FILE-SEQ    PIC 9(05).
               10  AGC-AGT-NAME    PIC X(20).
               10  FILLER          PIC X(43).
           05  AGC-DTL REDEFINES AGC-BODY.
               10  AGC-ITEM-NO     PIC 9(06).
               10  AGC-PAY-REF     PIC X(12).
               10  AGC-ACCT-NO     PIC 9(10).
               10  AGC-AMT         PIC 9(09)V99.
               10  AGC-PAY-DATE    PIC 9(08).
               10  AGC-PAY-POINT   PIC X(08).
               10  FILLER          PIC X(21).
           05  AGC-TRL REDEFINES AGC-BODY.
               10  AGC-TRL-CNT     PIC 9(07).
               10  AGC-TRL-AMT     PIC 9(13)V99.
               10  FILLER          PIC X(54).
