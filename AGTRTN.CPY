      ******************************************************************
      *  AGTRTN.CPY
      *  PARTNER AGENT RETURN FILE RECORD - AGTRTNF
      *
      *  WRITTEN BY AGT0200 AFTER THE DAY'S EDT0100/RCV0100 RUN.  EACH
      *  AGENT WITH ANYTHING TO HEAR ABOUT GETS ITS OWN HEADER, ONE
      *  DETAIL PER ITEM SETTLED (OR HELD) SINCE ITS LAST RETURN, AND
      *  A TRAILER; EVERY RECORD CARRIES THE AGENT ID SO THE FILE
      *  TRANSFER SENDS EACH AGENT ONLY ITS OWN GROUP.
      *    "H"  HEADER  - OUR ROC BUSINESS DATE AND THE RUN DATE
      *    "D"  DETAIL  - THE AGENT'S FILE, ITEM NUMBER AND PAYMENT
      *                   REFERENCE WITH AGR-DISP:
      *                     "A" ACCEPTED - AGR-POST-BRID/AGR-RCPT-NO IS
      *                         OUR OFFICIAL RECEIPT NUMBER
      *                     "R" REJECTED - AGR-REASON SAYS WHY; THE
      *                         PAYMENT IS NOT ON THE ACCOUNT
      *                     "H" HELD FOR REVIEW - AGR-REASON SAYS WHY;
      *                         IT WILL BE RETURNED AGAIN AS "A" OR "R"
      *    "T"  TRAILER - DETAIL COUNT AND COUNT/AMOUNT BY DISPOSITION
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT052  ORIGINAL - PARTNER AGENT BULK COLLECTION
      ******************************************************************
       01  AGR-REC.
           05  AGR-REC-TYPE        PIC X(01).
               88  AGR-HEADER          VALUE "H".
               88  AGR-DETAIL          VALUE "D".
               88  AGR-TRAILER         VALUE "T".
           05  AGR-AGT-ID          PIC X(03).
           05  AGR-BODY            PIC X(96).
           05  AGR-HDR REDEFINES AGR-BODY.
               10  AGR-BF-DATE     PIC 9(08).
               10  AGR-RUN-DATE    PIC 9(08).
               10  AGR-AGT-NAME    PIC X(20).
               10  FILLER          PIC X(60).
           05  AGR-DTL REDEFINES AGR-BODY.
               10  AGR-FILE-DATE   PIC 9(08).
               10  AGR-FILE-SEQ    PIC 9(05).
               10  AGR-ITEM-NO     PIC 9(06).
               10  AGR-PAY-REF     PIC X(12).
               10  AGR-ACCT-NO     PIC 9(10).
               10  AGR-AMT         PIC 9(09)V99.
               10  AGR-DISP        PIC X(01).
                   88  AGR-DISP-ACCEPTED   VALUE "A".
                   88  AGR-DISP-REJECTED   VALUE "R".
                   88  AGR-DISP-HELD       VALUE "H".
               10  AGR-RCPT-NO     PIC 9(08).
               10  AGR-POST-BRID   PIC 9(03).
               10  AGR-REASON      PIC X(30).
               10  FILLER          PIC X(02).
           05  AGR-TRL REDEFINES AGR-BODY.
               10  AGR-REC-CNT     PIC 9(07).
               10  AGR-ACPT-CNT    PIC 9(07).
               10  AGR-ACPT-AMT    PIC 9(13)V99.
               10  AGR-RJCT-CNT    PIC 9(07).
               10  AGR-RJCT-AMT    PIC 9(13)V99.
               10  AGR-HELD-CNT    PIC 9(07).
               10  AGR-HELD-AMT    PIC 9(13)V99.
               10  FILLER          PIC X(23).
