      ******************************************************************
      *  CHQFLT.CPY
      *  UNCLEARED CHEQUE FLOAT RECORD - CHQFLTF
      *
      *  ONE RECORD PER CHEQUE RECEIPT POSTED BY RCV0100.  CHQ-KEY IS
      *  THE BUSINESS DATE PLUS THE POSTING'S PST-KEY, THE SAME FORM
      *  AS PSH-KEY ON POSTHSTF, SO A FLOAT ITEM CAN BE WALKED BACK TO
      *  ITS POSTING TODAY OR AFTER EOD0100 HAS CYCLED IT AWAY.
      *
      *  CHQ-CLR-DATE IS THE GREGORIAN BUSINESS DAY (BUSDAY) ON WHICH
      *  THE FUNDS ARE TREATED AS CLEARED.  THE DAILY FLOAT RUN
      *  (CHQ0100) MOVES AN UNCLEARED ITEM TO CLEARED ONCE THAT DATE
      *  IS REACHED.  A CHEQUE THAT BOUNCES IS MARKED RETURNED BY
      *  CHQ0200, WHICH ALSO QUEUES THE OFFSETTING REVERSAL; AN
      *  ORDINARY "08" REVERSAL OF A CHEQUE MARKS IT REVERSED.  ONLY
      *  UNCLEARED ITEMS COUNT AS FLOAT.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT042  ORIGINAL - CHEQUE CLEARING FLOAT
      ******************************************************************
       01  CHQ-REC.
           05  CHQ-KEY.
               10  CHQ-BF-DATE     PIC 9(08).
               10  CHQ-BRID        PIC 9(03).
               10  CHQ-SEQ         PIC 9(05).
           05  CHQ-TELER-ID        PIC X(09).
           05  CHQ-TLR-BRID        PIC 9(03).
           05  CHQ-ACCT-NO         PIC 9(10).
           05  CHQ-NAME            PIC X(10).
           05  CHQ-AMT             PIC 9(09)V99.
           05  CHQ-BANK            PIC 9(07).
           05  CHQ-NO              PIC X(10).
           05  CHQ-RCPT-NO         PIC 9(08).
           05  CHQ-CLR-DATE        PIC 9(08).
           05  CHQ-STUS            PIC X(01).
               88  CHQ-UNCLEARED       VALUE "U".
               88  CHQ-CLEARED         VALUE "C".
               88  CHQ-RETURNED        VALUE "R".
               88  CHQ-REVERSED        VALUE "X".
           05  CHQ-STUS-DATE       PIC 9(08).
           05  CHQ-RTN-REASON      PIC X(20).
           05  CHQ-RTN-TELER-ID    PIC X(09).
           05  FILLER              PIC X(10) VALUE SPACES.
