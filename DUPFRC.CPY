      ******************************************************************
      *  DUPFRC.CPY
      *  SUSPECTED DUPLICATE FORCED-THROUGH RECORD - DUPFRCF
      *
      *  ONE RECORD PER RECEIPT EDT0100 PASSED ON TO RCVF ALTHOUGH
      *  DUPCHECK FOUND AN EARLIER RECEIPT FOR THE SAME ACCOUNT AND
      *  AMOUNT, BECAUSE THE TELLER CONFIRMED IT (RCV-DUP-CONF).
      *  DFR-MATCH-xxx DESCRIBES THE EARLIER ITEM: SOURCE "B" THE SAME
      *  RCVINF BATCH (SEQ IS ITS LINE), "P" TODAY'S POSTF, "H" POSTING
      *  HISTORY (POSTHSTF), WITH ITS BUSINESS DATE, BRANCH, SEQ AND
      *  TELLER.  THE FILE IS EXTENDED BY EVERY EDT0100 RUN AND READ BY
      *  DUP0100 FOR THE BRANCH MANAGER'S DAILY FORCED-THROUGH LIST.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT047  ORIGINAL - SUSPECTED DUPLICATE FORCED-THROUGH
      ******************************************************************
       01  DFR-REC.
           05  DFR-BF-DATE         PIC 9(08).
           05  DFR-BRID            PIC 9(03).
           05  DFR-TELER-ID        PIC X(09).
           05  DFR-TMLID           PIC X(02).
           05  DFR-LINE-NO         PIC 9(05).
           05  DFR-ACCT-NO         PIC 9(10).
           05  DFR-AMT             PIC 9(09)V99.
           05  DFR-SUP1            PIC X(09).
           05  DFR-MATCH-SRC       PIC X(01).
               88  DFR-MATCH-BATCH     VALUE "B".
               88  DFR-MATCH-POSTF     VALUE "P".
               88  DFR-MATCH-HIST      VALUE "H".
           05  DFR-MATCH-DATE      PIC 9(08).
           05  DFR-MATCH-BRID      PIC 9(03).
           05  DFR-MATCH-SEQ       PIC 9(05).
           05  DFR-MATCH-TELER-ID  PIC X(09).
           05  DFR-LOG-DATE        PIC 9(08).
           05  DFR-LOG-TIME        PIC 9(08).
           05  FILLER              PIC X(09) VALUE SPACES.
