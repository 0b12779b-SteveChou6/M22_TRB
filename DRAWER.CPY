      *  SUPCHECK AND WRITTEN THROUGH SUPAUDIT) MOVE CASH IN AND OUT;
      *  THE RCV0100 RUN FEEDS THE POSTED-RECEIPTS FIGURE; AND THE
      *  SGN0200 SIGN-OFF TAKES A DENOMINATION-LEVEL CLOSE COUNT.
      *  EXPECTED CASH IS OPEN + VAULT IN - VAULT OUT + RECEIPTS
      *  (CASH RECEIPTS ONLY - CHEQUES ARE CARRIED SEPARATELY);
      *  DRW-OVRSHT-AMT IS COUNTED MINUS EXPECTED - THE REAL CASH
      *  OVER/SHORT THE MANAGER PROVES AGAINST THE PROOFF KEYED-VS-
      *  POSTED FIGURE INSTEAD OF AN ADDING-MACHINE TAPE.
      *
      *  MODIFICATION HISTORY
      *  2609xx  CT038  ORIGINAL - DRAWER AND VAULT CASH POSITION
      *  2610xx  CT042  DRW-CHQ-CNT/DRW-CHQ-AMT - CHEQUES TAKEN BY THE
      *                 TELLER, FED BY RCV0100 APART FROM DRW-RCPT-AMT
      *                 SO THEY NEVER COUNT AS DRAWER CASH; SGN0200
      *                 LISTS THEM FOR HAND-OVER TO THE CLEARING DESK
      ******************************************************************
       01  DRW-REC.
           05  DRW-KEY.
           05  DRW-STUS            PIC X(01).
               88  DRW-OPENED      VALUE "O", "o".
               88  DRW-CLOSED      VALUE "C", "c".
           05  DRW-CHQ-CNT         PIC 9(05).
           05  DRW-CHQ-AMT         PIC 9(11)V99.
           05  FILLER              PIC X(08) VALUE SPACES.
