      *                 ONCE MORE ONLY THE RUN'S LOOP COUNTER
      *  2609xx  CT040  PST-ACCT-NO - THE CUSTOMER ACCOUNT NUMBER
      *                 CARRIED FROM RCV-ACCT-NO (ACCT.CPY)
      *  2610xx  CT042  PST-INSTR-CD ("C" CASH / "Q" CHEQUE) WITH THE
      *                 CHEQUE'S DRAWEE BANK AND NUMBER, AND
      *                 PST-RVSL-DATE - THE ORIGINAL'S BUSINESS DATE
      *                 WHEN A REVERSAL BACKS OUT AN ITEM ALREADY ON
      *                 POSTHSTF (ZERO = SAME BUSINESS DATE)
      *  2610xx  CT043  SERVICE FEES (FEETRF.CPY).  A FEE IS ITS OWN
      *                 POSTING (PST-RETURN-CD "11", PST-FEE-IND "F")
      *                 ON THE SAME PST-BRID AS THE RECEIPT IT WAS
      *                 CHARGED ON, KEYED PST-SEQ + 50000.  THE
      *                 RECEIPT'S PST-LINK-SEQ POINTS AT ITS FEE AND
      *                 THE FEE'S POINTS BACK AT THE RECEIPT (ZERO =
      *                 NO FEE).  PST-FEE-ORIG-AMT IS THE SHARE OF A
      *                 CROSS-BRANCH FEE THE RECEIVING BRANCH KEEPS,
      *                 WHICH STL0100 NETS OUT OF ITS DUE-TO AMOUNT.
      *                 THE "08" OFFSET OF A FEE CARRIES THE SAME
      *                 INDICATOR AND SHARE
      ******************************************************************
       01  POST-REC.
           05  PST-KEY.
           05  PST-RVSL-SEQ        PIC 9(05) VALUE ZERO.
           05  PST-RCPT-NO         PIC 9(08) VALUE ZERO.
           05  PST-ACCT-NO         PIC 9(10) VALUE ZERO.
           05  PST-INSTR-CD        PIC X(01) VALUE "C".
               88  PST-INSTR-CASH      VALUE "C".
               88  PST-INSTR-CHEQUE    VALUE "Q".
           05  PST-CHQ-BANK        PIC 9(07) VALUE ZERO.
           05  PST-CHQ-NO          PIC X(10) VALUE SPACES.
           05  PST-RVSL-DATE       PIC 9(08) VALUE ZERO.
           05  PST-FEE-IND         PIC X(01) VALUE SPACE.
               88  PST-FEE-ITEM        VALUE "F".
           05  PST-LINK-SEQ        PIC 9(05) VALUE ZERO.
           05  PST-FEE-ORIG-AMT    PIC 9(09)V99 VALUE ZERO.
