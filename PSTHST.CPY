      *  2609xx  CT040  PSH-ACCT-NO - THE CUSTOMER ACCOUNT NUMBER
      *                 CARRIED FORWARD FROM PST-ACCT-NO, SO INQ0100
      *                 CAN RETRIEVE BY ACCOUNT
      *  2610xx  CT042  PSH-INSTR-CD, PSH-CHQ-BANK, PSH-CHQ-NO AND
      *                 PSH-RVSL-DATE CARRIED FORWARD FROM POST-REC;
      *                 RECORD GROWS FROM 82 TO 108 BYTES
      *  2610xx  CT043  PSH-FEE-IND, PSH-LINK-SEQ AND PSH-FEE-ORIG-AMT
      *                 CARRIED FORWARD FROM POST-REC SO A FEE CAN BE
      *                 REVERSED WITH ITS RECEIPT AFTER EOD0100;
      *                 RECORD GROWS FROM 108 TO 120 BYTES
      ******************************************************************
       01  PSH-REC.
           05  PSH-KEY.
           05  PSH-RVSL-SEQ        PIC 9(05).
           05  PSH-RCPT-NO         PIC 9(08).
           05  PSH-ACCT-NO         PIC 9(10).
           05  PSH-INSTR-CD        PIC X(01).
               88  PSH-INSTR-CASH      VALUE "C".
               88  PSH-INSTR-CHEQUE    VALUE "Q".
           05  PSH-CHQ-BANK        PIC 9(07).
           05  PSH-CHQ-NO          PIC X(10).
           05  PSH-RVSL-DATE       PIC 9(08).
           05  PSH-FEE-IND         PIC X(01).
               88  PSH-FEE-ITEM        VALUE "F".
           05  PSH-LINK-SEQ        PIC 9(05).
           05  PSH-FEE-ORIG-AMT    PIC 9(09)V99.
           05  FILLER              PIC X(03) VALUE SPACES.
