      *  AS AN OFFSETTING RECORD RATHER THAN A DELETE - SEE
      *  2200-REVERSE-ONE IN RCV0100.
      *
      *  RCV-INSTR-CD SAYS HOW THE CUSTOMER PAID.  CASH (SPACE OR "C")
      *  GOES INTO THE TELLER'S DRAWER; A CHEQUE ("Q") MUST CARRY THE
      *  DRAWEE BANK CODE AND CHEQUE NUMBER AND IS HELD AS UNCLEARED
      *  FLOAT ON CHQFLTF (CHQFLT.CPY) UNTIL ITS CLEARING DATE, NEVER
      *  IN THE DRAWER.  A REVERSAL TAKES ITS INSTRUMENT FROM THE
      *  ORIGINAL POSTING.  RCV-RVSL-DATE IS ZERO WHEN THE ORIGINAL IS
      *  STILL ON TODAY'S POSTF, OTHERWISE THE ROC BUSINESS DATE UNDER
      *  WHICH IT SITS ON POSTHSTF.
      *
      *  RCV-DUP-CONF "Y" SAYS THE TELLER HAS CONFIRMED THE ITEM IS
      *  NOT A DUPLICATE THOUGH DUPCHECK FOUND AN EARLIER RECEIPT FOR
      *  THE SAME ACCOUNT AND AMOUNT - SET AT ENT0100, OR ON A
      *  SUSPECT CUT BACK OUT OF RCVERRF FOR RESUBMISSION.  EDT0100
      *  PASSES A CONFIRMED SUSPECT ON TO RCVF AND LOGS IT ON THE
      *  FORCED-THROUGH FILE (DUPFRC.CPY); RCV0100 DOES NOT CHECK IT
      *  AGAIN.
      *
      *  RCV-AGT-REF IS BLANK ON ANYTHING KEYED AT A TERMINAL.  AN ITEM
      *  LOADED FROM A PARTNER AGENT'S COLLECTION FILE BY AGT0100
      *  CARRIES THE AGENT ID AND ITS REFERENCE ON THE AGENT ITEM
      *  REGISTER (AGTITM.CPY), WHICH TRAVEL WITH THE IMAGE THROUGH
      *  RCVF, RCVERRF AND HLDF SO AGT0200 CAN TELL THE AGENT WHAT
      *  BECAME OF EACH PAYMENT.
      *
      *  MODIFICATION HISTORY
      *  2608xx  CT019  ORIGINAL - RECEIVING TRANSACTION DETAIL
      *  2608xx  CT027  REVERSAL TRANSACTION TYPE AND ORIGINAL-POSTING
      *  2609xx  CT040  RCV-ACCT-NO - THE CUSTOMER ACCOUNT NUMBER,
      *                 VALIDATED AGAINST THE ACCOUNT MASTER (ACCT.CPY)
      *                 BY EDT0100; RECORD GROWS FROM 76 TO 86 BYTES
      *  2610xx  CT042  RCV-INSTR-CD - CASH OR CHEQUE - WITH THE
      *                 DRAWEE BANK AND CHEQUE NUMBER OF A CHEQUE, AND
      *                 RCV-RVSL-DATE, THE BUSINESS DATE OF AN ORIGINAL
      *                 ALREADY CYCLED TO POSTHSTF (RETURNED CHEQUES);
      *                 RECORD GROWS FROM 86 TO 120 BYTES
      *  2610xx  CT047  RCV-DUP-CONF - TELLER CONFIRMATION OF A
      *                 SUSPECTED DUPLICATE, TAKEN FROM THE FILLER;
      *                 RECORD STAYS 120 BYTES
      *  2610xx  CT052  RCV-AGT-REF - PARTNER AGENT ID AND REGISTER
      *                 REFERENCE, TAKEN FROM THE FILLER; RECORD STAYS
      *                 120 BYTES
      ******************************************************************
       01  RCV-REC.
           05  RCV-TELER-ID        PIC X(09).
           05  RCV-RVSL-BRID       PIC 9(03) VALUE ZERO.
           05  RCV-RVSL-SEQ        PIC 9(05) VALUE ZERO.
           05  RCV-ACCT-NO         PIC 9(10) VALUE ZERO.
           05  RCV-INSTR-CD        PIC X(01) VALUE SPACE.
               88  RCV-INSTR-CASH      VALUE SPACE, "C", "c".
               88  RCV-INSTR-CHEQUE    VALUE "Q", "q".
           05  RCV-CHQ-BANK        PIC 9(07) VALUE ZERO.
           05  RCV-CHQ-NO          PIC X(10) VALUE SPACES.
           05  RCV-RVSL-DATE       PIC 9(08) VALUE ZERO.
           05  RCV-DUP-CONF        PIC X(01) VALUE SPACE.
               88  RCV-DUP-CONFIRMED   VALUE "Y", "y".
           05  RCV-AGT-REF.
               10  RCV-AGT-ID      PIC X(03) VALUE SPACES.
               10  RCV-AGT-REF-NO  PIC 9(05) VALUE ZERO.
