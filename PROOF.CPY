      *  INSTEAD OF AN ADDING-MACHINE TAPE.  REVERSALS ("08") ARE
      *  COUNTED IN THE TELLER'S REASON-CODE BREAKDOWN ON THE RUN
      *  REPORT BUT DO NOT ENTER THE RECEIPT PROOF AMOUNTS.
      *  PRF-HELD-CNT IS THE PART OF THE REJECTS RCV0100 KEPT ON THE
      *  HELD-ITEM QUEUE (HLDITM.CPY) FOR REPAIR.
      *
      *  MODIFICATION HISTORY
      *  2608xx  CT031  ORIGINAL - TELLER KEYED-VERSUS-POSTED PROOF
      *  2610xx  CT048  PRF-HELD-CNT - THE REJECTS KEPT ON THE HELD-ITEM
      *                  QUEUE (HLDITM.CPY), TAKEN FROM FILLER
      ******************************************************************
       01  PRF-REC.
           05  PRF-KEY.
           05  PRF-PSTD-AMT        PIC 9(11)V99.
           05  PRF-RJCT-CNT        PIC 9(05).
           05  PRF-OVRSHT-AMT      PIC S9(11)V99.
           05  PRF-HELD-CNT        PIC 9(05).
           05  FILLER              PIC X(05) VALUE SPACES.
