      ******************************************************************
      *  AGTPRM.CPY
      *  PARTNER COLLECTION AGENT PARAMETER RECORD - AGTPRMF
      *
      *  ONE RECORD PER PARTNER COLLECTION AGENT (UTILITY OFFICE OR
      *  CONVENIENCE-STORE PAYMENT POINT) THAT SENDS US A DAILY FILE
      *  OF PAYMENTS TAKEN FOR OUR ACCOUNT HOLDERS.  KEPT THROUGH
      *  PRM0100 UNDER SUPERVISOR CLEARANCE AND READ BY AGT0100 WHEN
      *  THE AGENT'S FILE IS LOADED AND BY AGT0200 FOR THE RETURN FILE
      *  AND SETTLEMENT SUMMARY.
      *
      *  AGP-TELER-ID     THE DESIGNATED AGENT TELLER ON TLRMSTF.  THE
      *  AGP-BRID         AGENT'S PAYMENTS ARE POSTED UNDER THIS TELLER,
      *  AGP-TMLID        BRANCH AND TERMINAL, SO THE TELLER MUST BE
      *                   SIGNED ON AT THAT TERMINAL (SGN0100) WHEN THE
      *                   FILE IS LOADED AND WHEN EDT0100/RCV0100 RUN.
      *                   THE CASH IS THEREFORE CARRIED IN THAT
      *                   TELLER'S DRAWER UNTIL THE AGENT SETTLES.
      *  AGP-STUS         "A" ACTIVE, "S" SUSPENDED - A SUSPENDED
      *                   AGENT'S FILES ARE REFUSED.
      *  AGP-NEXT-REF     THE NEXT REFERENCE AGT0100 WILL GIVE AN ITEM
      *                   ON THE AGENT ITEM REGISTER (AGTITM.CPY).  KEPT
      *                   BY AGT0100 ONLY; PRM0100 SHOWS IT BUT NEVER
      *                   CHANGES IT.  AFTER 99999 IT STARTS AGAIN AT 1.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT052  ORIGINAL - PARTNER AGENT BULK COLLECTION
      ******************************************************************
       01  AGT-PARM-REC.
           05  AGP-AGT-ID          PIC X(03).
           05  AGP-NAME            PIC X(20).
           05  AGP-TELER-ID        PIC X(09).
           05  AGP-BRID            PIC 9(03).
           05  AGP-TMLID           PIC X(02).
           05  AGP-STUS            PIC X(01).
               88  AGP-ACTIVE          VALUE "A".
               88  AGP-SUSPENDED       VALUE "S".
               88  AGP-STUS-VALID      VALUE "A", "S".
           05  AGP-NEXT-REF        PIC 9(05).
           05  AGP-UPD-DATE        PIC 9(08).
           05  AGP-UPD-TELER-ID    PIC X(09).
           05  FILLER              PIC X(20) VALUE SPACES.
