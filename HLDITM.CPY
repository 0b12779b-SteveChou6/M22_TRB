      ******************************************************************
      *  HLDITM.CPY
      *  HELD-ITEM REPAIR QUEUE RECORD - HLDF
      *
      *  ONE RECORD PER ITEM RCV0100 COULD NOT POST FOR A REASON THAT
      *  CAN BE PUT RIGHT (RTN-HOLD-CODES IN FLAG.CPY - "01" TIMED
      *  OUT IN BATCH, "04" SUPERVISOR REQUIRED, "06" CROSS-BRANCH
      *  LOOKUP FAILED, "07" FILE LOCKED, "10" SUPERVISOR NOT
      *  AUTHORIZED, "12" SUSPECTED DUPLICATE).  HLD-KEY IS THE
      *  RUN'S BUSINESS DATE, BRANCH AND RCV-IDX - THE SAME FORM AS
      *  CHQ-KEY - SO A RESTARTED RUN FINDS THE ITEM ALREADY HELD.
      *  HLD-RCV-IMAGE IS THE WHOLE RCV-REC AS RCV0100 READ IT.
      *
      *  HLD0100 (ON-LINE, UNDER SUPCHECK/SUPAUDIT) RELEASES AN ITEM
      *  - APPENDING THE CORRECTED RCV-REC TO RCVINF FOR THE NEXT
      *  RECEIVING RUN - OR REJECTS IT WITH A REASON.  THE RECORD IS
      *  KEPT EITHER WAY WITH THE SUPERVISOR AND TIME.  HLD0200 LISTS
      *  ITEMS STILL HELD AFTER MORE THAN ONE BUSINESS DAY.
      *  HLD-HELD-DATE/HLD-ACT-DATE ARE CALENDAR (GREGORIAN) DATES.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT048  ORIGINAL - HELD-ITEM REPAIR QUEUE
      ******************************************************************
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-BF-DATE     PIC 9(08).
               10  HLD-BRID        PIC 9(03).
               10  HLD-SEQ         PIC 9(05).
           05  HLD-RETURN-CD       PIC X(02).
           05  HLD-TMLID           PIC X(02).
           05  HLD-TELER-ID        PIC X(09).
           05  HLD-HELD-DATE       PIC 9(08).
           05  HLD-HELD-TIME       PIC 9(08).
           05  HLD-STUS            PIC X(01).
               88  HLD-OPEN            VALUE "H".
               88  HLD-RELEASED        VALUE "R".
               88  HLD-REJECTED        VALUE "X".
           05  HLD-ACT-DATE        PIC 9(08).
           05  HLD-ACT-TIME        PIC 9(08).
           05  HLD-ACT-TELER-ID    PIC X(09).
           05  HLD-ACT-SUP         PIC X(09).
           05  HLD-RJCT-REASON     PIC X(30).
           05  HLD-RCV-IMAGE       PIC X(120).
           05  FILLER              PIC X(10) VALUE SPACES.
