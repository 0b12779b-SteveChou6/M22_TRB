      ******************************************************************
      *  DRMPRM.CPY
      *  DORMANT-ACCOUNT PARAMETER RECORD - DRMPRMF
      *
      *  ONE RECORD, DMP-KEY 000 (INSTITUTION-WIDE), KEPT THROUGH
      *  PRM0100 UNDER SUPERVISOR CLEARANCE AND READ BY THE MONTHLY
      *  DORMANCY RUN (DRM0100).
      *
      *  DMP-DORM-MONTHS  AN OPEN ACCOUNT WITH NO RECEIPT OR "08"
      *                   OFFSET POSTED FOR THIS MANY MONTHS, COUNTED
      *                   BACK FROM THE BUSINESS DATE, IS MARKED
      *                   DORMANT (ACCT.CPY ACT-DORM-SW).
      *
      *  DRM0100 FALLS BACK TO ITS OWN DEFAULT, AND SAYS SO ON THE
      *  REPORT, WHEN THE RECORD IS NOT ON FILE.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT046  ORIGINAL - DORMANT-ACCOUNT PROCESSING
      ******************************************************************
       01  DRM-PARM-REC.
           05  DMP-KEY             PIC 9(03).
           05  DMP-DORM-MONTHS     PIC 9(03).
           05  DMP-UPD-DATE        PIC 9(08).
           05  DMP-UPD-TELER-ID    PIC X(09).
           05  FILLER              PIC X(17) VALUE SPACES.
