      *    GLA  GL EXTRACT FULLY ACKNOWLEDGED (GLA0100, ONLY WHEN
      *         EVERY BRANCH TOTAL WAS ACCEPTED)
      *    EOD  POSTF CYCLED TO HISTORY (EOD0100)
      *  WITH ONE STEP OUTSIDE THAT CHAIN:
      *    LCR  LARGE-CASH/STRUCTURING COMPLIANCE REPORT (LCR0100)
      *         - NEEDS ONLY RECEIVING COMPLETE, BUT EOD0100 WILL NOT
      *         CYCLE POSTF AWAY UNTIL IT IS STAMPED
      *  A STEP ALREADY STAMPED "C" WARNS BEFORE A RERUN; A MISSING
      *  PREREQUISITE TAKES A SUPERVISOR-CLEARED FORCE (SUPCHECK,
      *  WRITTEN THROUGH SUPAUDIT AS "DATEFORCE") FOR THE GENUINE
      *
      *  MODIFICATION HISTORY
      *  2609xx  CT036  ORIGINAL - NIGHTLY STEP-SEQUENCE CONTROL
      *  2610xx  CT044  DCL-LCR-STUS/DATE/TIME - THE LARGE-CASH
      *                 COMPLIANCE REPORT SLOT; RECORD GROWS FROM 92
      *                 TO 107 BYTES
      ******************************************************************
       01  DCL-REC.
           05  DCL-BF-DATE         PIC 9(08).
               88  DCL-EOD-DONE    VALUE "C", "c".
           05  DCL-EOD-DATE        PIC 9(08).
           05  DCL-EOD-TIME        PIC 9(06).
           05  DCL-LCR-STUS        PIC X(01).
               88  DCL-LCR-DONE    VALUE "C", "c".
           05  DCL-LCR-DATE        PIC 9(08).
           05  DCL-LCR-TIME        PIC 9(06).
           05  FILLER              PIC X(09) VALUE SPACES.
