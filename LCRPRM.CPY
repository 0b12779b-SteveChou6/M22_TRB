      ******************************************************************
      *  LCRPRM.CPY
      *  LARGE-CASH COMPLIANCE PARAMETER RECORD - LCRPRMF
      *
      *  ONE RECORD, LCP-KEY 000 (INSTITUTION-WIDE), KEPT THROUGH
      *  PRM0100 UNDER SUPERVISOR CLEARANCE AND READ BY LCR0100 EACH
      *  NIGHT.  ONLY CASH RECEIPTS COUNT (PST-INSTR-CASH); CHEQUES,
      *  SERVICE FEES AND ITEMS REVERSED BY AN "08" OFFSET DO NOT.
      *
      *  LCP-CASH-THRESH  A SINGLE CASH ITEM AT OR ABOVE THIS ON THE
      *                   BUSINESS DATE IS REPORTED AS A LARGE ITEM.
      *  LCP-WINDOW-DAYS  THE ROLLING WINDOW, IN CALENDAR DAYS ENDING
      *                   ON THE BUSINESS DATE, SEARCHED FOR SPLIT
      *                   DEPOSITS (1 = THE BUSINESS DATE ALONE).
      *  LCP-STR-MIN-CNT  AN ACCOUNT IS A STRUCTURING SUSPECT WHEN AT
      *  LCP-STR-AMT      LEAST LCP-STR-MIN-CNT ITEMS UNDER THE
      *  LCP-STR-FLOOR    THRESHOLD BUT NOT UNDER LCP-STR-FLOOR FALL IN
      *                   THE WINDOW AND TOGETHER REACH LCP-STR-AMT,
      *                   AT LEAST ONE OF THEM ON THE BUSINESS DATE.
      *  LCP-SPREAD-SW    "Y" ALSO REQUIRES THOSE ITEMS TO HAVE BEEN
      *                   TAKEN BY MORE THAN ONE TELLER OR BRANCH.
      *
      *  LCR0100 FALLS BACK TO ITS OWN DEFAULTS, AND SAYS SO ON THE
      *  REPORT, WHEN THE RECORD IS NOT ON FILE.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT044  ORIGINAL - LARGE-CASH AND STRUCTURING REPORT
      ******************************************************************
       01  LCR-PARM-REC.
           05  LCP-KEY             PIC 9(03).
           05  LCP-CASH-THRESH     PIC 9(09)V99.
           05  LCP-WINDOW-DAYS     PIC 9(03).
           05  LCP-STR-MIN-CNT     PIC 9(03).
           05  LCP-STR-AMT         PIC 9(09)V99.
           05  LCP-STR-FLOOR       PIC 9(09)V99.
           05  LCP-SPREAD-SW       PIC X(01).
               88  LCP-SPREAD-REQ      VALUE "Y".
               88  LCP-SPREAD-VALID    VALUE "Y" "N".
           05  LCP-UPD-DATE        PIC 9(08).
           05  LCP-UPD-TELER-ID    PIC X(09).
           05  FILLER              PIC X(10) VALUE SPACES.
