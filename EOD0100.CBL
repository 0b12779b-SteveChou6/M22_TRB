002470*    2026-09-02 OPS   CARRY THE OFFICIAL RECEIPT NUMBER
002472*                     (PST-RCPT-NO) AND THE CUSTOMER ACCOUNT
002474*                     NUMBER (PST-ACCT-NO) FORWARD TO HISTORY
002482*    2026-10-05 OPS   CARRY THE INSTRUMENT, CHEQUE DETAILS AND
002490*                     REVERSAL ORIGINAL DATE FORWARD TO HISTORY
002493*    2026-10-06 OPS   CARRY THE SERVICE-FEE INDICATOR, LINK AND
002496*                     RECEIVING-BRANCH SHARE FORWARD TO HISTORY
002513*    2026-10-07 OPS   THE CYCLE ALSO WANTS THE LARGE-CASH
002530*                     COMPLIANCE REPORT (LCR0100) STAMPED -
002547*                     IT READS TODAY'S POSTF (FORCE FOR
002564*                     EXCEPTIONS)
002568*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002572*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002576*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002581******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
004420 COPY RUNLOG.
004500 WORKING-STORAGE SECTION.
004600 COPY FLAG.
004650 COPY AUTHCHKW.
004700 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
004800     88  WS-POST-EOF         VALUE "Y".
004900 01  WS-ABORT-SW             PIC X(01) VALUE "N".
005316     05  WS-DC-GLX-STUS      PIC X(01).
005318     05  WS-DC-GLA-STUS      PIC X(01).
005320     05  WS-DC-EOD-STUS      PIC X(01).
005321     05  WS-DC-LCR-STUS      PIC X(01).
005322 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
005330 01  WS-CNT-ED               PIC ZZZZZZ9.
005400 PROCEDURE DIVISION.
006400*    1000 - INITIALIZE - BUSINESS DATE AND FILES
006500******************************************************************
006600 1000-INITIALIZE.
006609     DISPLAY "OPERATOR  : ".
006618     ACCEPT TELER-ID.
006627     MOVE SPACES TO TELER-TMLID.
006636     MOVE 0   TO BRID.
006645     MOVE "EOD0100" TO ATH-PGM-ID.
006654     MOVE "R"       TO ATH-FUNC-CD.
006663     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006672     IF NOT ATH-PERMITTED
006681         MOVE "Y" TO WS-ABORT-SW
006690         GO TO 1000-EXIT.
006700     DISPLAY "BUS DATE  : ".
006800     ACCEPT BF-DATE.
006900     IF BF-DATE = 0
008206*           BEFORE CYCLING.  THE CYCLE DELETES POSTF AS IT GOES,
008208*           SO IT MUST NOT START WHILE A RECEIVING RUN FOR THE
008210*           DATE STILL SHOWS "R" ON RUNLOGF OR BEFORE GLX0100
008211*           HAS STAMPED THE EXTRACT CUT AND LCR0100 ITS
008212*           COMPLIANCE REPORT; A CYCLE ALREADY
008214*           STAMPED COMPLETE WARNS BEFORE RERUNNING.  A
008216*           SUPERVISOR-CLEARED FORCE GETS PAST THE PREREQUISITE
008218*           CHECKS ON THE GENUINE EXCEPTION NIGHTS
008286         PERFORM 7000-FORCE-CLEARANCE THRU 7000-EXIT
008288         IF NOT WS-FORCE-OK
008290             MOVE "Y" TO WS-ABORT-SW
008291             GO TO 1030-EXIT
008292         END-IF
008294     END-IF.
008295     IF WS-DC-LCR-STUS NOT = "C"
008296         DISPLAY "EOD0100 - LARGE-CASH REPORT NOT STAMPED FOR "
008297             BF-DATE " - RUN LCR0100 FIRST, CYCLE REFUSED"
008298         PERFORM 7000-FORCE-CLEARANCE THRU 7000-EXIT
008299         IF NOT WS-FORCE-OK
008300             MOVE "Y" TO WS-ABORT-SW
008301         END-IF
008302     END-IF.
008303 1030-EXIT.
008304     EXIT.
008305*
008306******************************************************************
008307*    1035 - COUNT THE DATE'S RUNLOGF ENTRIES STILL SHOWING "R"
008308******************************************************************
008309 1035-COUNT-OPEN-RUNS.
008310     MOVE 0 TO WS-RUNNING-CNT.
008312     OPEN INPUT RUNLOGF.
008314     IF NOT STS-OK
012800     MOVE PST-RVSL-SEQ  TO PSH-RVSL-SEQ.
012850     MOVE PST-RCPT-NO   TO PSH-RCPT-NO.
012860     MOVE PST-ACCT-NO   TO PSH-ACCT-NO.
012868     MOVE PST-INSTR-CD  TO PSH-INSTR-CD.
012876     MOVE PST-CHQ-BANK  TO PSH-CHQ-BANK.
012884     MOVE PST-CHQ-NO    TO PSH-CHQ-NO.
012892     MOVE PST-RVSL-DATE TO PSH-RVSL-DATE.
012894     MOVE PST-FEE-IND   TO PSH-FEE-IND.
012896     MOVE PST-LINK-SEQ  TO PSH-LINK-SEQ.
012898     MOVE PST-FEE-ORIG-AMT TO PSH-FEE-ORIG-AMT.
012900     WRITE PSH-REC
013000         INVALID KEY
013100             CONTINUE
016260     ACCEPT SUP1.
016270     IF SUP1 = SPACES
016280         GO TO 7000-EXIT.
016305     MOVE SPACES TO TELER-TMLID.
016310     MOVE 0   TO BRID.
016320     MOVE "V" TO WS-SC-REQUEST-CD.
016370         DISPLAY "EOD0100 - SUP1 " SUP1 " REFUSED, REASON "
016380             WS-SC-RETURN-STUS
016390         GO TO 7000-EXIT.
016392     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
016394     IF NOT ATH-PERMITTED
016396         GO TO 7000-EXIT.
016400     MOVE "W" TO WS-SA-REQUEST-CD.
016410     MOVE "DATEFORCE" TO WS-OVER-TYPE.
016420     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
016490     MOVE "Y" TO WS-FORCE-OK-SW.
016500 7000-EXIT.
016510     EXIT.
016511*
016512 COPY AUTHENT.
