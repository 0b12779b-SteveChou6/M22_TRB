000700******************************************************************
000800*    DCL0100 - BUSINESS-DATE CLOSE STATUS BOARD
000900*
001000*    SHOWS THE OPERATOR THE SIX NIGHTLY STEP STAMPS FOR A
001100*    BF-DATE (DCLOSE.CPY, READ THROUGH DATECTL) NEXT TO THE
001200*    RECEIVING RUNS STILL OPEN ON RUNLOGF, AND STAMPS THE
001300*    "RECEIVING COMPLETE" SLOT ONCE NO RUN FOR THE DATE STILL
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    2026-09-02 OPS   ORIGINAL
002333*    2026-10-07 OPS   LARGE-CASH COMPLIANCE REPORT (LCR0100)
002366*                     SLOT SHOWN ON THE BOARD
002374*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002382*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002390*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003600 COPY RUNLOG.
003700 WORKING-STORAGE SECTION.
003800 COPY FLAG.
003850 COPY AUTHCHKW.
003900 01  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
004000     88  WS-RUN-EOF          VALUE "Y".
004100 01  WS-SEL-DATE             PIC 9(08) VALUE 0.
005900     05  WS-DC-GLX-STUS      PIC X(01).
006000     05  WS-DC-GLA-STUS      PIC X(01).
006100     05  WS-DC-EOD-STUS      PIC X(01).
006150     05  WS-DC-LCR-STUS      PIC X(01).
006200 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
006300 PROCEDURE DIVISION.
006400*
006500 0000-MAINLINE.
006510     DISPLAY "OPERATOR  : ".
006520     ACCEPT TELER-ID.
006530     MOVE SPACES TO TELER-TMLID.
006540     MOVE 0   TO BRID.
006550     MOVE "DCL0100" TO ATH-PGM-ID.
006560     MOVE "R"       TO ATH-FUNC-CD.
006570     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006580     IF NOT ATH-PERMITTED
006590         STOP RUN.
006600     DISPLAY "BUS DATE  : ".
006700     ACCEPT WS-SEL-DATE.
006800     PERFORM 1000-COUNT-RUNS THRU 1000-EXIT.
014200     DISPLAY "  GL EXTRACT (GLX)    " WS-DC-GLX-STUS.
014300     DISPLAY "  GL ACK     (GLA)    " WS-DC-GLA-STUS.
014400     DISPLAY "  END OF DAY (EOD)    " WS-DC-EOD-STUS.
014450     DISPLAY "  LARGE CASH (LCR)    " WS-DC-LCR-STUS.
014500     MOVE WS-DONE-CNT TO WS-CNT-ED.
014600     DISPLAY "  RUNS COMPLETED " WS-CNT-ED.
014700     MOVE WS-RUNNING-CNT TO WS-CNT-ED.
020700     ACCEPT SUP1.
020800     IF SUP1 = SPACES
020900         GO TO 7000-EXIT.
021150     MOVE SPACES TO TELER-TMLID.
021200     MOVE 0   TO BRID.
021300     MOVE "V" TO WS-SC-REQUEST-CD.
021800         DISPLAY "DCL0100 - SUP1 " SUP1 " REFUSED, REASON "
021900             WS-SC-RETURN-STUS
022000         GO TO 7000-EXIT.
022025     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
022050     IF NOT ATH-PERMITTED
022075         GO TO 7000-EXIT.
022100     MOVE "W" TO WS-SA-REQUEST-CD.
022200     MOVE "DATEFORCE" TO WS-OVER-TYPE.
022300     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
023000     MOVE "Y" TO WS-FORCE-OK-SW.
023100 7000-EXIT.
023200     EXIT.
023201*
023202 COPY AUTHENT.
