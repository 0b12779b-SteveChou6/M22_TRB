002270*                     THE MACHINE-READABLE LIST GLAERRF (BRID
002280*                     PLUS REASON R/M/N/U) SO GLX0200 CAN TAKE
002290*                     IT STRAIGHT AS ITS RE-EXTRACT SELECTION
002293*    2026-10-07 OPS   DATE-CLOSE STEP STATUS AREA WIDENED FOR
002296*                     THE LARGE-CASH REPORT SLOT (LCR0100)
002297*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002298*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002299*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005550     05  GLE-REASON          PIC X(01).
005600 WORKING-STORAGE SECTION.
005700 COPY FLAG.
005750 COPY AUTHCHKW.
005800 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
005900 01  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
006000     88  WS-CTL-EOF          VALUE "Y".
007936     05  WS-DC-GLX-STUS      PIC X(01).
007938     05  WS-DC-GLA-STUS      PIC X(01).
007940     05  WS-DC-EOD-STUS      PIC X(01).
007941     05  WS-DC-LCR-STUS      PIC X(01).
007942 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
008000 PROCEDURE DIVISION.
008100*
009100*    1000 - INITIALIZE - LOAD THE CONTROL TOTALS
009200******************************************************************
009300 1000-INITIALIZE.
009301     DISPLAY "OPERATOR  : ".
009302     ACCEPT TELER-ID.
009303     MOVE SPACES TO TELER-TMLID.
009304     MOVE 0   TO BRID.
009305     MOVE "GLA0100" TO ATH-PGM-ID.
009306     MOVE "R"       TO ATH-FUNC-CD.
009307     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
009308     IF NOT ATH-PERMITTED
009309         MOVE "Y" TO WS-ABORT-SW
009310         GO TO 1000-EXIT.
009311     DISPLAY "BUS DATE  : ".
009320     ACCEPT BF-DATE.
009330     PERFORM 1050-CHECK-DATE-CTL THRU 1050-EXIT.
009340     IF WS-ABORT-RUN
026430     ACCEPT SUP1.
026440     IF SUP1 = SPACES
026450         GO TO 7000-EXIT.
026475     MOVE SPACES TO TELER-TMLID.
026480     MOVE 0   TO BRID.
026490     MOVE "V" TO WS-SC-REQUEST-CD.
026540         DISPLAY "GLA0100 - SUP1 " SUP1 " REFUSED, REASON "
026550             WS-SC-RETURN-STUS
026560         GO TO 7000-EXIT.
026562     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
026564     IF NOT ATH-PERMITTED
026566         GO TO 7000-EXIT.
026570     MOVE "W" TO WS-SA-REQUEST-CD.
026580     MOVE "DATEFORCE" TO WS-OVER-TYPE.
026590     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
026660     MOVE "Y" TO WS-FORCE-OK-SW.
026670 7000-EXIT.
026680     EXIT.
026681*
026682 COPY AUTHENT.
