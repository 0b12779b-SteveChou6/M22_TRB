002500*    MODIFICATION HISTORY
002600*    DATE       INIT  DESCRIPTION
002700*    2026-09-02 OPS   ORIGINAL
002725*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002750*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002775*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005300 01  RPT-LINE                PIC X(80).
005400 WORKING-STORAGE SECTION.
005500 COPY FLAG.
005550 COPY AUTHCHKW.
005600 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
005700 01  WS-EOF-SW               PIC X(01) VALUE "N".
005800     88  WS-EOF              VALUE "Y".
011600*           HISTORY) - THE TRACE USES WHATEVER IS THERE
011700******************************************************************
011800 1000-INITIALIZE.
011809     DISPLAY "OPERATOR  : ".
011818     ACCEPT TELER-ID.
011827     MOVE SPACES TO TELER-TMLID.
011836     MOVE 0   TO BRID.
011845     MOVE "TRC0100" TO ATH-PGM-ID.
011854     MOVE "R"       TO ATH-FUNC-CD.
011863     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
011872     IF NOT ATH-PERMITTED
011881         MOVE "Y" TO WS-ABORT-SW
011890         GO TO 1000-EXIT.
011900     DISPLAY "BRID (000=SCAN ONLY) : ".
012000     ACCEPT WS-SEL-BRID.
012100     DISPLAY "SEQ (0=BY RECEIPT)   : ".
049300     DISPLAY "TRC0100 - TRACE COMPLETE, EXCEPTIONS " WS-CNT-ED.
049400 5000-EXIT.
049500     EXIT.
049501*
049502 COPY AUTHENT.
