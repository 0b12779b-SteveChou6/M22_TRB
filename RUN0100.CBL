002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    2026-08-23 OPS   ORIGINAL
002225*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002250*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002275*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003500 COPY RUNLOG.
003600 WORKING-STORAGE SECTION.
003700 COPY FLAG.
003750 COPY AUTHCHKW.
003800 COPY RTNCD.
003900 01  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
004000     88  WS-RUN-EOF          VALUE "Y".
006300*    1000 - INITIALIZE - BUSINESS DATE AND FILE
006400******************************************************************
006500 1000-INITIALIZE.
006509     DISPLAY "OPERATOR  : ".
006518     ACCEPT TELER-ID.
006527     MOVE SPACES TO TELER-TMLID.
006536     MOVE 0   TO BRID.
006545     MOVE "RUN0100" TO ATH-PGM-ID.
006554     MOVE "R"       TO ATH-FUNC-CD.
006563     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006572     IF NOT ATH-PERMITTED
006581         MOVE "Y" TO WS-ABORT-SW
006590         GO TO 1000-EXIT.
006600     DISPLAY "BUS DATE  : ".
006700     ACCEPT WS-SEL-DATE.
006800     OPEN INPUT RUNLOGF.
015700     END-IF.
015800 3000-EXIT.
015900     EXIT.
015901*
015902 COPY AUTHENT.
