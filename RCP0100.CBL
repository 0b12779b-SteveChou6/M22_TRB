001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-09-02 OPS   ORIGINAL
002125*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002150*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002175*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005400 01  RPT-LINE                PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 COPY FLAG.
005650 COPY AUTHCHKW.
005700 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
005800 01  WS-EOF-SW               PIC X(01) VALUE "N".
005900     88  WS-EOF              VALUE "Y".
008900*    1000 - INITIALIZE - BRANCH, RANGE, FILES
009000******************************************************************
009100 1000-INITIALIZE.
009109     DISPLAY "OPERATOR  : ".
009118     ACCEPT TELER-ID.
009127     MOVE SPACES TO TELER-TMLID.
009136     MOVE 0   TO BRID.
009145     MOVE "RCP0100" TO ATH-PGM-ID.
009154     MOVE "R"       TO ATH-FUNC-CD.
009163     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
009172     IF NOT ATH-PERMITTED
009181         MOVE "Y" TO WS-ABORT-SW
009190         GO TO 1000-EXIT.
009200     DISPLAY "BRID      : ".
009300     ACCEPT WS-SEL-BRID.
009400     DISPLAY "FROM NO (0=1)      : ".
028100         WS-CNT-ED.
028200 4000-EXIT.
028300     EXIT.
028301*
028302 COPY AUTHENT.
