002020*                     (PSH-ACCT-NO, 0 = ALL) AND PRINT IT ON
002030*                     THE DETAIL LINE - NO MORE GUESSING AT
002040*                     FREE-TEXT NAME SPELLINGS
002055*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002070*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002085*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003900 01  RPT-LINE                PIC X(80).
004000 WORKING-STORAGE SECTION.
004100 COPY FLAG.
004150 COPY AUTHCHKW.
004200 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
004300 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
004400     88  WS-HIST-EOF         VALUE "Y".
006600*    1000 - INITIALIZE - SELECTION CRITERIA AND FILES
006700******************************************************************
006800 1000-INITIALIZE.
006809     DISPLAY "OPERATOR  : ".
006818     ACCEPT TELER-ID.
006827     MOVE SPACES TO TELER-TMLID.
006836     MOVE 0   TO BRID.
006845     MOVE "INQ0100" TO ATH-PGM-ID.
006854     MOVE "R"       TO ATH-FUNC-CD.
006863     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006872     IF NOT ATH-PERMITTED
006881         MOVE "Y" TO WS-ABORT-SW
006890         GO TO 1000-EXIT.
006900     DISPLAY "BRID (000=ALL) : ".
007000     ACCEPT WS-SEL-BRID.
007100     DISPLAY "FROM DATE      : ".
018000     WRITE RPT-LINE.
018100 3100-EXIT.
018200     EXIT.
018201*
018202 COPY AUTHENT.
