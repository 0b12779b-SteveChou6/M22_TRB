002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    2026-08-23 OPS   ORIGINAL
002625*    2026-10-05 OPS   OVER-TYPE TABLE WIDENED TO 30 - THE
002650*                     MAINTENANCE, VAULT AND CHEQUE-RETURN
002675*                     CLEARANCES HAD OUTGROWN 10
002681*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002687*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002693*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004300 01  RPT-LINE                PIC X(80).
004400 WORKING-STORAGE SECTION.
004500 COPY FLAG.
004550 COPY AUTHCHKW.
004600 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
004700 01  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
004800     88  WS-AUD-EOF          VALUE "Y".
005500         10  WS-SUP-ID       PIC X(09).
005600         10  WS-SUP-BRID     PIC 9(03).
005700         10  WS-SUP-TALLY    PIC 9(07) COMP.
005800 01  WS-TYP-MAX              PIC 9(02) COMP VALUE 30.
005900 01  WS-TYP-CNT              PIC 9(02) COMP VALUE 0.
006000 01  WS-TYP-TABLE.
006100     05  WS-TYP-ENT OCCURS 30 TIMES.
006200         10  WS-TYP-NAME     PIC X(10).
006300         10  WS-TYP-TALLY    PIC 9(07) COMP.
006400 01  WS-BR-MAX               PIC 9(03) COMP VALUE 50.
008800*    1000 - INITIALIZE
008900******************************************************************
009000 1000-INITIALIZE.
009010     DISPLAY "OPERATOR  : ".
009020     ACCEPT TELER-ID.
009030     MOVE SPACES TO TELER-TMLID.
009040     MOVE 0   TO BRID.
009050     MOVE "AUD0100" TO ATH-PGM-ID.
009060     MOVE "R"       TO ATH-FUNC-CD.
009070     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
009080     IF NOT ATH-PERMITTED
009090         STOP RUN.
009100     OPEN INPUT AUDITF.
009200     IF NOT STS-OK
009300         DISPLAY "AUD0100 - NO AUDIT FILE, STATUS " FILE-STUS
040200     END-IF.
040300 3420-EXIT.
040400     EXIT.
040401*
040402 COPY AUTHENT.
