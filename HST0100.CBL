003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    2026-09-02 OPS   ORIGINAL
003333*    2026-10-05 OPS   ARCHIVE RECORD WIDENED TO THE 108-BYTE
003366*                     PSH-REC (INSTRUMENT AND CHEQUE DETAILS)
003377*    2026-10-06 OPS   ARCHIVE RECORD WIDENED TO THE 120-BYTE
003388*                     PSH-REC (SERVICE-FEE LINK AND SHARE)
003391*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
003394*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
003397*                     MATRIX BEFORE ANYTHING ELSE IS DONE
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006500 FD  HSTCTLF.
006600 COPY HSTCTL.
006700 FD  HSTARCF
006800     RECORD CONTAINS 120 CHARACTERS.
006900 01  ARC-LINE                PIC X(120).
007000 FD  HSTRPTF
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  RPT-LINE                PIC X(80).
007300 WORKING-STORAGE SECTION.
007400 COPY FLAG.
007450 COPY AUTHCHKW.
007500 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
007600 01  WS-EOF-SW               PIC X(01) VALUE "N".
007700     88  WS-EOF              VALUE "Y".
012100*    1000 - INITIALIZE - CUTOFF DATE, FILES, PHASE RECORD
012200******************************************************************
012300 1000-INITIALIZE.
012309     DISPLAY "OPERATOR  : ".
012318     ACCEPT TELER-ID.
012327     MOVE SPACES TO TELER-TMLID.
012336     MOVE 0   TO BRID.
012345     MOVE "HST0100" TO ATH-PGM-ID.
012354     MOVE "R"       TO ATH-FUNC-CD.
012363     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012372     IF NOT ATH-PERMITTED
012381         MOVE "Y" TO WS-ABORT-SW
012390         GO TO 1000-EXIT.
012400     DISPLAY "PURGE THRU DATE : ".
012500     ACCEPT WS-CUTOFF-DATE.
012600     IF WS-CUTOFF-DATE = 0
012700         DISPLAY "HST0100 - CUTOFF DATE REQUIRED"
012800         MOVE "Y" TO WS-ABORT-SW
012900         GO TO 1000-EXIT.
012916     MOVE "D" TO ATH-FUNC-CD.
012932     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012948     IF NOT ATH-PERMITTED
012964         MOVE "Y" TO WS-ABORT-SW
012980         GO TO 1000-EXIT.
013000     OPEN I-O POSTHSTF.
013100     IF NOT STS-OK
013200         DISPLAY "HST0100 - NO POSTING HISTORY, STATUS "
046600     CLOSE POSTHSTF HSTSUMF HSTCTLF HSTRPTF.
046700 5000-EXIT.
046800     EXIT.
046801*
046802 COPY AUTHENT.
