000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEC0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700******************************************************************
000800*    SEC0100 - DAILY SECURITY VIOLATIONS REPORT
000900*
001000*    LISTS, FOR THE SECURITY OFFICER, EVERY ATTEMPT AUTHCHK
001100*    REFUSED ON ONE CALENDAR DAY - AN ID RUNNING A PROGRAM, OR
001200*    USING A FUNCTION WITHIN ONE, THAT THE AUTHORIZATION MATRIX
001300*    (AUTHMX.CPY) DOES NOT GRANT IT.  AUTHCHK LOGS EACH REFUSAL
001400*    ON SECVIOLF (SECVIOL.CPY) AS IT MAKES IT.
001500*
001600*    THE DAY'S REFUSALS ARE SORTED BY ID AND TIME AND PRINTED ON
001700*    SECRPTF WITH THE PROGRAM, FUNCTION, BRANCH, TERMINAL AND
001800*    REASON, A COUNT PER ID - FLAGGED WHEN ONE ID WAS REFUSED
001900*    THREE TIMES OR MORE - AND A COUNT PER REASON FOR THE DAY.
002000*
002100*    MAY BE RUN AT ANY TIME AND AS OFTEN AS WANTED - NOTHING IS
002200*    UPDATED.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    2026-10-12 OPS   ORIGINAL
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SECVIOLF ASSIGN TO "SECVIOLF"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FILE-STUS.
003400     SELECT SECWRKF ASSIGN TO "SECWRKF".
003500     SELECT SECRPTF ASSIGN TO "SECRPTF"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RPT-FILE-STUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SECVIOLF.
004100 COPY SECVIOL.
004200 SD  SECWRKF.
004300 01  SRT-REC.
004400     05  SRT-CHK-ID          PIC X(09).
004500     05  SRT-LOG-TIME        PIC 9(08).
004600     05  SRT-LOG-TIME-R REDEFINES SRT-LOG-TIME.
004700         10  SRT-LOG-HHMMSS  PIC 9(06).
004800         10  FILLER          PIC 9(02).
004900     05  SRT-ROLE            PIC X(01).
005000     05  SRT-BRID            PIC 9(03).
005100     05  SRT-TMLID           PIC X(02).
005200     05  SRT-PGM-ID          PIC X(08).
005300     05  SRT-FUNC-CD         PIC X(01).
005400     05  SRT-REASON-CD       PIC X(02).
005500 FD  SECRPTF
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  RPT-LINE                PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 COPY FLAG.
006000 COPY AUTHCHKW.
006100 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
006200 01  WS-RPT-DATE             PIC 9(08) VALUE 0.
006300 01  WS-SVL-EOF-SW           PIC X(01) VALUE "N".
006400     88  WS-SVL-EOF          VALUE "Y".
006500 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
006600     88  WS-SORT-EOF         VALUE "Y".
006700 01  WS-ABORT-SW             PIC X(01) VALUE "N".
006800     88  WS-ABORT-RUN        VALUE "Y".
006900 01  WS-FIRST-SW             PIC X(01) VALUE "Y".
007000     88  WS-FIRST-ITEM       VALUE "Y".
007100 01  WS-LAST-CHK-ID          PIC X(09) VALUE SPACES.
007200 01  WS-LAST-ROLE            PIC X(01) VALUE SPACE.
007300*        ONE ID REFUSED THIS OFTEN IN A DAY IS FLAGGED
007400 01  WS-REPEAT-LIMIT         PIC 9(03) COMP VALUE 3.
007500 01  WS-READ-CNT             PIC 9(07) COMP VALUE 0.
007600 01  WS-ID-CNT               PIC 9(07) COMP VALUE 0.
007700 01  WS-IDS-CNT              PIC 9(07) COMP VALUE 0.
007800 01  WS-FLAG-CNT             PIC 9(07) COMP VALUE 0.
007900 01  WS-TOT-CNT              PIC 9(07) COMP VALUE 0.
008000*        REFUSALS BY AUTHCHK REASON CODE (SECVIOL.CPY)
008100 01  WS-RSN-VALUES.
008200     05  FILLER  PIC X(22) VALUE "01ID NOT ON TLRMSTF   ".
008300     05  FILLER  PIC X(22) VALUE "02ID NOT ACTIVE       ".
008400     05  FILLER  PIC X(22) VALUE "03NO MATRIX ENTRY     ".
008500     05  FILLER  PIC X(22) VALUE "04FUNCTION NOT GRANTED".
008600     05  FILLER  PIC X(22) VALUE "07MATRIX NOT LOADED   ".
008700     05  FILLER  PIC X(22) VALUE "09FILE UNAVAILABLE    ".
008800 01  WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
008900     05  WS-RSN-ENT OCCURS 6 TIMES.
009000         10  WS-RSN-CD       PIC X(02).
009100         10  WS-RSN-TEXT     PIC X(20).
009200 01  WS-RSN-CNT-TBL.
009300     05  WS-RSN-CNT          PIC 9(07) COMP OCCURS 7 TIMES.
009400 01  WS-RSN-MAX              PIC 9(01) COMP VALUE 6.
009500 01  WS-RSN-SUB              PIC 9(01) COMP VALUE 0.
009600 01  WS-RSN-HIT              PIC 9(01) COMP VALUE 0.
009700 01  WS-RSN-DESC             PIC X(20) VALUE SPACES.
009800 01  WS-TIME-ED              PIC 99B99B99.
009900 01  WS-CNT-ED               PIC ZZZZZZ9.
010000 PROCEDURE DIVISION.
010100*
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     IF NOT WS-ABORT-RUN
010500         SORT SECWRKF
010600             ON ASCENDING KEY SRT-CHK-ID SRT-LOG-TIME
010700             INPUT PROCEDURE IS 2000-SELECT-ITEMS
010800                 THRU 2000-EXIT
010900             OUTPUT PROCEDURE IS 3000-PRINT-ITEMS
011000                 THRU 3000-EXIT
011100         IF SORT-RETURN NOT = 0
011200             DISPLAY "SEC0100 - SORT FAILED, RETURN " SORT-RETURN
011300                 " - REPORT INCOMPLETE"
011400         END-IF
011500         PERFORM 5000-FINALIZE THRU 5000-EXIT
011600     END-IF.
011700     STOP RUN.
011800*
011900******************************************************************
012000*    1000 - INITIALIZE - OPERATOR CHECK, DATE, FILES, HEADINGS
012100******************************************************************
012200 1000-INITIALIZE.
012300     DISPLAY "OPERATOR  : ".
012400     ACCEPT TELER-ID.
012500     MOVE SPACES TO TELER-TMLID.
012600     MOVE 0      TO BRID.
012700     MOVE "SEC0100" TO ATH-PGM-ID.
012800     MOVE "R"       TO ATH-FUNC-CD.
012900     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
013000     IF NOT ATH-PERMITTED
013100         MOVE "Y" TO WS-ABORT-SW
013200         GO TO 1000-EXIT.
013300     DISPLAY "REPORT DATE (YYYYMMDD, 0=TODAY) : ".
013400     ACCEPT WS-RPT-DATE.
013500     IF WS-RPT-DATE = 0
013600         ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
013700     PERFORM 1100-CLEAR-RSN-CNT
013800         VARYING WS-RSN-SUB FROM 1 BY 1
013900         UNTIL WS-RSN-SUB > 7.
014000     OPEN INPUT SECVIOLF.
014100     IF NOT STS-OK
014200         DISPLAY "SEC0100 - NO SECURITY VIOLATION FILE, STATUS "
014300             FILE-STUS " - NOTHING TO REPORT"
014400         MOVE "Y" TO WS-ABORT-SW
014500         GO TO 1000-EXIT.
014600     OPEN OUTPUT SECRPTF.
014700     MOVE SPACES TO RPT-LINE.
014800     STRING "SEC0100 SECURITY VIOLATIONS - DATE " WS-RPT-DATE
014900         DELIMITED BY SIZE INTO RPT-LINE.
015000     WRITE RPT-LINE.
015100     MOVE SPACES TO RPT-LINE.
015200     WRITE RPT-LINE.
015300     MOVE SPACES TO RPT-LINE.
015400     STRING "ID        R TIME     PROGRAM  F BR  TM  "
015500         "REASON"
015600         DELIMITED BY SIZE INTO RPT-LINE.
015700     WRITE RPT-LINE.
015800 1000-EXIT.
015900     EXIT.
016000*
016100 1100-CLEAR-RSN-CNT.
016200     MOVE 0 TO WS-RSN-CNT (WS-RSN-SUB).
016300*
016400******************************************************************
016500*    2000 - SELECT THE DAY'S REFUSALS FOR THE SORT
016600******************************************************************
016700 2000-SELECT-ITEMS.
016800     MOVE "N" TO WS-SVL-EOF-SW.
016900     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
017000         UNTIL WS-SVL-EOF.
017100     CLOSE SECVIOLF.
017200 2000-EXIT.
017300     EXIT.
017400*
017500 2100-SELECT-ONE.
017600     READ SECVIOLF
017700         AT END MOVE "Y" TO WS-SVL-EOF-SW
017800     END-READ.
017900     IF WS-SVL-EOF
018000         GO TO 2100-EXIT.
018100     ADD 1 TO WS-READ-CNT.
018200     IF SVL-LOG-DATE NOT = WS-RPT-DATE
018300         GO TO 2100-EXIT.
018400     MOVE SVL-CHK-ID     TO SRT-CHK-ID.
018500     MOVE SVL-LOG-TIME   TO SRT-LOG-TIME.
018600     MOVE SVL-ROLE       TO SRT-ROLE.
018700     MOVE SVL-BRID       TO SRT-BRID.
018800     MOVE SVL-TMLID      TO SRT-TMLID.
018900     MOVE SVL-PGM-ID     TO SRT-PGM-ID.
019000     MOVE SVL-FUNC-CD    TO SRT-FUNC-CD.
019100     MOVE SVL-REASON-CD  TO SRT-REASON-CD.
019200     RELEASE SRT-REC.
019300 2100-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700*    3000 - PRINT THE REFUSALS WITH A BREAK PER ID
019800******************************************************************
019900 3000-PRINT-ITEMS.
020000     MOVE "N" TO WS-SORT-EOF-SW.
020100     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
020200         UNTIL WS-SORT-EOF.
020300     IF NOT WS-FIRST-ITEM
020400         PERFORM 3300-ID-TOTAL THRU 3300-EXIT
020500     END-IF.
020600 3000-EXIT.
020700     EXIT.
020800*
020900 3100-PRINT-ONE.
021000     RETURN SECWRKF
021100         AT END MOVE "Y" TO WS-SORT-EOF-SW
021200     END-RETURN.
021300     IF WS-SORT-EOF
021400         GO TO 3100-EXIT.
021500     IF NOT WS-FIRST-ITEM AND SRT-CHK-ID NOT = WS-LAST-CHK-ID
021600         PERFORM 3300-ID-TOTAL THRU 3300-EXIT
021700     END-IF.
021800     MOVE "N"        TO WS-FIRST-SW.
021900     MOVE SRT-CHK-ID TO WS-LAST-CHK-ID.
022000     MOVE SRT-ROLE   TO WS-LAST-ROLE.
022100     PERFORM 3200-FIND-REASON THRU 3200-EXIT.
022200     MOVE SRT-LOG-HHMMSS TO WS-TIME-ED.
022300     MOVE SPACES TO RPT-LINE.
022400     STRING SRT-CHK-ID " " SRT-ROLE " " WS-TIME-ED " "
022500         SRT-PGM-ID " " SRT-FUNC-CD " " SRT-BRID " "
022600         SRT-TMLID "  " SRT-REASON-CD " " WS-RSN-DESC
022700         DELIMITED BY SIZE INTO RPT-LINE.
022800     WRITE RPT-LINE.
022900     ADD 1 TO WS-ID-CNT.
023000 3100-EXIT.
023100     EXIT.
023200*
023300******************************************************************
023400*    3200 - REASON TEXT AND TALLY.  AN UNKNOWN CODE IS COUNTED
023500*           IN THE LAST SLOT AS "OTHER"
023600******************************************************************
023700 3200-FIND-REASON.
023800     MOVE 0 TO WS-RSN-HIT.
023900     PERFORM 3210-MATCH-REASON
024000         VARYING WS-RSN-SUB FROM 1 BY 1
024100         UNTIL WS-RSN-SUB > WS-RSN-MAX OR WS-RSN-HIT > 0.
024200     IF WS-RSN-HIT = 0
024300         MOVE "OTHER" TO WS-RSN-DESC
024400         ADD 1 TO WS-RSN-CNT (7)
024500     ELSE
024600         MOVE WS-RSN-TEXT (WS-RSN-HIT) TO WS-RSN-DESC
024700         ADD 1 TO WS-RSN-CNT (WS-RSN-HIT)
024800     END-IF.
024900 3200-EXIT.
025000     EXIT.
025100*
025200 3210-MATCH-REASON.
025300     IF WS-RSN-CD (WS-RSN-SUB) = SRT-REASON-CD
025400         MOVE WS-RSN-SUB TO WS-RSN-HIT.
025500*
025600 3300-ID-TOTAL.
025700     MOVE SPACES TO RPT-LINE.
025800     MOVE WS-ID-CNT TO WS-CNT-ED.
025900     IF WS-ID-CNT NOT < WS-REPEAT-LIMIT
026000         STRING "  ID " WS-LAST-CHK-ID " REFUSALS " WS-CNT-ED
026100             "  *** REPEATED - FOLLOW UP ***"
026200             DELIMITED BY SIZE INTO RPT-LINE
026300         ADD 1 TO WS-FLAG-CNT
026400     ELSE
026500         STRING "  ID " WS-LAST-CHK-ID " REFUSALS " WS-CNT-ED
026600             DELIMITED BY SIZE INTO RPT-LINE
026700     END-IF.
026800     WRITE RPT-LINE.
026900     MOVE SPACES TO RPT-LINE.
027000     WRITE RPT-LINE.
027100     ADD WS-ID-CNT TO WS-TOT-CNT.
027200     ADD 1 TO WS-IDS-CNT.
027300     MOVE 0 TO WS-ID-CNT.
027400 3300-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800*    5000 - DAY TOTALS AND REFUSALS BY REASON
027900******************************************************************
028000 5000-FINALIZE.
028100     MOVE SPACES TO RPT-LINE.
028200     MOVE WS-TOT-CNT TO WS-CNT-ED.
028300     STRING "REFUSALS FOR THE DAY        " WS-CNT-ED
028400         DELIMITED BY SIZE INTO RPT-LINE.
028500     WRITE RPT-LINE.
028600     IF WS-TOT-CNT = 0
028700         MOVE SPACES TO RPT-LINE
028800         STRING "*** NO SECURITY VIOLATIONS ***"
028900             DELIMITED BY SIZE INTO RPT-LINE
029000         WRITE RPT-LINE
029100     END-IF.
029200     MOVE SPACES TO RPT-LINE.
029300     MOVE WS-IDS-CNT TO WS-CNT-ED.
029400     STRING "IDS REFUSED                 " WS-CNT-ED
029500         DELIMITED BY SIZE INTO RPT-LINE.
029600     WRITE RPT-LINE.
029700     MOVE SPACES TO RPT-LINE.
029800     MOVE WS-FLAG-CNT TO WS-CNT-ED.
029900     STRING "IDS FLAGGED AS REPEATED     " WS-CNT-ED
030000         DELIMITED BY SIZE INTO RPT-LINE.
030100     WRITE RPT-LINE.
030200     MOVE SPACES TO RPT-LINE.
030300     WRITE RPT-LINE.
030400     PERFORM 5100-REASON-LINE
030500         VARYING WS-RSN-SUB FROM 1 BY 1
030600         UNTIL WS-RSN-SUB > WS-RSN-MAX.
030700     MOVE SPACES TO RPT-LINE.
030800     MOVE WS-RSN-CNT (7) TO WS-CNT-ED.
030900     STRING "  OTHER                     " WS-CNT-ED
031000         DELIMITED BY SIZE INTO RPT-LINE.
031100     WRITE RPT-LINE.
031200     MOVE SPACES TO RPT-LINE.
031300     MOVE WS-READ-CNT TO WS-CNT-ED.
031400     STRING "LOG RECORDS READ            " WS-CNT-ED
031500         DELIMITED BY SIZE INTO RPT-LINE.
031600     WRITE RPT-LINE.
031700     CLOSE SECRPTF.
031800     DISPLAY "SEC0100 - " WS-TOT-CNT " REFUSAL(S) LISTED".
031900 5000-EXIT.
032000     EXIT.
032100*
032200 5100-REASON-LINE.
032300     MOVE SPACES TO RPT-LINE.
032400     MOVE WS-RSN-CNT (WS-RSN-SUB) TO WS-CNT-ED.
032500     STRING "  " WS-RSN-CD (WS-RSN-SUB) " "
032600         WS-RSN-TEXT (WS-RSN-SUB) "     " WS-CNT-ED
032700         DELIMITED BY SIZE INTO RPT-LINE.
032800     WRITE RPT-LINE.
032900*
033000 COPY AUTHENT.
