000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JNL0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*    JNL0100 - MASTER-FILE CHANGE REPORT (FIELD DIFFERENCES)
000900*
001000*    LISTS WHAT WAS CHANGED ON THE MAINTAINED MASTER FILES OVER A
001100*    RANGE OF DATES, FROM THE CHANGE JOURNAL CHGJNLF (CHGJNL.CPY)
001200*    THAT PRM0100, CAL0100, ACT0100, TLR0100 AND PWD0100 WRITE
001300*    THROUGH CHGJRNL.  EACH JOURNAL ENTRY IS SHOWN WITH WHEN, WHO
001400*    (OPERATOR, BRANCH, TERMINAL, CLEARING SUP1, PROGRAM) AND THE
001500*    RECORD KEY, FOLLOWED BY ITS FIELDS FROM THE FIELD TABLE IN
001600*    JNLFLD.CPY:
001700*      CHANGE  ONLY THE FIELDS THAT DIFFER, BEFORE AND AFTER
001800*      ADD     EVERY FIELD AS ADDED
001900*      DELETE  EVERY FIELD AS IT STOOD WHEN DELETED
002000*    THE RUN MAY BE LIMITED TO ONE FILE AND TO ONE KEY WITHIN IT.
002100*
002200*    MAY BE RUN AT ANY TIME AND AS OFTEN AS WANTED - NOTHING IS
002300*    UPDATED.
002400*
002500*    MODIFICATION HISTORY
002600*    DATE       INIT  DESCRIPTION
002700*    2026-10-13 OPS   ORIGINAL
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CHGJNLF ASSIGN TO "CHGJNLF"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FILE-STUS.
003500     SELECT JNLRPTF ASSIGN TO "JNLRPTF"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RPT-FILE-STUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CHGJNLF.
004100 COPY CHGJNL.
004200 FD  JNLRPTF
004300     RECORD CONTAINS 80 CHARACTERS.
004400 01  RPT-LINE                PIC X(80).
004500 WORKING-STORAGE SECTION.
004600 COPY FLAG.
004700 COPY AUTHCHKW.
004800 COPY JNLFLD.
004900 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
005000 01  WS-FROM-DATE            PIC 9(08) VALUE 0.
005100 01  WS-TO-DATE              PIC 9(08) VALUE 0.
005200 01  WS-SEL-FILE             PIC X(08) VALUE SPACES.
005300     88  WS-SEL-FILE-VALID   VALUE SPACES "BRPARMF" "TERMPRFF"
005400                                   "CALDAYF" "ACCTF" "TLRMSTF"
005500                                   "PASSF".
005600 01  WS-SEL-KEY              PIC X(20) VALUE SPACES.
005700 01  WS-JNL-EOF-SW           PIC X(01) VALUE "N".
005800     88  WS-JNL-EOF          VALUE "Y".
005900 01  WS-ABORT-SW             PIC X(01) VALUE "N".
006000     88  WS-ABORT-RUN        VALUE "Y".
006100 01  WS-JFT-SUB              PIC 9(03) COMP VALUE 0.
006200 01  WS-OFF                  PIC 9(03) COMP VALUE 0.
006300 01  WS-LEN                  PIC 9(03) COMP VALUE 0.
006400 01  WS-ENTRY-FLD-CNT        PIC 9(03) COMP VALUE 0.
006500 01  WS-READ-CNT             PIC 9(07) COMP VALUE 0.
006600 01  WS-SEL-CNT              PIC 9(07) COMP VALUE 0.
006700 01  WS-ADD-CNT              PIC 9(07) COMP VALUE 0.
006800 01  WS-CHG-CNT              PIC 9(07) COMP VALUE 0.
006900 01  WS-DEL-CNT              PIC 9(07) COMP VALUE 0.
007000 01  WS-FLD-CNT              PIC 9(07) COMP VALUE 0.
007100 01  WS-LOG-TIME             PIC 9(08) VALUE 0.
007200 01  WS-LOG-TIME-R REDEFINES WS-LOG-TIME.
007300     05  WS-LOG-HHMMSS       PIC 9(06).
007400     05  FILLER              PIC 9(02).
007500 01  WS-ACTION-TEXT          PIC X(06) VALUE SPACES.
007600 01  WS-FMT-IMAGE            PIC X(200) VALUE SPACES.
007700 01  WS-VAL                  PIC X(20) VALUE SPACES.
007800 01  WS-BEFORE-VAL           PIC X(20) VALUE SPACES.
007900 01  WS-AFTER-VAL            PIC X(20) VALUE SPACES.
008000 01  WS-MONEY-X              PIC X(11) VALUE SPACES.
008100 01  WS-MONEY REDEFINES WS-MONEY-X
008200                             PIC 9(09)V99.
008300 01  WS-SMONEY-X             PIC X(13) VALUE SPACES.
008400 01  WS-SMONEY REDEFINES WS-SMONEY-X
008500                             PIC S9(11)V99.
008600 01  WS-MONEY-ED             PIC ZZZ,ZZZ,ZZ9.99.
008700 01  WS-SMONEY-ED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
008800 01  WS-TIME-ED              PIC 99B99B99.
008900 01  WS-CNT-ED               PIC ZZZZZZ9.
009000 PROCEDURE DIVISION.
009100*
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009400     IF NOT WS-ABORT-RUN
009500         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
009600             UNTIL WS-JNL-EOF
009700         PERFORM 5000-FINALIZE THRU 5000-EXIT
009800     END-IF.
009900     STOP RUN.
010000*
010100******************************************************************
010200*    1000 - INITIALIZE - OPERATOR CHECK, SELECTION, FILES,
010300*           HEADINGS
010400******************************************************************
010500 1000-INITIALIZE.
010600     DISPLAY "OPERATOR  : ".
010700     ACCEPT TELER-ID.
010800     MOVE SPACES TO TELER-TMLID.
010900     MOVE 0      TO BRID.
011000     MOVE "JNL0100" TO ATH-PGM-ID.
011100     MOVE "R"       TO ATH-FUNC-CD.
011200     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
011300     IF NOT ATH-PERMITTED
011400         MOVE "Y" TO WS-ABORT-SW
011500         GO TO 1000-EXIT.
011600     DISPLAY "FROM DATE (YYYYMMDD)     : ".
011700     ACCEPT WS-FROM-DATE.
011800     DISPLAY "TO DATE (0=FROM DATE)    : ".
011900     ACCEPT WS-TO-DATE.
012000     DISPLAY "FILE (BLANK=ALL)         : ".
012100     ACCEPT WS-SEL-FILE.
012200     DISPLAY "KEY (BLANK=ALL)          : ".
012300     ACCEPT WS-SEL-KEY.
012400     IF WS-TO-DATE = 0
012500         MOVE WS-FROM-DATE TO WS-TO-DATE.
012600     IF WS-FROM-DATE = 0 OR WS-TO-DATE < WS-FROM-DATE
012700         DISPLAY "JNL0100 - GIVE A VALID FROM/TO DATE RANGE"
012800         MOVE "Y" TO WS-ABORT-SW
012900         GO TO 1000-EXIT.
013000     IF NOT WS-SEL-FILE-VALID
013100         DISPLAY "JNL0100 - FILE MUST BE BRPARMF, TERMPRFF, "
013200             "CALDAYF, ACCTF, TLRMSTF, PASSF OR BLANK"
013300         MOVE "Y" TO WS-ABORT-SW
013400         GO TO 1000-EXIT.
013500     IF WS-SEL-FILE = SPACES AND WS-SEL-KEY NOT = SPACES
013600         DISPLAY "JNL0100 - A KEY NEEDS ITS FILE"
013700         MOVE "Y" TO WS-ABORT-SW
013800         GO TO 1000-EXIT.
013900     OPEN INPUT CHGJNLF.
014000     IF NOT STS-OK
014100         DISPLAY "JNL0100 - NO CHANGE JOURNAL, STATUS "
014200             FILE-STUS " - NOTHING TO REPORT"
014300         MOVE "Y" TO WS-ABORT-SW
014400         GO TO 1000-EXIT.
014500     OPEN OUTPUT JNLRPTF.
014600     MOVE SPACES TO RPT-LINE.
014700     STRING "JNL0100 MASTER-FILE CHANGES " WS-FROM-DATE
014800         " THRU " WS-TO-DATE
014900         DELIMITED BY SIZE INTO RPT-LINE.
015000     WRITE RPT-LINE.
015100     IF WS-SEL-FILE NOT = SPACES
015200         MOVE SPACES TO RPT-LINE
015300         STRING "FILE " WS-SEL-FILE "  KEY " WS-SEL-KEY
015400             DELIMITED BY SIZE INTO RPT-LINE
015500         WRITE RPT-LINE
015600     END-IF.
015700     MOVE SPACES TO RPT-LINE.
015800     WRITE RPT-LINE.
015900     MOVE SPACES TO RPT-LINE.
016000     STRING "     FIELD              BEFORE                "
016100         "AFTER"
016200         DELIMITED BY SIZE INTO RPT-LINE.
016300     WRITE RPT-LINE.
016400     MOVE SPACES TO RPT-LINE.
016500     WRITE RPT-LINE.
016600 1000-EXIT.
016700     EXIT.
016800*
016900******************************************************************
017000*    2000 - READ ONE JOURNAL ENTRY AND PRINT IT IF SELECTED
017100******************************************************************
017200 2000-READ-JOURNAL.
017300     READ CHGJNLF
017400         AT END MOVE "Y" TO WS-JNL-EOF-SW
017500     END-READ.
017600     IF WS-JNL-EOF
017700         GO TO 2000-EXIT.
017800     ADD 1 TO WS-READ-CNT.
017900     IF CJN-LOG-DATE < WS-FROM-DATE OR CJN-LOG-DATE > WS-TO-DATE
018000         GO TO 2000-EXIT.
018100     IF WS-SEL-FILE NOT = SPACES AND CJN-FILE-ID NOT = WS-SEL-FILE
018200         GO TO 2000-EXIT.
018300     IF WS-SEL-KEY NOT = SPACES AND CJN-REC-KEY NOT = WS-SEL-KEY
018400         GO TO 2000-EXIT.
018500     PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
018600 2000-EXIT.
018700     EXIT.
018800*
018900******************************************************************
019000*    3000 - PRINT ONE ENTRY - WHEN, WHO, KEY, THEN ITS FIELDS
019100******************************************************************
019200 3000-PRINT-ENTRY.
019300     ADD 1 TO WS-SEL-CNT.
019400     EVALUATE TRUE
019500         WHEN CJN-ADD
019600             MOVE "ADD"    TO WS-ACTION-TEXT
019700             ADD 1 TO WS-ADD-CNT
019800         WHEN CJN-CHANGE
019900             MOVE "CHANGE" TO WS-ACTION-TEXT
020000             ADD 1 TO WS-CHG-CNT
020100         WHEN OTHER
020200             MOVE "DELETE" TO WS-ACTION-TEXT
020300             ADD 1 TO WS-DEL-CNT
020400     END-EVALUATE.
020500     MOVE CJN-LOG-TIME  TO WS-LOG-TIME.
020600     MOVE WS-LOG-HHMMSS TO WS-TIME-ED.
020700     MOVE SPACES TO RPT-LINE.
020800     STRING CJN-LOG-DATE " " WS-TIME-ED " " WS-ACTION-TEXT " "
020900         CJN-FILE-ID " KEY " CJN-REC-KEY
021000         DELIMITED BY SIZE INTO RPT-LINE.
021100     WRITE RPT-LINE.
021200     MOVE SPACES TO RPT-LINE.
021300     STRING "   BY " CJN-TELER-ID " BR " CJN-BRID " TERM "
021400         CJN-TMLID " SUP1 " CJN-SUP1 " PROGRAM " CJN-PGM-ID
021500         DELIMITED BY SIZE INTO RPT-LINE.
021600     WRITE RPT-LINE.
021700     MOVE 0 TO WS-ENTRY-FLD-CNT.
021800     PERFORM 3100-CHECK-FIELD THRU 3100-EXIT
021900         VARYING WS-JFT-SUB FROM 1 BY 1
022000         UNTIL WS-JFT-SUB > JFT-ENTRY-CNT.
022100     IF WS-ENTRY-FLD-CNT = 0
022200         MOVE SPACES TO RPT-LINE
022300         STRING "     (NO FIELD VALUE CHANGED)"
022400             DELIMITED BY SIZE INTO RPT-LINE
022500         WRITE RPT-LINE
022600     END-IF.
022700     MOVE SPACES TO RPT-LINE.
022800     WRITE RPT-LINE.
022900 3000-EXIT.
023000     EXIT.
023100*
023200******************************************************************
023300*    3100 - ONE FIELD OF THE ENTRY'S FILE.  ON A CHANGE AN
023400*           UNCHANGED FIELD IS NOT PRINTED
023500******************************************************************
023600 3100-CHECK-FIELD.
023700     IF JFT-FILE-ID (WS-JFT-SUB) NOT = CJN-FILE-ID
023800         GO TO 3100-EXIT.
023900     MOVE JFT-OFFSET (WS-JFT-SUB) TO WS-OFF.
024000     MOVE JFT-LENGTH (WS-JFT-SUB) TO WS-LEN.
024100     IF CJN-CHANGE
024200         AND CJN-BEFORE-IMAGE (WS-OFF:WS-LEN) =
024300             CJN-AFTER-IMAGE (WS-OFF:WS-LEN)
024400         GO TO 3100-EXIT.
024500     MOVE CJN-BEFORE-IMAGE TO WS-FMT-IMAGE.
024600     PERFORM 3200-FORMAT-VALUE THRU 3200-EXIT.
024700     MOVE WS-VAL TO WS-BEFORE-VAL.
024800     MOVE CJN-AFTER-IMAGE TO WS-FMT-IMAGE.
024900     PERFORM 3200-FORMAT-VALUE THRU 3200-EXIT.
025000     MOVE WS-VAL TO WS-AFTER-VAL.
025100     MOVE SPACES TO RPT-LINE.
025200     STRING "     " JFT-FIELD-NAME (WS-JFT-SUB) " "
025300         WS-BEFORE-VAL "  " WS-AFTER-VAL
025400         DELIMITED BY SIZE INTO RPT-LINE.
025500     WRITE RPT-LINE.
025600     ADD 1 TO WS-ENTRY-FLD-CNT.
025700     IF CJN-CHANGE
025800         ADD 1 TO WS-FLD-CNT.
025900 3100-EXIT.
026000     EXIT.
026100*
026200******************************************************************
026300*    3200 - SHOW THE FIELD AT WS-OFF/WS-LEN OF WS-FMT-IMAGE IN
026400*           WS-VAL.  MONEY IS EDITED WHEN IT IS NUMERIC; A BLANK
026500*           IMAGE (THE BEFORE OF AN ADD, THE AFTER OF A DELETE)
026600*           SHOWS AS BLANK
026700******************************************************************
026800 3200-FORMAT-VALUE.
026900     MOVE SPACES TO WS-VAL.
027000     IF WS-FMT-IMAGE = SPACES
027100         GO TO 3200-EXIT.
027200     EVALUATE TRUE
027300         WHEN JFT-MONEY (WS-JFT-SUB)
027400             MOVE WS-FMT-IMAGE (WS-OFF:WS-LEN) TO WS-MONEY-X
027500             IF WS-MONEY NUMERIC
027600                 MOVE WS-MONEY    TO WS-MONEY-ED
027700                 MOVE WS-MONEY-ED TO WS-VAL
027800             ELSE
027900                 MOVE WS-MONEY-X  TO WS-VAL
028000             END-IF
028100         WHEN JFT-SIGNED-MONEY (WS-JFT-SUB)
028200             MOVE WS-FMT-IMAGE (WS-OFF:WS-LEN) TO WS-SMONEY-X
028300             IF WS-SMONEY NUMERIC
028400                 MOVE WS-SMONEY    TO WS-SMONEY-ED
028500                 MOVE WS-SMONEY-ED TO WS-VAL
028600             ELSE
028700                 MOVE WS-SMONEY-X  TO WS-VAL
028800             END-IF
028900         WHEN OTHER
029000             MOVE WS-FMT-IMAGE (WS-OFF:WS-LEN) TO WS-VAL
029100     END-EVALUATE.
029200 3200-EXIT.
029300     EXIT.
029400*
029500******************************************************************
029600*    5000 - RUN TOTALS
029700******************************************************************
029800 5000-FINALIZE.
029900     MOVE SPACES TO RPT-LINE.
030000     MOVE WS-SEL-CNT TO WS-CNT-ED.
030100     STRING "ENTRIES LISTED              " WS-CNT-ED
030200         DELIMITED BY SIZE INTO RPT-LINE.
030300     WRITE RPT-LINE.
030400     IF WS-SEL-CNT = 0
030500         MOVE SPACES TO RPT-LINE
030600         STRING "*** NO CHANGES IN THE RANGE ***"
030700             DELIMITED BY SIZE INTO RPT-LINE
030800         WRITE RPT-LINE
030900     END-IF.
031000     MOVE SPACES TO RPT-LINE.
031100     MOVE WS-ADD-CNT TO WS-CNT-ED.
031200     STRING "  ADDS                      " WS-CNT-ED
031300         DELIMITED BY SIZE INTO RPT-LINE.
031400     WRITE RPT-LINE.
031500     MOVE SPACES TO RPT-LINE.
031600     MOVE WS-CHG-CNT TO WS-CNT-ED.
031700     STRING "  CHANGES                   " WS-CNT-ED
031800         DELIMITED BY SIZE INTO RPT-LINE.
031900     WRITE RPT-LINE.
032000     MOVE SPACES TO RPT-LINE.
032100     MOVE WS-DEL-CNT TO WS-CNT-ED.
032200     STRING "  DELETES                   " WS-CNT-ED
032300         DELIMITED BY SIZE INTO RPT-LINE.
032400     WRITE RPT-LINE.
032500     MOVE SPACES TO RPT-LINE.
032600     MOVE WS-FLD-CNT TO WS-CNT-ED.
032700     STRING "FIELDS CHANGED              " WS-CNT-ED
032800         DELIMITED BY SIZE INTO RPT-LINE.
032900     WRITE RPT-LINE.
033000     MOVE SPACES TO RPT-LINE.
033100     MOVE WS-READ-CNT TO WS-CNT-ED.
033200     STRING "JOURNAL RECORDS READ        " WS-CNT-ED
033300         DELIMITED BY SIZE INTO RPT-LINE.
033400     WRITE RPT-LINE.
033500     CLOSE CHGJNLF JNLRPTF.
033600     MOVE WS-SEL-CNT TO WS-CNT-ED.
033700     DISPLAY "JNL0100 - CHANGE REPORT COMPLETE, ENTRIES "
033800         WS-CNT-ED.
033900 5000-EXIT.
034000     EXIT.
034100*
034200 COPY AUTHENT.
