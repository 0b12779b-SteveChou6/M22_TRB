000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HLD0200.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700******************************************************************
000800*    HLD0200 - HELD-ITEM AGING REPORT
000900*
001000*    LISTS EVERY ITEM STILL OPEN ON THE HELD-ITEM QUEUE HLDF
001100*    (HLDITM.CPY) THAT HAS BEEN HELD FOR MORE THAN ONE BUSINESS
001200*    DAY AS AT THE BUSINESS DATE KEYED - THE ITEMS NOBODY HAS
001300*    RELEASED OR REJECTED THROUGH HLD0100.  AGE IS COUNTED IN THE
001400*    HOLDING BRANCH'S BUSINESS DAYS THROUGH BUSDAY: AN ITEM HELD
001500*    ON THE PREVIOUS BUSINESS DAY IS ONE DAY OLD AND NOT LISTED.
001600*
001700*    THE ITEMS ARE SORTED BY BRANCH, HELD DATE AND SEQUENCE AND
001800*    PRINTED ON HLDRPTF WITH THE REASON CODE, THE KEYING TELLER,
001900*    ACCOUNT, AMOUNT AND AGE, A COUNT AND AMOUNT PER BRANCH, AND
002000*    THE RUN TOTALS.  NOTHING IS UPDATED - IT MAY BE RUN AT ANY
002100*    TIME AND AS OFTEN AS WANTED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-11 OPS   ORIGINAL
002525*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002550*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002575*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HLDF ASSIGN TO "HLDF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS HLD-KEY
003400         FILE STATUS IS FILE-STUS.
003500     SELECT HLDWRKF ASSIGN TO "HLDWRKF".
003600     SELECT HLDRPTF ASSIGN TO "HLDRPTF"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS RPT-FILE-STUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  HLDF.
004200 COPY HLDITM.
004300 SD  HLDWRKF.
004400 01  SRT-REC.
004500     05  SRT-BRID            PIC 9(03).
004600     05  SRT-BF-DATE         PIC 9(08).
004700     05  SRT-SEQ             PIC 9(05).
004800     05  SRT-RETURN-CD       PIC X(02).
004900     05  SRT-TELER-ID        PIC X(09).
005000     05  SRT-TRAN-CD         PIC X(01).
005100     05  SRT-ACCT-NO         PIC 9(10).
005200     05  SRT-AMT             PIC 9(09)V99.
005300     05  SRT-AGE             PIC 9(03).
005400 FD  HLDRPTF
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  RPT-LINE                PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 COPY FLAG.
005850 COPY AUTHCHKW.
005900 COPY RCVREC.
006000 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
006100 01  WS-HLD-EOF-SW           PIC X(01) VALUE "N".
006200     88  WS-HLD-EOF          VALUE "Y".
006300 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
006400     88  WS-SORT-EOF         VALUE "Y".
006500 01  WS-ABORT-SW             PIC X(01) VALUE "N".
006600     88  WS-ABORT-RUN        VALUE "Y".
006700 01  WS-FIRST-SW             PIC X(01) VALUE "Y".
006800     88  WS-FIRST-ITEM       VALUE "Y".
006900*        ROC BUSINESS DATES ARE TURNED INTO GREGORIAN FOR BUSDAY
007000 01  WS-ROC-DATE             PIC 9(08) VALUE 0.
007100 01  FILLER                  REDEFINES WS-ROC-DATE.
007200     05  WS-ROC-YEAR         PIC 9(04).
007300     05  WS-ROC-MMDD         PIC 9(04).
007400 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
007500 01  FILLER                  REDEFINES WS-GREG-DATE.
007600     05  WS-GREG-YEAR        PIC 9(04).
007700     05  WS-GREG-MMDD        PIC 9(04).
007800 01  WS-BUS-GREG-DATE        PIC 9(08) VALUE 0.
007900 01  WS-WALK-DATE            PIC 9(08) VALUE 0.
008000 01  WS-AGE                  PIC 9(03) VALUE 0.
008100 01  WS-AGE-MAX              PIC 9(03) VALUE 999.
008200 01  WS-LAST-BRID            PIC 9(03) VALUE 0.
008300 01  WS-READ-CNT             PIC 9(07) COMP VALUE 0.
008400 01  WS-OPEN-CNT             PIC 9(07) COMP VALUE 0.
008500 01  WS-BR-CNT               PIC 9(07) COMP VALUE 0.
008600 01  WS-BR-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
008700 01  WS-TOT-CNT              PIC 9(07) COMP VALUE 0.
008800 01  WS-TOT-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
008900 01  WS-CNT-ED               PIC ZZZZZZ9.
009000 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZ9.99.
009100 01  WS-AGE-ED               PIC ZZ9.
009200 01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
009300 01  WS-BD-REQUEST-CD        PIC X(01) VALUE "N".
009400 01  WS-BD-BRID              PIC 9(03) VALUE 0.
009500 01  WS-BD-RSLT-DATE         PIC 9(08) VALUE 0.
009600 01  WS-BD-RETURN-STUS       PIC X(02) VALUE SPACES.
009700 PROCEDURE DIVISION.
009800*
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     IF NOT WS-ABORT-RUN
010200         SORT HLDWRKF
010300             ON ASCENDING KEY SRT-BRID SRT-BF-DATE SRT-SEQ
010400             INPUT PROCEDURE IS 2000-SELECT-AGED
010500                 THRU 2000-EXIT
010600             OUTPUT PROCEDURE IS 3000-PRINT-AGED
010700                 THRU 3000-EXIT
010800         IF SORT-RETURN NOT = 0
010900             DISPLAY "HLD0200 - SORT FAILED, RETURN " SORT-RETURN
011000                 " - REPORT INCOMPLETE"
011100         END-IF
011200         PERFORM 5000-FINALIZE THRU 5000-EXIT
011300     END-IF.
011400     MOVE "C" TO WS-BD-REQUEST-CD.
011500     CALL "BUSDAY" USING WS-BD-REQUEST-CD
011600         WS-BD-BRID WS-GREG-DATE WS-BD-RSLT-DATE
011700         WS-BD-RETURN-STUS.
011800     STOP RUN.
011900*
012000******************************************************************
012100*    1000 - INITIALIZE - BUSINESS DATE, FILES AND HEADINGS
012200******************************************************************
012300 1000-INITIALIZE.
012309     DISPLAY "OPERATOR  : ".
012318     ACCEPT TELER-ID.
012327     MOVE SPACES TO TELER-TMLID.
012336     MOVE 0   TO BRID.
012345     MOVE "HLD0200" TO ATH-PGM-ID.
012354     MOVE "R"       TO ATH-FUNC-CD.
012363     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012372     IF NOT ATH-PERMITTED
012381         MOVE "Y" TO WS-ABORT-SW
012390         GO TO 1000-EXIT.
012400     DISPLAY "BUS DATE  : ".
012500     ACCEPT BF-DATE.
012600     IF BF-DATE NOT NUMERIC OR BF-DATE = 0
012700         DISPLAY "HLD0200 - BUSINESS DATE REQUIRED"
012800         MOVE "Y" TO WS-ABORT-SW
012900         GO TO 1000-EXIT.
013000     MOVE BF-DATE TO WS-ROC-DATE.
013100     PERFORM 1100-ROC-TO-GREG THRU 1100-EXIT.
013200     MOVE WS-GREG-DATE TO WS-BUS-GREG-DATE.
013300     OPEN INPUT HLDF.
013400     IF NOT STS-OK
013500         DISPLAY "HLD0200 - NO HELD-ITEM FILE, STATUS " FILE-STUS
013600             " - NOTHING HAS BEEN HELD"
013700         MOVE "Y" TO WS-ABORT-SW
013800         GO TO 1000-EXIT.
013900     OPEN OUTPUT HLDRPTF.
014000     MOVE SPACES TO RPT-LINE.
014100     STRING "HLD0200 HELD ITEMS OVER ONE BUSINESS DAY - BUS DATE "
014200         BF-DATE
014300         DELIMITED BY SIZE INTO RPT-LINE.
014400     WRITE RPT-LINE.
014500     MOVE SPACES TO RPT-LINE.
014600     WRITE RPT-LINE.
014700     MOVE SPACES TO RPT-LINE.
014800     STRING "HELD DATE  SEQ   CD TELLER    T ACCOUNT   "
014900         "        AMOUNT  AGE"
015000         DELIMITED BY SIZE INTO RPT-LINE.
015100     WRITE RPT-LINE.
015200 1000-EXIT.
015300     EXIT.
015400*
015500 1100-ROC-TO-GREG.
015600     COMPUTE WS-GREG-YEAR = WS-ROC-YEAR + 1911.
015700     MOVE WS-ROC-MMDD TO WS-GREG-MMDD.
015800 1100-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200*    2000 - SELECT THE OPEN ITEMS HELD MORE THAN ONE BUSINESS DAY
016300******************************************************************
016400 2000-SELECT-AGED.
016500     MOVE "N" TO WS-HLD-EOF-SW.
016600     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
016700         UNTIL WS-HLD-EOF.
016800     CLOSE HLDF.
016900 2000-EXIT.
017000     EXIT.
017100*
017200 2100-SELECT-ONE.
017300     READ HLDF NEXT
017400         AT END MOVE "Y" TO WS-HLD-EOF-SW
017500     END-READ.
017600     IF WS-HLD-EOF
017700         GO TO 2100-EXIT.
017800     ADD 1 TO WS-READ-CNT.
017900     IF NOT HLD-OPEN
018000         GO TO 2100-EXIT.
018100     IF HLD-BF-DATE NOT < BF-DATE
018200         GO TO 2100-EXIT.
018300     ADD 1 TO WS-OPEN-CNT.
018400     PERFORM 2200-COUNT-AGE THRU 2200-EXIT.
018500     IF WS-AGE NOT > 1
018600         GO TO 2100-EXIT.
018700     MOVE HLD-RCV-IMAGE TO RCV-REC.
018800     MOVE HLD-BRID      TO SRT-BRID.
018900     MOVE HLD-BF-DATE   TO SRT-BF-DATE.
019000     MOVE HLD-SEQ       TO SRT-SEQ.
019100     MOVE HLD-RETURN-CD TO SRT-RETURN-CD.
019200     MOVE HLD-TELER-ID  TO SRT-TELER-ID.
019300     MOVE RCV-TRAN-CD   TO SRT-TRAN-CD.
019400     MOVE RCV-ACCT-NO   TO SRT-ACCT-NO.
019500     MOVE RCV-AMT       TO SRT-AMT.
019600     MOVE WS-AGE        TO SRT-AGE.
019700     RELEASE SRT-REC.
019800 2100-EXIT.
019900     EXIT.
020000*
020100******************************************************************
020200*    2200 - AGE IN BUSINESS DAYS - THE HOLDING BRANCH'S BUSINESS
020300*           DAYS AFTER THE HELD DATE UP TO THE BUSINESS DATE
020400******************************************************************
020500 2200-COUNT-AGE.
020600     MOVE 0 TO WS-AGE.
020700     MOVE HLD-BF-DATE TO WS-ROC-DATE.
020800     PERFORM 1100-ROC-TO-GREG THRU 1100-EXIT.
020900     MOVE WS-GREG-DATE TO WS-WALK-DATE.
021000     MOVE HLD-BRID     TO WS-BD-BRID.
021100     MOVE "00"         TO WS-BD-RETURN-STUS.
021200     PERFORM 2210-STEP-ONE-DAY THRU 2210-EXIT
021300         UNTIL WS-WALK-DATE NOT < WS-BUS-GREG-DATE
021400         OR WS-BD-RETURN-STUS NOT = "00"
021500         OR WS-AGE NOT < WS-AGE-MAX.
021600 2200-EXIT.
021700     EXIT.
021800*
021900 2210-STEP-ONE-DAY.
022000     MOVE "N" TO WS-BD-REQUEST-CD.
022100     CALL "BUSDAY" USING WS-BD-REQUEST-CD
022200         WS-BD-BRID WS-WALK-DATE WS-BD-RSLT-DATE
022300         WS-BD-RETURN-STUS.
022400     IF WS-BD-RETURN-STUS = "00"
022500         MOVE WS-BD-RSLT-DATE TO WS-WALK-DATE
022600         ADD 1 TO WS-AGE
022700     END-IF.
022800 2210-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200*    3000 - PRINT THE AGED ITEMS WITH BRANCH BREAKS
023300******************************************************************
023400 3000-PRINT-AGED.
023500     MOVE "N" TO WS-SORT-EOF-SW.
023600     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
023700         UNTIL WS-SORT-EOF.
023800     IF NOT WS-FIRST-ITEM
023900         PERFORM 3400-BRANCH-TOTAL THRU 3400-EXIT
024000     END-IF.
024100 3000-EXIT.
024200     EXIT.
024300*
024400 3100-PRINT-ONE.
024500     RETURN HLDWRKF
024600         AT END MOVE "Y" TO WS-SORT-EOF-SW
024700     END-RETURN.
024800     IF WS-SORT-EOF
024900         GO TO 3100-EXIT.
025000     IF NOT WS-FIRST-ITEM AND SRT-BRID NOT = WS-LAST-BRID
025100         PERFORM 3400-BRANCH-TOTAL THRU 3400-EXIT
025200     END-IF.
025300     IF WS-FIRST-ITEM OR SRT-BRID NOT = WS-LAST-BRID
025400         PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
025500     END-IF.
025600     MOVE "N"      TO WS-FIRST-SW.
025700     MOVE SRT-BRID TO WS-LAST-BRID.
025800     MOVE SRT-AMT  TO WS-AMT-ED.
025900     MOVE SRT-AGE  TO WS-AGE-ED.
026000     MOVE SPACES TO RPT-LINE.
026100     STRING SRT-BF-DATE "  " SRT-SEQ " " SRT-RETURN-CD " "
026200         SRT-TELER-ID " " SRT-TRAN-CD " " SRT-ACCT-NO " "
026300         WS-AMT-ED "  " WS-AGE-ED
026400         DELIMITED BY SIZE INTO RPT-LINE.
026500     WRITE RPT-LINE.
026600     ADD 1       TO WS-BR-CNT.
026700     ADD SRT-AMT TO WS-BR-AMT.
026800 3100-EXIT.
026900     EXIT.
027000*
027100 3200-BRANCH-HEADING.
027200     MOVE SPACES TO RPT-LINE.
027300     WRITE RPT-LINE.
027400     MOVE SPACES TO RPT-LINE.
027500     STRING "BRANCH " SRT-BRID DELIMITED BY SIZE INTO RPT-LINE.
027600     WRITE RPT-LINE.
027700 3200-EXIT.
027800     EXIT.
027900*
028000 3400-BRANCH-TOTAL.
028100     MOVE SPACES TO RPT-LINE.
028200     MOVE WS-BR-CNT TO WS-CNT-ED.
028300     MOVE WS-BR-AMT TO WS-TOT-ED.
028400     STRING "BRANCH " WS-LAST-BRID " AGED ITEMS " WS-CNT-ED
028500         "  AMOUNT " WS-TOT-ED
028600         DELIMITED BY SIZE INTO RPT-LINE.
028700     WRITE RPT-LINE.
028800     ADD WS-BR-CNT TO WS-TOT-CNT.
028900     ADD WS-BR-AMT TO WS-TOT-AMT.
029000     MOVE 0 TO WS-BR-CNT.
029100     MOVE 0 TO WS-BR-AMT.
029200 3400-EXIT.
029300     EXIT.
029400*
029500******************************************************************
029600*    5000 - RUN TOTALS
029700******************************************************************
029800 5000-FINALIZE.
029900     MOVE SPACES TO RPT-LINE.
030000     WRITE RPT-LINE.
030100     MOVE SPACES TO RPT-LINE.
030200     MOVE WS-TOT-CNT TO WS-CNT-ED.
030300     MOVE WS-TOT-AMT TO WS-TOT-ED.
030400     STRING "HELD OVER ONE BUSINESS DAY  " WS-CNT-ED
030500         "  AMOUNT " WS-TOT-ED
030600         DELIMITED BY SIZE INTO RPT-LINE.
030700     WRITE RPT-LINE.
030800     MOVE SPACES TO RPT-LINE.
030900     MOVE WS-OPEN-CNT TO WS-CNT-ED.
031000     STRING "OPEN ITEMS HELD BEFORE DATE " WS-CNT-ED
031100         DELIMITED BY SIZE INTO RPT-LINE.
031200     WRITE RPT-LINE.
031300     MOVE SPACES TO RPT-LINE.
031400     MOVE WS-READ-CNT TO WS-CNT-ED.
031500     STRING "HELD RECORDS READ           " WS-CNT-ED
031600         DELIMITED BY SIZE INTO RPT-LINE.
031700     WRITE RPT-LINE.
031800     CLOSE HLDRPTF.
031900     DISPLAY "HLD0200 - " WS-TOT-CNT
032000         " ITEM(S) HELD OVER ONE BUSINESS DAY".
032100 5000-EXIT.
032200     EXIT.
032201*
032202 COPY AUTHENT.
