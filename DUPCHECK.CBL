000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DUPCHECK.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DUPCHECK - SUSPECTED DUPLICATE RECEIPT CHECK
000900*
001000*    CALLED FROM ANY PROGRAM THAT ACCEPTS OR POSTS A RECEIPT
001100*    (ENT0100 AS IT IS KEYED, EDT0100 AS RCVINF IS PRE-EDITED,
001200*    RCV0100 AS IT POSTS) SO THE SAME DEPOSIT KEYED TWICE - BY
001300*    ONE TELLER, OR AT TWO COUNTERS OR TWO BRANCHES - IS CAUGHT
001400*    BEFORE IT REACHES THE CUSTOMER'S ACCOUNT A SECOND TIME.  A
001500*    RECEIPT IS A SUSPECT WHEN ANOTHER RECEIPT FOR THE SAME
001600*    ACCOUNT AND THE SAME AMOUNT IS ALREADY
001700*      - EARLIER IN THE SAME BATCH OR ENTRY SESSION (ADDED BY
001800*        THE CALLER WITH "A" AS EACH ITEM IS PASSED),
001900*      - POSTED ON TODAY'S POSTF, OR
002000*      - ON POSTING HISTORY (POSTHSTF) FOR ONE OF THE
002100*        WS-HIST-DAYS BUSINESS DAYS BEFORE LS-BF-DATE (BUSDAY).
002200*    ONLY ORDINARY RECEIPTS ("00") ON AN ACCOUNT COUNT; A
002300*    RECEIPT SINCE BACKED OUT BY AN "08" OFFSET IS DROPPED, SO
002400*    RE-KEYING A MIS-POSTED ITEM AFTER ITS REVERSAL IS NOT
002500*    FLAGGED.  THE CALLER PASSES:
002600*      LS-REQUEST-CD "Q"  IS LS-ACCT-NO/LS-AMT A SUSPECT.  THE
002700*                         FIRST CALL FOR A BUSINESS DATE LOADS
002800*                         POSTF AND POSTHSTF INTO THE TABLE
002900*      LS-REQUEST-CD "A"  ADD LS-ACCT-NO/LS-AMT TO THE TABLE AS
003000*                         IDENTIFIED BY LS-MATCH (SOURCE "B" A
003100*                         BATCH OR SESSION ITEM - SEQ IS ITS
003200*                         LINE; "P" AN ITEM JUST POSTED)
003205*      LS-REQUEST-CD "X"  AS "Q", BUT PASSING OVER THE ONE ENTRY
003210*                         LS-MATCH NAMES ON THE WAY IN (SOURCE,
003220*                         BRANCH, SEQ) - A RECEIPT RE-EDITED OR
003230*                         RE-POSTED ON A RERUN IS NOT A SUSPECT
003240*                         OF ITS OWN EARLIER POSTING
003300*      LS-REQUEST-CD "C"  CLEAR THE TABLE AT END OF RUN
003400*    LS-RETURN-STUS:
003500*      "00" NOT A SUSPECT / ADDED
003600*      "01" SUSPECT - LS-MATCH DESCRIBES THE EARLIER ITEM:
003700*           SOURCE "B" BATCH, "P" POSTF, "H" POSTHSTF, ITS
003800*           BUSINESS DATE, BRANCH, SEQ (LINE FOR "B") AND TELLER
003900*      "08" TABLE FULL - ITEM NOT ADDED
004000*      "09" UNKNOWN REQUEST
004100*    A MISSING POSTF OR POSTHSTF IS NOT AN ERROR - THERE IS
004200*    SIMPLY NOTHING ON IT TO MATCH.
004300*
004400*    MODIFICATION HISTORY
004500*    DATE       INIT  DESCRIPTION
004600*    2026-10-10 OPS   ORIGINAL
004610*    2026-10-15 OPS   "X" QUERY - EXCLUDE THE CALLER'S OWN POSTING
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT POSTF ASSIGN TO "POSTF"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PST-KEY
005500         FILE STATUS IS WS-PSTF-STUS.
005600     SELECT POSTHSTF ASSIGN TO "POSTHSTF"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS PSH-KEY
006000         FILE STATUS IS WS-HSTF-STUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  POSTF.
006400 COPY POSTREC.
006500 FD  POSTHSTF.
006600 COPY PSTHST.
006700 WORKING-STORAGE SECTION.
006800 01  WS-PSTF-STUS            PIC X(02) VALUE SPACES.
006900     88  WS-PSTF-OK          VALUE "00", "02".
007000 01  WS-HSTF-STUS            PIC X(02) VALUE SPACES.
007100     88  WS-HSTF-OK          VALUE "00", "02".
007200 01  WS-SWITCHES.
007300     05  WS-LOADED-SW        PIC X(01) VALUE "N".
007400         88  WS-LOADED       VALUE "Y".
007500     05  WS-FULL-SW          PIC X(01) VALUE "N".
007600         88  WS-TABLE-FULL   VALUE "Y".
007700     05  WS-EOF-SW           PIC X(01) VALUE "N".
007800         88  WS-EOF          VALUE "Y".
007900 01  WS-HIST-DAYS            PIC 9(02) VALUE 3.
008000*        HOW MANY BUSINESS DAYS OF POSTING HISTORY BEFORE THE
008100*        BUSINESS DATE A RECEIPT IS CHECKED AGAINST
008200 01  WS-LOADED-DATE          PIC 9(08) VALUE 0.
008300 01  WS-HIST-FROM            PIC 9(08) VALUE 0.
008400 01  WS-ROC-DATE             PIC 9(08) VALUE 0.
008500 01  FILLER                  REDEFINES WS-ROC-DATE.
008600     05  WS-ROC-YEAR         PIC 9(04).
008700     05  WS-ROC-MMDD         PIC 9(04).
008800 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
008900 01  FILLER                  REDEFINES WS-GREG-DATE.
009000     05  WS-GREG-YEAR        PIC 9(04).
009100     05  WS-GREG-MMDD        PIC 9(04).
009200 01  WS-BD-REQUEST-CD        PIC X(01) VALUE "P".
009300 01  WS-BD-BRID              PIC 9(03) VALUE 0.
009400 01  WS-BD-RSLT-DATE         PIC 9(08) VALUE 0.
009500 01  WS-BD-RETURN-STUS       PIC X(02) VALUE SPACES.
009600 01  WS-DAY-SUB              PIC 9(02) COMP VALUE 0.
009700 01  WS-RVSL-DATE            PIC 9(08) VALUE 0.
009800 01  WS-RVSL-BRID            PIC 9(03) VALUE 0.
009900 01  WS-RVSL-SEQ             PIC 9(05) VALUE 0.
010000 01  WS-DUP-MAX              PIC 9(05) COMP VALUE 5000.
010100 01  WS-DUP-CNT              PIC 9(05) COMP VALUE 0.
010200 01  WS-DUP-TABLE.
010300     05  WS-DUP-ENT OCCURS 5000 TIMES.
010400         10  WS-DUP-ACCT-NO  PIC 9(10).
010500         10  WS-DUP-AMT      PIC 9(09)V99.
010600         10  WS-DUP-SRC      PIC X(01).
010700         10  WS-DUP-DATE     PIC 9(08).
010800         10  WS-DUP-BRID     PIC 9(03).
010900         10  WS-DUP-SEQ      PIC 9(05).
011000         10  WS-DUP-TELER-ID PIC X(09).
011100 01  WS-SUB                  PIC 9(05) COMP VALUE 0.
011200 01  WS-SX                   PIC 9(05) COMP VALUE 0.
011210 01  WS-EXCL-SRC             PIC X(01) VALUE SPACE.
011220 01  WS-EXCL-BRID            PIC 9(03) VALUE 0.
011230 01  WS-EXCL-SEQ             PIC 9(05) VALUE 0.
011300 LINKAGE SECTION.
011400 01  LS-REQUEST-CD           PIC X(01).
011500     88  LS-REQ-QUERY        VALUE "Q", "q".
011600     88  LS-REQ-ADD          VALUE "A", "a".
011650     88  LS-REQ-EXCL         VALUE "X", "x".
011700     88  LS-REQ-CLOSE        VALUE "C", "c".
011800 01  LS-BF-DATE              PIC 9(08).
011900 01  LS-ACCT-NO              PIC 9(10).
012000 01  LS-AMT                  PIC 9(09)V99.
012100 01  LS-MATCH.
012200     05  LS-MATCH-SRC        PIC X(01).
012300     05  LS-MATCH-DATE       PIC 9(08).
012400     05  LS-MATCH-BRID       PIC 9(03).
012500     05  LS-MATCH-SEQ        PIC 9(05).
012600     05  LS-MATCH-TELER-ID   PIC X(09).
012700 01  LS-RETURN-STUS          PIC X(02).
012800 PROCEDURE DIVISION USING LS-REQUEST-CD
012900                           LS-BF-DATE
013000                           LS-ACCT-NO
013100                           LS-AMT
013200                           LS-MATCH
013300                           LS-RETURN-STUS.
013400*
013500 0000-MAINLINE.
013600     MOVE "00" TO LS-RETURN-STUS.
013700     EVALUATE TRUE
013800         WHEN LS-REQ-CLOSE
013900             MOVE "N" TO WS-LOADED-SW
014000             MOVE "N" TO WS-FULL-SW
014100             MOVE 0   TO WS-DUP-CNT
014200         WHEN LS-REQ-QUERY
014210             MOVE SPACE         TO WS-EXCL-SRC
014220             IF NOT WS-LOADED OR LS-BF-DATE NOT = WS-LOADED-DATE
014230                 PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
014240             END-IF
014250             PERFORM 2000-FIND-SUSPECT THRU 2000-EXIT
014260         WHEN LS-REQ-EXCL
014270             MOVE LS-MATCH-SRC  TO WS-EXCL-SRC
014280             MOVE LS-MATCH-BRID TO WS-EXCL-BRID
014290             MOVE LS-MATCH-SEQ  TO WS-EXCL-SEQ
014300             IF NOT WS-LOADED OR LS-BF-DATE NOT = WS-LOADED-DATE
014400                 PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
014500             END-IF
014600             PERFORM 2000-FIND-SUSPECT THRU 2000-EXIT
014700         WHEN LS-REQ-ADD
014800             IF NOT WS-LOADED OR LS-BF-DATE NOT = WS-LOADED-DATE
014900                 PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
015000             END-IF
015100             PERFORM 3000-ADD-ITEM THRU 3000-EXIT
015200         WHEN OTHER
015300             MOVE "09" TO LS-RETURN-STUS
015400     END-EVALUATE.
015500     GO TO 0000-EXIT.
015600 0000-EXIT.
015700     EXIT PROGRAM.
015800*
015900******************************************************************
016000*    1000 - LOAD THE RECEIPTS ALREADY ON POSTHSTF (THE HISTORY
016100*           WINDOW) AND ON TODAY'S POSTF
016200******************************************************************
016300 1000-LOAD-TABLE.
016400     MOVE 0   TO WS-DUP-CNT.
016500     MOVE "N" TO WS-FULL-SW.
016600     MOVE LS-BF-DATE TO WS-LOADED-DATE.
016700     MOVE "Y" TO WS-LOADED-SW.
016800     PERFORM 1100-FIND-HIST-FROM THRU 1100-EXIT.
016900     IF WS-HIST-FROM > 0
017000         PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT
017100     END-IF.
017200     PERFORM 1300-LOAD-POSTF THRU 1300-EXIT.
017300 1000-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700*    1100 - THE FIRST BUSINESS DATE OF THE HISTORY WINDOW.
017800*           LS-BF-DATE IS ROC FORM AS EVERYWHERE ELSE; BUSDAY
017900*           WORKS IN GREGORIAN, SO THE DATE IS CONVERTED THERE
018000*           AND BACK.  BANK HOLIDAYS ONLY (BRANCH 000) - THE
018100*           WINDOW IS THE SAME FOR EVERY BRANCH
018200******************************************************************
018300 1100-FIND-HIST-FROM.
018400     MOVE 0 TO WS-HIST-FROM.
018500     MOVE LS-BF-DATE TO WS-ROC-DATE.
018600     COMPUTE WS-GREG-YEAR = WS-ROC-YEAR + 1911.
018700     MOVE WS-ROC-MMDD TO WS-GREG-MMDD.
018800     MOVE "00" TO WS-BD-RETURN-STUS.
018900     PERFORM 1110-STEP-BACK-ONE THRU 1110-EXIT
019000         VARYING WS-DAY-SUB FROM 1 BY 1
019100         UNTIL WS-DAY-SUB > WS-HIST-DAYS
019200         OR WS-BD-RETURN-STUS NOT = "00".
019300     IF WS-BD-RETURN-STUS NOT = "00"
019400         DISPLAY "DUPCHECK - NO BUSINESS DAY BEFORE "
019500             WS-GREG-DATE " - POSTING HISTORY NOT CHECKED"
019600         GO TO 1100-EXIT.
019700     COMPUTE WS-ROC-YEAR = WS-GREG-YEAR - 1911.
019800     MOVE WS-GREG-MMDD TO WS-ROC-MMDD.
019900     MOVE WS-ROC-DATE TO WS-HIST-FROM.
020000 1100-EXIT.
020100     EXIT.
020200*
020300 1110-STEP-BACK-ONE.
020400     MOVE "P" TO WS-BD-REQUEST-CD.
020500     CALL "BUSDAY" USING WS-BD-REQUEST-CD
020600         WS-BD-BRID WS-GREG-DATE WS-BD-RSLT-DATE
020700         WS-BD-RETURN-STUS.
020800     IF WS-BD-RETURN-STUS = "00"
020900         MOVE WS-BD-RSLT-DATE TO WS-GREG-DATE
021000     END-IF.
021100 1110-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500*    1200 - POSTHSTF FROM THE FIRST DATE OF THE WINDOW UP TO,
021600*           NOT INCLUDING, LS-BF-DATE.  PSH-KEY LEADS WITH THE
021700*           BUSINESS DATE SO THE WINDOW IS ONE START AND A SHORT
021800*           READ
021900******************************************************************
022000 1200-LOAD-HISTORY.
022100     OPEN INPUT POSTHSTF.
022200     IF NOT WS-HSTF-OK
022300         GO TO 1200-EXIT.
022400     MOVE "N" TO WS-EOF-SW.
022500     MOVE WS-HIST-FROM TO PSH-BF-DATE.
022600     MOVE 0 TO PSH-BRID.
022700     MOVE 0 TO PSH-SEQ.
022800     START POSTHSTF KEY NOT < PSH-KEY
022900         INVALID KEY
023000             MOVE "Y" TO WS-EOF-SW
023100     END-START.
023200     PERFORM 1210-LOAD-ONE-HIST THRU 1210-EXIT
023300         UNTIL WS-EOF.
023400     CLOSE POSTHSTF.
023500 1200-EXIT.
023600     EXIT.
023700*
023800 1210-LOAD-ONE-HIST.
023900     READ POSTHSTF NEXT
024000         AT END
024100             MOVE "Y" TO WS-EOF-SW
024200     END-READ.
024300     IF WS-EOF
024400         GO TO 1210-EXIT.
024500     IF PSH-BF-DATE NOT < LS-BF-DATE
024600         MOVE "Y" TO WS-EOF-SW
024700         GO TO 1210-EXIT.
024800     IF PSH-RETURN-CD = "08"
024900         IF PSH-RVSL-DATE = 0
025000             MOVE PSH-BF-DATE   TO WS-RVSL-DATE
025100         ELSE
025200             MOVE PSH-RVSL-DATE TO WS-RVSL-DATE
025300         END-IF
025400         MOVE PSH-RVSL-BRID TO WS-RVSL-BRID
025500         MOVE PSH-RVSL-SEQ  TO WS-RVSL-SEQ
025600         PERFORM 1400-DROP-REVERSED THRU 1400-EXIT
025700         GO TO 1210-EXIT.
025800     IF PSH-RETURN-CD NOT = "00" OR PSH-FEE-ITEM
025900         OR PSH-ACCT-NO NOT NUMERIC OR PSH-ACCT-NO = 0
026000         GO TO 1210-EXIT.
026100     IF WS-DUP-CNT NOT < WS-DUP-MAX
026200         PERFORM 1500-TABLE-FULL THRU 1500-EXIT
026300         GO TO 1210-EXIT.
026400     ADD 1 TO WS-DUP-CNT.
026500     MOVE PSH-ACCT-NO  TO WS-DUP-ACCT-NO (WS-DUP-CNT).
026600     MOVE PSH-AMT      TO WS-DUP-AMT (WS-DUP-CNT).
026700     MOVE "H"          TO WS-DUP-SRC (WS-DUP-CNT).
026800     MOVE PSH-BF-DATE  TO WS-DUP-DATE (WS-DUP-CNT).
026900     MOVE PSH-BRID     TO WS-DUP-BRID (WS-DUP-CNT).
027000     MOVE PSH-SEQ      TO WS-DUP-SEQ (WS-DUP-CNT).
027100     MOVE PSH-TELER-ID TO WS-DUP-TELER-ID (WS-DUP-CNT).
027200 1210-EXIT.
027300     EXIT.
027400*
027500******************************************************************
027600*    1300 - EVERYTHING ON TODAY'S POSTF
027700******************************************************************
027800 1300-LOAD-POSTF.
027900     OPEN INPUT POSTF.
028000     IF NOT WS-PSTF-OK
028100         GO TO 1300-EXIT.
028200     MOVE "N" TO WS-EOF-SW.
028300     MOVE LOW-VALUES TO PST-KEY.
028400     START POSTF KEY NOT < PST-KEY
028500         INVALID KEY
028600             MOVE "Y" TO WS-EOF-SW
028700     END-START.
028800     PERFORM 1310-LOAD-ONE-POST THRU 1310-EXIT
028900         UNTIL WS-EOF.
029000     CLOSE POSTF.
029100 1300-EXIT.
029200     EXIT.
029300*
029400 1310-LOAD-ONE-POST.
029500     READ POSTF NEXT
029600         AT END
029700             MOVE "Y" TO WS-EOF-SW
029800     END-READ.
029900     IF WS-EOF
030000         GO TO 1310-EXIT.
030100     IF PST-RETURN-CD = "08"
030200         IF PST-RVSL-DATE = 0
030300             MOVE LS-BF-DATE    TO WS-RVSL-DATE
030400         ELSE
030500             MOVE PST-RVSL-DATE TO WS-RVSL-DATE
030600         END-IF
030700         MOVE PST-RVSL-BRID TO WS-RVSL-BRID
030800         MOVE PST-RVSL-SEQ  TO WS-RVSL-SEQ
030900         PERFORM 1400-DROP-REVERSED THRU 1400-EXIT
031000         GO TO 1310-EXIT.
031100     IF PST-RETURN-CD NOT = "00" OR PST-FEE-ITEM
031200         OR PST-ACCT-NO NOT NUMERIC OR PST-ACCT-NO = 0
031300         GO TO 1310-EXIT.
031400     IF WS-DUP-CNT NOT < WS-DUP-MAX
031500         PERFORM 1500-TABLE-FULL THRU 1500-EXIT
031600         GO TO 1310-EXIT.
031700     ADD 1 TO WS-DUP-CNT.
031800     MOVE PST-ACCT-NO  TO WS-DUP-ACCT-NO (WS-DUP-CNT).
031900     MOVE PST-AMT      TO WS-DUP-AMT (WS-DUP-CNT).
032000     MOVE "P"          TO WS-DUP-SRC (WS-DUP-CNT).
032100     MOVE LS-BF-DATE   TO WS-DUP-DATE (WS-DUP-CNT).
032200     MOVE PST-BRID     TO WS-DUP-BRID (WS-DUP-CNT).
032300     MOVE PST-SEQ      TO WS-DUP-SEQ (WS-DUP-CNT).
032400     MOVE PST-TELER-ID TO WS-DUP-TELER-ID (WS-DUP-CNT).
032500 1310-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900*    1400 - AN "08" OFFSET BACKS OUT ITS ORIGINAL - TAKE THE
033000*           ORIGINAL OUT OF THE TABLE IF IT IS THERE (ZERO
033100*           ACCOUNT NEVER MATCHES)
033200******************************************************************
033300 1400-DROP-REVERSED.
033400     IF WS-DUP-CNT > 0
033500         PERFORM 1410-DROP-ONE THRU 1410-EXIT
033600             VARYING WS-SX FROM 1 BY 1
033700             UNTIL WS-SX > WS-DUP-CNT
033800     END-IF.
033900 1400-EXIT.
034000     EXIT.
034100*
034200 1410-DROP-ONE.
034300     IF WS-DUP-DATE (WS-SX) = WS-RVSL-DATE
034400         AND WS-DUP-BRID (WS-SX) = WS-RVSL-BRID
034500         AND WS-DUP-SEQ (WS-SX) = WS-RVSL-SEQ
034600         AND WS-DUP-SRC (WS-SX) NOT = "B"
034700         MOVE 0 TO WS-DUP-ACCT-NO (WS-SX)
034800     END-IF.
034900 1410-EXIT.
035000     EXIT.
035100*
035200 1500-TABLE-FULL.
035300     IF NOT WS-TABLE-FULL
035400         DISPLAY "DUPCHECK - SUSPECT TABLE FULL AT " WS-DUP-MAX
035500             " ITEMS, LATER RECEIPTS NOT ALL CHECKED"
035600         MOVE "Y" TO WS-FULL-SW
035700     END-IF.
035800 1500-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200*    2000 - LOOK FOR AN EARLIER RECEIPT FOR THE SAME ACCOUNT AND
036300*           AMOUNT, PASSING OVER THE EXCLUDED ENTRY ON AN "X"
036400******************************************************************
036500 2000-FIND-SUSPECT.
036600     MOVE 0 TO WS-SUB.
036700     IF LS-ACCT-NO NOT NUMERIC OR LS-ACCT-NO = 0
036800         GO TO 2000-EXIT.
036900     IF WS-DUP-CNT > 0
037000         PERFORM 2010-TEST-ONE THRU 2010-EXIT
037100             VARYING WS-SX FROM 1 BY 1
037200             UNTIL WS-SUB > 0 OR WS-SX > WS-DUP-CNT
037300     END-IF.
037400     IF WS-SUB = 0
037500         GO TO 2000-EXIT.
037600     MOVE WS-DUP-SRC (WS-SUB)      TO LS-MATCH-SRC.
037700     MOVE WS-DUP-DATE (WS-SUB)     TO LS-MATCH-DATE.
037800     MOVE WS-DUP-BRID (WS-SUB)     TO LS-MATCH-BRID.
037900     MOVE WS-DUP-SEQ (WS-SUB)      TO LS-MATCH-SEQ.
038000     MOVE WS-DUP-TELER-ID (WS-SUB) TO LS-MATCH-TELER-ID.
038100     MOVE "01" TO LS-RETURN-STUS.
038200 2000-EXIT.
038300     EXIT.
038400*
038500 2010-TEST-ONE.
038510     IF WS-EXCL-SRC NOT = SPACE
038520         AND WS-DUP-SRC (WS-SX) = WS-EXCL-SRC
038530         AND WS-DUP-BRID (WS-SX) = WS-EXCL-BRID
038540         AND WS-DUP-SEQ (WS-SX) = WS-EXCL-SEQ
038550         GO TO 2010-EXIT.
038600     IF WS-DUP-ACCT-NO (WS-SX) = LS-ACCT-NO
038700         AND WS-DUP-AMT (WS-SX) = LS-AMT
038800         MOVE WS-SX TO WS-SUB
038900     END-IF.
039000 2010-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400*    3000 - ADD A RECEIPT THE CALLER HAS JUST PASSED OR POSTED
039500******************************************************************
039600 3000-ADD-ITEM.
039700     IF LS-ACCT-NO NOT NUMERIC OR LS-ACCT-NO = 0
039800         GO TO 3000-EXIT.
039900     IF WS-DUP-CNT NOT < WS-DUP-MAX
040000         PERFORM 1500-TABLE-FULL THRU 1500-EXIT
040100         MOVE "08" TO LS-RETURN-STUS
040200         GO TO 3000-EXIT.
040300     ADD 1 TO WS-DUP-CNT.
040400     MOVE LS-ACCT-NO        TO WS-DUP-ACCT-NO (WS-DUP-CNT).
040500     MOVE LS-AMT            TO WS-DUP-AMT (WS-DUP-CNT).
040600     MOVE LS-MATCH-SRC      TO WS-DUP-SRC (WS-DUP-CNT).
040700     MOVE LS-BF-DATE        TO WS-DUP-DATE (WS-DUP-CNT).
040800     MOVE LS-MATCH-BRID     TO WS-DUP-BRID (WS-DUP-CNT).
040900     MOVE LS-MATCH-SEQ      TO WS-DUP-SEQ (WS-DUP-CNT).
041000     MOVE LS-MATCH-TELER-ID TO WS-DUP-TELER-ID (WS-DUP-CNT).
041100 3000-EXIT.
041200     EXIT.
