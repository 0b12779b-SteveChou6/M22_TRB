000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STM0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*    STM0100 - MONTHLY CUSTOMER STATEMENTS
000900*
001000*    PRINTS ONE STATEMENT PER OPEN CUSTOMER ACCOUNT (ACCT.CPY)
001100*    FOR THE KEYED STATEMENT MONTH, FOR MAILING: EVERY RECEIPT
001200*    AND "08" REVERSAL POSTED TO THE ACCOUNT IN THE MONTH, WITH
001300*    ITS BRANCH, SEQUENCE AND OFFICIAL RECEIPT NUMBER, THEN THE
001400*    OPENING BALANCE, RECEIPT AND REVERSAL TOTALS AND THE
001500*    CLOSING FIGURE.  THE POSTINGS COME FROM POSTING HISTORY
001600*    (POSTHSTF) AND THE DAY'S POSTF, SORTED BY ACCOUNT AND
001700*    MATCHED AGAINST ACCTF IN ACCOUNT ORDER.  SERVICE FEES ("11")
001800*    ARE NOT ACCOUNT MONEY AND ARE NOT SHOWN.
001900*
002000*    THE CLOSING FIGURE IS THE MASTER'S CURRENT BALANCE
002100*    (ACT-CUR-BAL, PROVED NIGHTLY BY ACP0100) LESS ANYTHING
002200*    POSTED AFTER THE MONTH ENDED, AND THE OPENING BALANCE IS
002300*    THE CLOSING FIGURE LESS THE MONTH'S NET - SO THE RUN CAN BE
002400*    MADE ANY DAY AFTER THE MONTH CLOSES, AS LONG AS THE MONTH
002500*    HAS NOT YET BEEN PURGED FROM HISTORY BY HST0100.  RUN IT
002600*    AFTER RECEIVING FOR BF-DATE IS COMPLETE.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    2026-10-08 OPS   ORIGINAL
003025*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
003050*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
003075*                     MATRIX BEFORE ANYTHING ELSE IS DONE
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCTF ASSIGN TO "ACCTF"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACT-ACCT-NO
003900         FILE STATUS IS FILE-STUS.
004000     SELECT POSTF ASSIGN TO "POSTF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PST-KEY
004400         FILE STATUS IS FILE-STUS.
004500     SELECT POSTHSTF ASSIGN TO "POSTHSTF"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PSH-KEY
004900         FILE STATUS IS FILE-STUS.
005000     SELECT STMWRKF ASSIGN TO "STMWRKF".
005100     SELECT STMRPTF ASSIGN TO "STMRPTF"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS RPT-FILE-STUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCTF.
005700 COPY ACCT.
005800 FD  POSTF.
005900 COPY POSTREC.
006000 FD  POSTHSTF.
006100 COPY PSTHST.
006200 SD  STMWRKF.
006300 01  SRT-REC.
006400     05  SRT-ACCT-NO         PIC 9(10).
006500     05  SRT-BF-DATE         PIC 9(08).
006600     05  SRT-BRID            PIC 9(03).
006700     05  SRT-SEQ             PIC 9(05).
006800     05  SRT-RCPT-NO         PIC 9(08).
006900     05  SRT-AMT             PIC 9(09)V99.
007000     05  SRT-RETURN-CD       PIC X(02).
007100     05  SRT-INSTR-CD        PIC X(01).
007200 FD  STMRPTF
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  RPT-LINE                PIC X(80).
007500 WORKING-STORAGE SECTION.
007600 COPY FLAG.
007650 COPY AUTHCHKW.
007700 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
007800 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
007900     88  WS-POST-EOF         VALUE "Y".
008000 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
008100     88  WS-HIST-EOF         VALUE "Y".
008200 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
008300     88  WS-SORT-EOF         VALUE "Y".
008400 01  WS-ACCT-EOF-SW          PIC X(01) VALUE "N".
008500     88  WS-ACCT-EOF         VALUE "Y".
008600 01  WS-ABORT-SW             PIC X(01) VALUE "N".
008700     88  WS-ABORT-RUN        VALUE "Y".
008800 01  WS-STM-MONTH            PIC 9(06) VALUE 0.
008900 01  FILLER                  REDEFINES WS-STM-MONTH.
009000     05  WS-STM-YEAR         PIC 9(04).
009100     05  WS-STM-MM           PIC 9(02).
009200 01  WS-BF-MONTH             PIC 9(06) VALUE 0.
009300 01  WS-MONTH-START          PIC 9(08) VALUE 0.
009400 01  WS-MONTH-END            PIC 9(08) VALUE 0.
009500 01  WS-RCPT-CNT             PIC 9(05) COMP VALUE 0.
009600 01  WS-RCPT-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
009700 01  WS-RVSL-CNT             PIC 9(05) COMP VALUE 0.
009800 01  WS-RVSL-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
009900 01  WS-AFTER-NET            PIC S9(11)V99 COMP-3 VALUE 0.
010000 01  WS-OPEN-BAL             PIC S9(11)V99 COMP-3 VALUE 0.
010100 01  WS-CLOSE-BAL            PIC S9(11)V99 COMP-3 VALUE 0.
010200 01  WS-ITEM-DESC            PIC X(14) VALUE SPACES.
010300 01  WS-ITEM-CNT             PIC 9(07) COMP VALUE 0.
010400 01  WS-STMT-CNT             PIC 9(07) COMP VALUE 0.
010500 01  WS-CLOSED-CNT           PIC 9(07) COMP VALUE 0.
010600 01  WS-LINE-CNT             PIC 9(07) COMP VALUE 0.
010700 01  WS-ORPH-CNT             PIC 9(07) COMP VALUE 0.
010800 01  WS-CNT-ED               PIC ZZZZZZ9.
010900 01  WS-ITM-ED               PIC ZZZZ9.
011000 01  WS-AMT-ED               PIC ZZZ,ZZZ,ZZ9.99-.
011100 01  WS-BAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
011200 PROCEDURE DIVISION.
011300*
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     IF NOT WS-ABORT-RUN
011700         SORT STMWRKF
011800             ON ASCENDING KEY SRT-ACCT-NO SRT-BF-DATE
011900                 SRT-BRID SRT-SEQ
012000             INPUT PROCEDURE IS 2000-SELECT-POSTINGS
012100                 THRU 2000-EXIT
012200             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
012300                 THRU 3000-EXIT
012400         IF SORT-RETURN NOT = 0
012500             DISPLAY "STM0100 - SORT FAILED, RETURN " SORT-RETURN
012600                 " - STATEMENTS INCOMPLETE"
012700         END-IF
012800         PERFORM 5000-FINALIZE THRU 5000-EXIT
012900     END-IF.
013000     STOP RUN.
013100*
013200******************************************************************
013300*    1000 - INITIALIZE - BUSINESS DATE AND STATEMENT MONTH.  THE
013400*           MONTH IS KEYED AS THE FIRST SIX DIGITS OF A BF-DATE
013500*           IN THE MONTH, AND MAY NOT BE LATER THAN BF-DATE'S
013600******************************************************************
013700 1000-INITIALIZE.
013709     DISPLAY "OPERATOR  : ".
013718     ACCEPT TELER-ID.
013727     MOVE SPACES TO TELER-TMLID.
013736     MOVE 0   TO BRID.
013745     MOVE "STM0100" TO ATH-PGM-ID.
013754     MOVE "R"       TO ATH-FUNC-CD.
013763     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
013772     IF NOT ATH-PERMITTED
013781         MOVE "Y" TO WS-ABORT-SW
013790         GO TO 1000-EXIT.
013800     DISPLAY "BUS DATE  : ".
013900     ACCEPT BF-DATE.
014000     DISPLAY "STMT MONTH: ".
014100     ACCEPT WS-STM-MONTH.
014200     DIVIDE BF-DATE BY 100 GIVING WS-BF-MONTH.
014300     IF WS-STM-MONTH NOT NUMERIC
014400         OR WS-STM-MM < 1 OR WS-STM-MM > 12
014500         OR WS-STM-MONTH > WS-BF-MONTH
014600         DISPLAY "STM0100 - STATEMENT MONTH " WS-STM-MONTH
014700             " NOT VALID FOR BUS DATE " BF-DATE
014800         MOVE "Y" TO WS-ABORT-SW
014900         GO TO 1000-EXIT.
015000     COMPUTE WS-MONTH-START = WS-STM-MONTH * 100 + 1.
015100     COMPUTE WS-MONTH-END   = WS-STM-MONTH * 100 + 31.
015200     OPEN INPUT ACCTF.
015300     IF NOT STS-OK
015400         DISPLAY "STM0100 - ACCOUNT MASTER UNAVAILABLE, STATUS "
015500             FILE-STUS
015600         MOVE "Y" TO WS-ABORT-SW
015700         GO TO 1000-EXIT.
015800     OPEN OUTPUT STMRPTF.
015900 1000-EXIT.
016000     EXIT.
016100*
016200******************************************************************
016300*    2000 - SORT INPUT - RECEIPTS AND OFFSETS ON CUSTOMER
016400*           ACCOUNTS FROM THE FIRST OF THE MONTH THROUGH BF-DATE
016500******************************************************************
016600 2000-SELECT-POSTINGS.
016700     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT.
016800     PERFORM 2200-RELEASE-POSTF THRU 2200-EXIT.
016900 2000-EXIT.
017000     EXIT.
017100*
017200 2100-RELEASE-HISTORY.
017300     OPEN INPUT POSTHSTF.
017400     IF NOT STS-OK
017500         DISPLAY "STM0100 - NO POSTING HISTORY, STATUS "
017600             FILE-STUS " - TODAY'S POSTINGS ONLY"
017700         GO TO 2100-EXIT.
017800     MOVE WS-MONTH-START TO PSH-BF-DATE.
017900     MOVE 0              TO PSH-BRID.
018000     MOVE 0              TO PSH-SEQ.
018100     START POSTHSTF KEY NOT < PSH-KEY
018200         INVALID KEY
018300             MOVE "Y" TO WS-HIST-EOF-SW
018400     END-START.
018500     PERFORM 2110-RELEASE-ONE-HIST THRU 2110-EXIT
018600         UNTIL WS-HIST-EOF.
018700     CLOSE POSTHSTF.
018800 2100-EXIT.
018900     EXIT.
019000*
019100 2110-RELEASE-ONE-HIST.
019200     READ POSTHSTF NEXT
019300         AT END
019400             MOVE "Y" TO WS-HIST-EOF-SW
019500     END-READ.
019600     IF WS-HIST-EOF
019700         GO TO 2110-EXIT.
019800     IF PSH-BF-DATE > BF-DATE
019900         MOVE "Y" TO WS-HIST-EOF-SW
020000         GO TO 2110-EXIT.
020100     IF PSH-ACCT-NO NOT NUMERIC OR PSH-ACCT-NO = 0
020200         OR PSH-FEE-ITEM
020300         GO TO 2110-EXIT.
020400     IF PSH-RETURN-CD NOT = "00" AND PSH-RETURN-CD NOT = "08"
020500         GO TO 2110-EXIT.
020600     MOVE PSH-ACCT-NO   TO SRT-ACCT-NO.
020700     MOVE PSH-BF-DATE   TO SRT-BF-DATE.
020800     MOVE PSH-BRID      TO SRT-BRID.
020900     MOVE PSH-SEQ       TO SRT-SEQ.
021000     MOVE PSH-RCPT-NO   TO SRT-RCPT-NO.
021100     MOVE PSH-AMT       TO SRT-AMT.
021200     MOVE PSH-RETURN-CD TO SRT-RETURN-CD.
021300     MOVE PSH-INSTR-CD  TO SRT-INSTR-CD.
021400     RELEASE SRT-REC.
021500     ADD 1 TO WS-ITEM-CNT.
021600 2110-EXIT.
021700     EXIT.
021800*
021900 2200-RELEASE-POSTF.
022000     OPEN INPUT POSTF.
022100     IF NOT STS-OK
022200         DISPLAY "STM0100 - NO POSTING FILE, STATUS " FILE-STUS
022300         GO TO 2200-EXIT.
022400     MOVE LOW-VALUES TO PST-KEY.
022500     START POSTF KEY NOT < PST-KEY
022600         INVALID KEY
022700             MOVE "Y" TO WS-POST-EOF-SW
022800     END-START.
022900     PERFORM 2210-RELEASE-ONE-POST THRU 2210-EXIT
023000         UNTIL WS-POST-EOF.
023100     CLOSE POSTF.
023200 2200-EXIT.
023300     EXIT.
023400*
023500 2210-RELEASE-ONE-POST.
023600     READ POSTF NEXT
023700         AT END
023800             MOVE "Y" TO WS-POST-EOF-SW
023900     END-READ.
024000     IF WS-POST-EOF
024100         GO TO 2210-EXIT.
024200     IF PST-ACCT-NO NOT NUMERIC OR PST-ACCT-NO = 0
024300         OR PST-FEE-ITEM
024400         GO TO 2210-EXIT.
024500     IF PST-RETURN-CD NOT = "00" AND PST-RETURN-CD NOT = "08"
024600         GO TO 2210-EXIT.
024700     MOVE PST-ACCT-NO   TO SRT-ACCT-NO.
024800     MOVE BF-DATE       TO SRT-BF-DATE.
024900     MOVE PST-BRID      TO SRT-BRID.
025000     MOVE PST-SEQ       TO SRT-SEQ.
025100     MOVE PST-RCPT-NO   TO SRT-RCPT-NO.
025200     MOVE PST-AMT       TO SRT-AMT.
025300     MOVE PST-RETURN-CD TO SRT-RETURN-CD.
025400     MOVE PST-INSTR-CD  TO SRT-INSTR-CD.
025500     RELEASE SRT-REC.
025600     ADD 1 TO WS-ITEM-CNT.
025700 2210-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100*    3000 - SORT OUTPUT - MATCH THE SORTED POSTINGS AGAINST THE
026200*           ACCOUNT MASTER, BOTH IN ACCOUNT ORDER
026300******************************************************************
026400 3000-PRINT-STATEMENTS.
026500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
026600     MOVE LOW-VALUES TO ACT-ACCT-NO.
026700     START ACCTF KEY NOT < ACT-ACCT-NO
026800         INVALID KEY
026900             MOVE "Y" TO WS-ACCT-EOF-SW
027000     END-START.
027100     IF NOT WS-ACCT-EOF
027200         PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT
027300     END-IF.
027400     PERFORM 3200-ONE-ACCOUNT THRU 3200-EXIT
027500         UNTIL WS-ACCT-EOF.
027600     PERFORM 3300-SKIP-ORPHAN THRU 3300-EXIT
027700         UNTIL WS-SORT-EOF.
027800 3000-EXIT.
027900     EXIT.
028000*
028100 3100-RETURN-ONE.
028200     RETURN STMWRKF
028300         AT END
028400             MOVE "Y" TO WS-SORT-EOF-SW
028500     END-RETURN.
028600 3100-EXIT.
028700     EXIT.
028800*
028900 3150-READ-ACCOUNT.
029000     READ ACCTF NEXT
029100         AT END
029200             MOVE "Y" TO WS-ACCT-EOF-SW
029300     END-READ.
029400     IF NOT WS-ACCT-EOF AND NOT STS-OK
029500         DISPLAY "STM0100 - ACCOUNT MASTER READ FAILED, STATUS "
029600             FILE-STUS " - STATEMENTS STOPPED"
029700         MOVE "Y" TO WS-ACCT-EOF-SW
029800     END-IF.
029900 3150-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300*    3200 - ONE ACCOUNT.  A CLOSED ACCOUNT GETS NO STATEMENT BUT
030400*           ITS POSTINGS ARE STILL READ PAST
030500******************************************************************
030600 3200-ONE-ACCOUNT.
030700     PERFORM 3300-SKIP-ORPHAN THRU 3300-EXIT
030800         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT < ACT-ACCT-NO.
030900     IF NOT ACT-OPEN
031000         ADD 1 TO WS-CLOSED-CNT
031100         PERFORM 3100-RETURN-ONE THRU 3100-EXIT
031200             UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT = ACT-ACCT-NO
031300         GO TO 3200-NEXT.
031400     ADD 1 TO WS-STMT-CNT.
031500     MOVE 0 TO WS-RCPT-CNT.
031600     MOVE 0 TO WS-RCPT-AMT.
031700     MOVE 0 TO WS-RVSL-CNT.
031800     MOVE 0 TO WS-RVSL-AMT.
031900     MOVE 0 TO WS-AFTER-NET.
032000     PERFORM 3400-PRINT-HEADING THRU 3400-EXIT.
032100     PERFORM 3500-ONE-POSTING THRU 3500-EXIT
032200         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT = ACT-ACCT-NO.
032300     PERFORM 3600-PRINT-SUMMARY THRU 3600-EXIT.
032400 3200-NEXT.
032500     PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT.
032600 3200-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000*    3300 - POSTINGS FOR AN ACCOUNT NOT ON THE MASTER ARE READ
033100*           PAST AND COUNTED (ACP0100 LISTS THEM NIGHTLY)
033200******************************************************************
033300 3300-SKIP-ORPHAN.
033400     ADD 1 TO WS-ORPH-CNT.
033500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
033600 3300-EXIT.
033700     EXIT.
033800*
033900 3400-PRINT-HEADING.
034000     MOVE ALL "=" TO RPT-LINE.
034100     WRITE RPT-LINE.
034200     MOVE SPACES TO RPT-LINE.
034300     STRING "STATEMENT OF RECEIPTS   MONTH " WS-STM-MONTH
034400         "          AS AT BUS DATE " BF-DATE
034500         DELIMITED BY SIZE INTO RPT-LINE.
034600     WRITE RPT-LINE.
034700     MOVE SPACES TO RPT-LINE.
034800     STRING "ACCOUNT " ACT-ACCT-NO "   NAME " ACT-NAME
034900         "   HOME BRANCH " ACT-BRID
035000         DELIMITED BY SIZE INTO RPT-LINE.
035100     WRITE RPT-LINE.
035200     MOVE SPACES TO RPT-LINE.
035300     WRITE RPT-LINE.
035400     MOVE SPACES TO RPT-LINE.
035500     STRING "  DATE      BRANCH/SEQ  RECEIPT NO  TYPE      "
035600         "               AMOUNT"
035700         DELIMITED BY SIZE INTO RPT-LINE.
035800     WRITE RPT-LINE.
035900 3400-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300*    3500 - ONE POSTING.  ONE IN THE MONTH IS PRINTED AND
036400*           TOTALLED; ONE AFTER THE MONTH ONLY GOES TO WORK THE
036500*           CLOSING FIGURE BACK FROM THE CURRENT BALANCE
036600******************************************************************
036700 3500-ONE-POSTING.
036800     IF SRT-BF-DATE > WS-MONTH-END
036900         IF SRT-RETURN-CD = "08"
037000             SUBTRACT SRT-AMT FROM WS-AFTER-NET
037100         ELSE
037200             ADD SRT-AMT TO WS-AFTER-NET
037300         END-IF
037400         GO TO 3500-NEXT.
037500     IF SRT-RETURN-CD = "08"
037600         ADD 1 TO WS-RVSL-CNT
037700         ADD SRT-AMT TO WS-RVSL-AMT
037800         MOVE "REVERSAL"       TO WS-ITEM-DESC
037900         COMPUTE WS-AMT-ED = 0 - SRT-AMT
038000     ELSE
038100         ADD 1 TO WS-RCPT-CNT
038200         ADD SRT-AMT TO WS-RCPT-AMT
038300         IF SRT-INSTR-CD = "Q"
038400             MOVE "CHEQUE RECEIPT" TO WS-ITEM-DESC
038500         ELSE
038600             MOVE "CASH RECEIPT"   TO WS-ITEM-DESC
038700         END-IF
038800         MOVE SRT-AMT TO WS-AMT-ED
038900     END-IF.
039000     MOVE SPACES TO RPT-LINE.
039100     STRING "  " SRT-BF-DATE "  " SRT-BRID "/" SRT-SEQ
039200         "   " SRT-RCPT-NO "    " WS-ITEM-DESC
039300         "   " WS-AMT-ED
039400         DELIMITED BY SIZE INTO RPT-LINE.
039500     WRITE RPT-LINE.
039600     ADD 1 TO WS-LINE-CNT.
039700 3500-NEXT.
039800     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
039900 3500-EXIT.
040000     EXIT.
040100*
040200 3600-PRINT-SUMMARY.
040300     IF WS-RCPT-CNT = 0 AND WS-RVSL-CNT = 0
040400         MOVE SPACES TO RPT-LINE
040500         STRING "  NO RECEIPTS THIS MONTH"
040600             DELIMITED BY SIZE INTO RPT-LINE
040700         WRITE RPT-LINE
040800     END-IF.
040900     COMPUTE WS-CLOSE-BAL = ACT-CUR-BAL - WS-AFTER-NET.
041000     COMPUTE WS-OPEN-BAL =
041100         WS-CLOSE-BAL - WS-RCPT-AMT + WS-RVSL-AMT.
041200     MOVE SPACES TO RPT-LINE.
041300     WRITE RPT-LINE.
041400     MOVE SPACES TO RPT-LINE.
041500     MOVE WS-OPEN-BAL TO WS-BAL-ED.
041600     STRING "  OPENING BALANCE                       " WS-BAL-ED
041700         DELIMITED BY SIZE INTO RPT-LINE.
041800     WRITE RPT-LINE.
041900     MOVE SPACES TO RPT-LINE.
042000     MOVE WS-RCPT-CNT TO WS-ITM-ED.
042100     MOVE WS-RCPT-AMT TO WS-BAL-ED.
042200     STRING "  RECEIPTS         " WS-ITM-ED
042300         "                " WS-BAL-ED
042400         DELIMITED BY SIZE INTO RPT-LINE.
042500     WRITE RPT-LINE.
042600     MOVE SPACES TO RPT-LINE.
042700     MOVE WS-RVSL-CNT TO WS-ITM-ED.
042800     COMPUTE WS-BAL-ED = 0 - WS-RVSL-AMT.
042900     STRING "  REVERSALS        " WS-ITM-ED
043000         "                " WS-BAL-ED
043100         DELIMITED BY SIZE INTO RPT-LINE.
043200     WRITE RPT-LINE.
043300     MOVE SPACES TO RPT-LINE.
043400     MOVE WS-CLOSE-BAL TO WS-BAL-ED.
043500     STRING "  CLOSING BALANCE                       " WS-BAL-ED
043600         DELIMITED BY SIZE INTO RPT-LINE.
043700     WRITE RPT-LINE.
043800 3600-EXIT.
043900     EXIT.
044000*
044100******************************************************************
044200*    5000 - FINALIZE - RUN TOTALS AND CLOSE
044300******************************************************************
044400 5000-FINALIZE.
044500     MOVE ALL "=" TO RPT-LINE.
044600     WRITE RPT-LINE.
044700     MOVE SPACES TO RPT-LINE.
044800     STRING "STM0100 STATEMENT RUN TOTALS   MONTH " WS-STM-MONTH
044900         DELIMITED BY SIZE INTO RPT-LINE.
045000     WRITE RPT-LINE.
045100     MOVE SPACES TO RPT-LINE.
045200     MOVE WS-STMT-CNT TO WS-CNT-ED.
045300     STRING "STATEMENTS PRINTED          " WS-CNT-ED
045400         DELIMITED BY SIZE INTO RPT-LINE.
045500     WRITE RPT-LINE.
045600     MOVE SPACES TO RPT-LINE.
045700     MOVE WS-LINE-CNT TO WS-CNT-ED.
045800     STRING "POSTINGS PRINTED            " WS-CNT-ED
045900         DELIMITED BY SIZE INTO RPT-LINE.
046000     WRITE RPT-LINE.
046100     MOVE SPACES TO RPT-LINE.
046200     MOVE WS-CLOSED-CNT TO WS-CNT-ED.
046300     STRING "CLOSED ACCOUNTS SKIPPED     " WS-CNT-ED
046400         DELIMITED BY SIZE INTO RPT-LINE.
046500     WRITE RPT-LINE.
046600     IF WS-ORPH-CNT > 0
046700         MOVE SPACES TO RPT-LINE
046800         MOVE WS-ORPH-CNT TO WS-CNT-ED
046900         STRING "POSTINGS FOR NO MASTER      " WS-CNT-ED
047000             DELIMITED BY SIZE INTO RPT-LINE
047100         WRITE RPT-LINE
047200     END-IF.
047300     CLOSE ACCTF STMRPTF.
047400 5000-EXIT.
047500     EXIT.
047501*
047502 COPY AUTHENT.
