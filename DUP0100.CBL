000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DUP0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DUP0100 - DAILY SUSPECTED-DUPLICATE FORCED-THROUGH LIST
000900*
001000*    LISTS, FOR THE BRANCH MANAGER, EVERY RECEIPT THAT DUPCHECK
001100*    FOUND TO MATCH AN EARLIER RECEIPT FOR THE SAME ACCOUNT AND
001200*    AMOUNT BUT WHICH WENT ON TO POSTING BECAUSE THE TELLER
001300*    CONFIRMED IT WAS NOT A DUPLICATE (RCV-DUP-CONF).  EDT0100
001400*    LOGS EACH SUCH ITEM ON DUPFRCF (DUPFRC.CPY) AS IT PASSES IT.
001500*
001600*    THE ITEMS FOR ONE BUSINESS DATE (AND ONE BRANCH, OR ALL) ARE
001700*    SORTED BY BRANCH, TELLER AND BATCH LINE AND PRINTED ON
001800*    DUPRPTF WITH THE EARLIER ITEM THEY MATCHED, A COUNT AND
001900*    AMOUNT PER TELLER AND BRANCH, AND A RUN TOTAL.  AN ITEM
002000*    LOGGED TWICE BECAUSE EDT0100 WAS RERUN OVER THE SAME BATCH
002100*    IS PRINTED ONCE.
002200*
002300*    MAY BE RUN AT ANY TIME OF THE DAY AND AS OFTEN AS WANTED -
002400*    NOTHING IS UPDATED.
002500*
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    2026-10-10 OPS   ORIGINAL
002825*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002850*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002875*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DUPFRCF ASSIGN TO "DUPFRCF"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FILE-STUS.
003600     SELECT DUPWRKF ASSIGN TO "DUPWRKF".
003700     SELECT DUPRPTF ASSIGN TO "DUPRPTF"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS RPT-FILE-STUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DUPFRCF.
004300 COPY DUPFRC.
004400 SD  DUPWRKF.
004500 01  SRT-REC.
004600     05  SRT-BRID            PIC 9(03).
004700     05  SRT-TELER-ID        PIC X(09).
004800     05  SRT-TMLID           PIC X(02).
004900     05  SRT-LINE-NO         PIC 9(05).
005000     05  SRT-ACCT-NO         PIC 9(10).
005100     05  SRT-AMT             PIC 9(09)V99.
005200     05  SRT-MATCH-SRC       PIC X(01).
005300     05  SRT-MATCH-DATE      PIC 9(08).
005400     05  SRT-MATCH-BRID      PIC 9(03).
005500     05  SRT-MATCH-SEQ       PIC 9(05).
005600     05  SRT-MATCH-TELER-ID  PIC X(09).
005700 FD  DUPRPTF
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  RPT-LINE                PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 COPY FLAG.
006150 COPY AUTHCHKW.
006200 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
006300 01  WS-SEL-BRID             PIC 9(03) VALUE 0.
006400 01  WS-FRC-EOF-SW           PIC X(01) VALUE "N".
006500     88  WS-FRC-EOF          VALUE "Y".
006600 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
006700     88  WS-SORT-EOF         VALUE "Y".
006800 01  WS-ABORT-SW             PIC X(01) VALUE "N".
006900     88  WS-ABORT-RUN        VALUE "Y".
007000*        THE LAST ITEM PRINTED - A RECORD WITH THE SAME BRANCH,
007100*        TELLER, TERMINAL, LINE, ACCOUNT AND AMOUNT IS THE SAME
007200*        ITEM LOGGED AGAIN BY AN EDT0100 RERUN
007300 01  WS-LAST-ITEM.
007400     05  WS-LAST-BRID        PIC 9(03) VALUE 0.
007500     05  WS-LAST-TELER-ID    PIC X(09) VALUE SPACES.
007600     05  WS-LAST-TMLID       PIC X(02) VALUE SPACES.
007700     05  WS-LAST-LINE-NO     PIC 9(05) VALUE 0.
007800     05  WS-LAST-ACCT-NO     PIC 9(10) VALUE 0.
007900     05  WS-LAST-AMT         PIC 9(09)V99 VALUE 0.
008000 01  WS-FIRST-SW             PIC X(01) VALUE "Y".
008100     88  WS-FIRST-ITEM       VALUE "Y".
008200 01  WS-READ-CNT             PIC 9(07) COMP VALUE 0.
008300 01  WS-SEL-CNT              PIC 9(07) COMP VALUE 0.
008400 01  WS-RERUN-CNT            PIC 9(07) COMP VALUE 0.
008500 01  WS-TLR-CNT              PIC 9(07) COMP VALUE 0.
008600 01  WS-TLR-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
008700 01  WS-BR-CNT               PIC 9(07) COMP VALUE 0.
008800 01  WS-BR-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
008900 01  WS-TOT-CNT              PIC 9(07) COMP VALUE 0.
009000 01  WS-TOT-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
009100 01  WS-CNT-ED               PIC ZZZZZZ9.
009200 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZ9.99.
009300 01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
009400 PROCEDURE DIVISION.
009500*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     IF NOT WS-ABORT-RUN
009900         SORT DUPWRKF
010000             ON ASCENDING KEY SRT-BRID SRT-TELER-ID SRT-TMLID
010100                 SRT-LINE-NO SRT-ACCT-NO SRT-AMT
010200             INPUT PROCEDURE IS 2000-SELECT-ITEMS
010300                 THRU 2000-EXIT
010400             OUTPUT PROCEDURE IS 3000-PRINT-ITEMS
010500                 THRU 3000-EXIT
010600         IF SORT-RETURN NOT = 0
010700             DISPLAY "DUP0100 - SORT FAILED, RETURN " SORT-RETURN
010800                 " - LIST INCOMPLETE"
010900         END-IF
011000         PERFORM 5000-FINALIZE THRU 5000-EXIT
011100     END-IF.
011200     STOP RUN.
011300*
011400******************************************************************
011500*    1000 - INITIALIZE - DATE, BRANCH, FILES AND HEADINGS
011600******************************************************************
011700 1000-INITIALIZE.
011709     DISPLAY "OPERATOR  : ".
011718     ACCEPT TELER-ID.
011727     MOVE SPACES TO TELER-TMLID.
011736     MOVE 0   TO BRID.
011745     MOVE "DUP0100" TO ATH-PGM-ID.
011754     MOVE "R"       TO ATH-FUNC-CD.
011763     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
011772     IF NOT ATH-PERMITTED
011781         MOVE "Y" TO WS-ABORT-SW
011790         GO TO 1000-EXIT.
011800     DISPLAY "BUS DATE  : ".
011900     ACCEPT BF-DATE.
012000     DISPLAY "BRID (000=ALL) : ".
012100     ACCEPT WS-SEL-BRID.
012200     OPEN INPUT DUPFRCF.
012300     IF NOT STS-OK
012400         DISPLAY "DUP0100 - NO FORCED-THROUGH LOG, STATUS "
012500             FILE-STUS " - NOTHING TO LIST"
012600         MOVE "Y" TO WS-ABORT-SW
012700         GO TO 1000-EXIT.
012800     OPEN OUTPUT DUPRPTF.
012900     MOVE SPACES TO RPT-LINE.
013000     STRING "DUP0100 SUSPECTED DUPLICATES FORCED THROUGH - "
013100         "BUS DATE " BF-DATE
013200         DELIMITED BY SIZE INTO RPT-LINE.
013300     WRITE RPT-LINE.
013400     MOVE SPACES TO RPT-LINE.
013500     IF WS-SEL-BRID = 0
013600         STRING "ALL BRANCHES" DELIMITED BY SIZE INTO RPT-LINE
013700     ELSE
013800         STRING "BRANCH " WS-SEL-BRID DELIMITED BY SIZE
013900             INTO RPT-LINE
014000     END-IF.
014100     WRITE RPT-LINE.
014200     MOVE SPACES TO RPT-LINE.
014300     WRITE RPT-LINE.
014400     MOVE SPACES TO RPT-LINE.
014500     STRING "TELLER    LINE  ACCOUNT           AMOUNT  "
014600         "EARLIER ITEM (B/P/H DATE BR-SEQ BY)"
014700         DELIMITED BY SIZE INTO RPT-LINE.
014800     WRITE RPT-LINE.
014900 1000-EXIT.
015000     EXIT.
015100*
015200******************************************************************
015300*    2000 - SELECT THE DAY'S (AND BRANCH'S) ITEMS FOR THE SORT
015400******************************************************************
015500 2000-SELECT-ITEMS.
015600     MOVE "N" TO WS-FRC-EOF-SW.
015700     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
015800         UNTIL WS-FRC-EOF.
015900     CLOSE DUPFRCF.
016000 2000-EXIT.
016100     EXIT.
016200*
016300 2100-SELECT-ONE.
016400     READ DUPFRCF
016500         AT END MOVE "Y" TO WS-FRC-EOF-SW
016600     END-READ.
016700     IF WS-FRC-EOF
016800         GO TO 2100-EXIT.
016900     ADD 1 TO WS-READ-CNT.
017000     IF DFR-BF-DATE NOT = BF-DATE
017100         GO TO 2100-EXIT.
017200     IF WS-SEL-BRID NOT = 0 AND DFR-BRID NOT = WS-SEL-BRID
017300         GO TO 2100-EXIT.
017400     MOVE DFR-BRID           TO SRT-BRID.
017500     MOVE DFR-TELER-ID       TO SRT-TELER-ID.
017600     MOVE DFR-TMLID          TO SRT-TMLID.
017700     MOVE DFR-LINE-NO        TO SRT-LINE-NO.
017800     MOVE DFR-ACCT-NO        TO SRT-ACCT-NO.
017900     MOVE DFR-AMT            TO SRT-AMT.
018000     MOVE DFR-MATCH-SRC      TO SRT-MATCH-SRC.
018100     MOVE DFR-MATCH-DATE     TO SRT-MATCH-DATE.
018200     MOVE DFR-MATCH-BRID     TO SRT-MATCH-BRID.
018300     MOVE DFR-MATCH-SEQ      TO SRT-MATCH-SEQ.
018400     MOVE DFR-MATCH-TELER-ID TO SRT-MATCH-TELER-ID.
018500     RELEASE SRT-REC.
018600     ADD 1 TO WS-SEL-CNT.
018700 2100-EXIT.
018800     EXIT.
018900*
019000******************************************************************
019100*    3000 - PRINT THE ITEMS WITH TELLER AND BRANCH BREAKS
019200******************************************************************
019300 3000-PRINT-ITEMS.
019400     MOVE "N" TO WS-SORT-EOF-SW.
019500     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
019600         UNTIL WS-SORT-EOF.
019700     IF NOT WS-FIRST-ITEM
019800         PERFORM 3300-TELLER-TOTAL THRU 3300-EXIT
019900         PERFORM 3400-BRANCH-TOTAL THRU 3400-EXIT
020000     END-IF.
020100 3000-EXIT.
020200     EXIT.
020300*
020400 3100-PRINT-ONE.
020500     RETURN DUPWRKF
020600         AT END MOVE "Y" TO WS-SORT-EOF-SW
020700     END-RETURN.
020800     IF WS-SORT-EOF
020900         GO TO 3100-EXIT.
021000     IF NOT WS-FIRST-ITEM
021100         AND SRT-BRID     = WS-LAST-BRID
021200         AND SRT-TELER-ID = WS-LAST-TELER-ID
021300         AND SRT-TMLID    = WS-LAST-TMLID
021400         AND SRT-LINE-NO  = WS-LAST-LINE-NO
021500         AND SRT-ACCT-NO  = WS-LAST-ACCT-NO
021600         AND SRT-AMT      = WS-LAST-AMT
021700         ADD 1 TO WS-RERUN-CNT
021800         GO TO 3100-EXIT.
021900     IF NOT WS-FIRST-ITEM
022000         IF SRT-BRID NOT = WS-LAST-BRID
022100             PERFORM 3300-TELLER-TOTAL THRU 3300-EXIT
022200             PERFORM 3400-BRANCH-TOTAL THRU 3400-EXIT
022300         ELSE
022400             IF SRT-TELER-ID NOT = WS-LAST-TELER-ID
022500                 PERFORM 3300-TELLER-TOTAL THRU 3300-EXIT
022600             END-IF
022700         END-IF
022800     END-IF.
022900     IF WS-FIRST-ITEM OR SRT-BRID NOT = WS-LAST-BRID
023000         PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
023100     END-IF.
023200     MOVE "N"          TO WS-FIRST-SW.
023300     MOVE SRT-BRID     TO WS-LAST-BRID.
023400     MOVE SRT-TELER-ID TO WS-LAST-TELER-ID.
023500     MOVE SRT-TMLID    TO WS-LAST-TMLID.
023600     MOVE SRT-LINE-NO  TO WS-LAST-LINE-NO.
023700     MOVE SRT-ACCT-NO  TO WS-LAST-ACCT-NO.
023800     MOVE SRT-AMT      TO WS-LAST-AMT.
023900     MOVE SRT-AMT      TO WS-AMT-ED.
024000     MOVE SPACES TO RPT-LINE.
024100     STRING SRT-TELER-ID " " SRT-LINE-NO " " SRT-ACCT-NO " "
024200         WS-AMT-ED "  " SRT-MATCH-SRC " " SRT-MATCH-DATE " "
024300         SRT-MATCH-BRID "-" SRT-MATCH-SEQ " " SRT-MATCH-TELER-ID
024400         DELIMITED BY SIZE INTO RPT-LINE.
024500     WRITE RPT-LINE.
024600     ADD 1       TO WS-TLR-CNT.
024700     ADD SRT-AMT TO WS-TLR-AMT.
024800 3100-EXIT.
024900     EXIT.
025000*
025100 3200-BRANCH-HEADING.
025200     MOVE SPACES TO RPT-LINE.
025300     WRITE RPT-LINE.
025400     MOVE SPACES TO RPT-LINE.
025500     STRING "BRANCH " SRT-BRID DELIMITED BY SIZE INTO RPT-LINE.
025600     WRITE RPT-LINE.
025700 3200-EXIT.
025800     EXIT.
025900*
026000 3300-TELLER-TOTAL.
026100     MOVE SPACES TO RPT-LINE.
026200     MOVE WS-TLR-CNT TO WS-CNT-ED.
026300     MOVE WS-TLR-AMT TO WS-TOT-ED.
026400     STRING "  TELLER " WS-LAST-TELER-ID " ITEMS " WS-CNT-ED
026500         "  AMOUNT " WS-TOT-ED
026600         DELIMITED BY SIZE INTO RPT-LINE.
026700     WRITE RPT-LINE.
026800     ADD WS-TLR-CNT TO WS-BR-CNT.
026900     ADD WS-TLR-AMT TO WS-BR-AMT.
027000     MOVE 0 TO WS-TLR-CNT.
027100     MOVE 0 TO WS-TLR-AMT.
027200 3300-EXIT.
027300     EXIT.
027400*
027500 3400-BRANCH-TOTAL.
027600     MOVE SPACES TO RPT-LINE.
027700     MOVE WS-BR-CNT TO WS-CNT-ED.
027800     MOVE WS-BR-AMT TO WS-TOT-ED.
027900     STRING "BRANCH " WS-LAST-BRID " TOTAL  ITEMS " WS-CNT-ED
028000         "  AMOUNT " WS-TOT-ED
028100         DELIMITED BY SIZE INTO RPT-LINE.
028200     WRITE RPT-LINE.
028300     ADD WS-BR-CNT TO WS-TOT-CNT.
028400     ADD WS-BR-AMT TO WS-TOT-AMT.
028500     MOVE 0 TO WS-BR-CNT.
028600     MOVE 0 TO WS-BR-AMT.
028700 3400-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100*    5000 - RUN TOTALS
029200******************************************************************
029300 5000-FINALIZE.
029400     MOVE SPACES TO RPT-LINE.
029500     WRITE RPT-LINE.
029600     MOVE SPACES TO RPT-LINE.
029700     MOVE WS-TOT-CNT TO WS-CNT-ED.
029800     MOVE WS-TOT-AMT TO WS-TOT-ED.
029900     STRING "ITEMS FORCED THROUGH        " WS-CNT-ED
030000         "  AMOUNT " WS-TOT-ED
030100         DELIMITED BY SIZE INTO RPT-LINE.
030200     WRITE RPT-LINE.
030300     IF WS-TOT-CNT = 0
030400         MOVE SPACES TO RPT-LINE
030500         STRING "*** NO SUSPECTED DUPLICATE FORCED THROUGH ***"
030600             DELIMITED BY SIZE INTO RPT-LINE
030700         WRITE RPT-LINE
030800     END-IF.
030900     MOVE SPACES TO RPT-LINE.
031000     MOVE WS-RERUN-CNT TO WS-CNT-ED.
031100     STRING "LOGGED AGAIN BY A RERUN     " WS-CNT-ED
031200         DELIMITED BY SIZE INTO RPT-LINE.
031300     WRITE RPT-LINE.
031400     MOVE SPACES TO RPT-LINE.
031500     MOVE WS-READ-CNT TO WS-CNT-ED.
031600     STRING "LOG RECORDS READ            " WS-CNT-ED
031700         DELIMITED BY SIZE INTO RPT-LINE.
031800     WRITE RPT-LINE.
031900     CLOSE DUPRPTF.
032000     DISPLAY "DUP0100 - " WS-TOT-CNT " ITEM(S) LISTED".
032100 5000-EXIT.
032200     EXIT.
032201*
032202 COPY AUTHENT.
