000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHQ0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CHQ0100 - DAILY CHEQUE CLEARING FLOAT REPORT
000900*
001000*    RUN ONCE PER BUSINESS DATE AFTER THE RECEIVING RUNS.  WALKS
001100*    THE CHEQUE FLOAT FILE CHQFLTF (CHQFLT.CPY) THAT RCV0100
001200*    FEEDS AND:
001300*      1  CLEARS EVERY UNCLEARED CHEQUE WHOSE CLEARING DATE HAS
001400*         BEEN REACHED (CHQ-CLR-DATE NOT AFTER THE BUSINESS
001500*         DATE) AND LISTS IT - THE FUNDS ARE NOW AVAILABLE
001600*      2  LISTS EVERY CHEQUE STILL UNCLEARED - THE FLOAT - WITH
001700*         ITS CLEARING DATE, AND TOTALS IT BY POSTING BRANCH
001800*      3  LISTS THE CHEQUES RETURNED UNPAID (CHQ0200) OR
001900*         REVERSED BY AN "08" OFFSET ON THE BUSINESS DATE
002000*    TO CHQRPTF, WITH THE CONTROL COUNTS ON THE CONSOLE.  A
002100*    RERUN FOR THE SAME DATE FINDS NOTHING MORE TO CLEAR AND
002200*    REPRINTS THE SAME FLOAT.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    2026-10-05 OPS   ORIGINAL
002625*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002650*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002675*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CHQFLTF ASSIGN TO "CHQFLTF"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CHQ-KEY
003500         FILE STATUS IS FILE-STUS.
003600     SELECT CHQRPTF ASSIGN TO "CHQRPTF"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS RPT-FILE-STUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CHQFLTF.
004200 COPY CHQFLT.
004300 FD  CHQRPTF
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  RPT-LINE                PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 COPY FLAG.
004750 COPY AUTHCHKW.
004800 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
004900 01  WS-CHQ-EOF-SW           PIC X(01) VALUE "N".
005000     88  WS-CHQ-EOF          VALUE "Y".
005100 01  WS-ABORT-SW             PIC X(01) VALUE "N".
005200     88  WS-ABORT-RUN        VALUE "Y".
005300 01  WS-BF-ROC-YEAR          PIC 9(04) VALUE 0.
005400 01  WS-BF-GREG-DATE8        PIC 9(08) VALUE 0.
005500 01  WS-CLR-CNT              PIC 9(07) COMP VALUE 0.
005600 01  WS-CLR-AMT              PIC 9(13)V99 COMP-3 VALUE 0.
005700 01  WS-FLT-CNT              PIC 9(07) COMP VALUE 0.
005800 01  WS-FLT-AMT              PIC 9(13)V99 COMP-3 VALUE 0.
005900 01  WS-RTN-CNT              PIC 9(07) COMP VALUE 0.
006000 01  WS-RTN-AMT              PIC 9(13)V99 COMP-3 VALUE 0.
006100 01  WS-BR-MAX               PIC 9(03) COMP VALUE 50.
006200 01  WS-BR-CNT               PIC 9(03) COMP VALUE 0.
006300 01  WS-BR-TABLE.
006400     05  WS-BR-ENT OCCURS 50 TIMES.
006500         10  WS-BR-ID        PIC 9(03).
006600         10  WS-BR-RECS      PIC 9(07) COMP.
006700         10  WS-BR-AMT       PIC 9(13)V99 COMP-3.
006800 01  WS-SUB                  PIC 9(03) COMP VALUE 0.
006900 01  WS-SX                   PIC 9(03) COMP VALUE 0.
007000 01  WS-STUS-TXT             PIC X(08) VALUE SPACES.
007100 01  WS-CNT-ED               PIC ZZZZZZ9.
007200 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
007300 01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
007400 PROCEDURE DIVISION.
007500*
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007800     IF NOT WS-ABORT-RUN
007900         PERFORM 2000-CLEAR-DUE THRU 2000-EXIT
008000         PERFORM 3000-LIST-FLOAT THRU 3000-EXIT
008100         PERFORM 4000-LIST-RETURNED THRU 4000-EXIT.
008200     PERFORM 5000-FINALIZE THRU 5000-EXIT.
008300     STOP RUN.
008400*
008500******************************************************************
008600*    1000 - INITIALIZE - BUSINESS DATE, FILES, REPORT HEADING
008700*           (BF-DATE IS KEYED IN ROC FORM AS EVERYWHERE ELSE;
008800*           THE CLEARING DATES ON CHQFLTF ARE GREGORIAN, SO THE
008900*           SAME CONVERSION RCV0100 USES IS APPLIED HERE)
009000******************************************************************
009100 1000-INITIALIZE.
009109     DISPLAY "OPERATOR  : ".
009118     ACCEPT TELER-ID.
009127     MOVE SPACES TO TELER-TMLID.
009136     MOVE 0   TO BRID.
009145     MOVE "CHQ0100" TO ATH-PGM-ID.
009154     MOVE "R"       TO ATH-FUNC-CD.
009163     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
009172     IF NOT ATH-PERMITTED
009181         MOVE "Y" TO WS-ABORT-SW
009190         GO TO 1000-EXIT.
009200     DISPLAY "BUS DATE  : ".
009300     ACCEPT BF-DATE.
009400     IF BF-DATE = 0
009500         DISPLAY "CHQ0100 - BUSINESS DATE REQUIRED"
009600         MOVE "Y" TO WS-ABORT-SW
009700         GO TO 1000-EXIT.
009800     COMPUTE WS-BF-ROC-YEAR = BF-Y1 * 1000 + BF-Y3.
009900     COMPUTE WS-BF-GREG-DATE8 =
010000         (WS-BF-ROC-YEAR + 1911) * 10000 + (BF-MM * 100) + BF-DD.
010100     OPEN I-O CHQFLTF.
010200     IF NOT STS-OK
010300         DISPLAY "CHQ0100 - NO CHEQUE FLOAT FILE, STATUS "
010400             FILE-STUS " - NO CHEQUES TAKEN YET"
010500         MOVE "Y" TO WS-ABORT-SW
010600         GO TO 1000-EXIT.
010700     OPEN OUTPUT CHQRPTF.
010800     MOVE SPACES TO RPT-LINE.
010900     STRING "CHQ0100 CHEQUE CLEARING FLOAT FOR " BF-DATE
011000         "  (" WS-BF-GREG-DATE8 ")"
011100         DELIMITED BY SIZE INTO RPT-LINE.
011200     WRITE RPT-LINE.
011300 1000-EXIT.
011400     EXIT.
011500*
011600******************************************************************
011700*    1100 - POSITION AT THE START OF CHQFLTF FOR A FULL PASS
011800******************************************************************
011900 1100-START-PASS.
012000     MOVE "N" TO WS-CHQ-EOF-SW.
012100     MOVE LOW-VALUES TO CHQ-KEY.
012200     START CHQFLTF KEY NOT < CHQ-KEY
012300         INVALID KEY
012400             MOVE "Y" TO WS-CHQ-EOF-SW
012500     END-START.
012600 1100-EXIT.
012700     EXIT.
012800*
012900******************************************************************
013000*    1200 - READ THE NEXT FLOAT ITEM
013100******************************************************************
013200 1200-READ-NEXT.
013300     READ CHQFLTF NEXT
013400         AT END
013500             MOVE "Y" TO WS-CHQ-EOF-SW
013600     END-READ.
013700 1200-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100*    2000 - CLEAR EVERY UNCLEARED CHEQUE THAT HAS REACHED ITS
014200*           CLEARING DATE
014300******************************************************************
014400 2000-CLEAR-DUE.
014500     MOVE SPACES TO RPT-LINE.
014600     WRITE RPT-LINE.
014700     MOVE SPACES TO RPT-LINE.
014800     STRING "CLEARED THIS RUN - FUNDS NOW AVAILABLE"
014900         DELIMITED BY SIZE INTO RPT-LINE.
015000     WRITE RPT-LINE.
015100     PERFORM 1100-START-PASS THRU 1100-EXIT.
015200     PERFORM 2100-CLEAR-ONE THRU 2100-EXIT
015300         UNTIL WS-CHQ-EOF.
015400     IF WS-CLR-CNT = 0
015500         MOVE SPACES TO RPT-LINE
015600         STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
015700         WRITE RPT-LINE
015800     END-IF.
015900 2000-EXIT.
016000     EXIT.
016100*
016200 2100-CLEAR-ONE.
016300     PERFORM 1200-READ-NEXT THRU 1200-EXIT.
016400     IF WS-CHQ-EOF
016500         GO TO 2100-EXIT.
016600     IF NOT CHQ-UNCLEARED
016700         GO TO 2100-EXIT.
016800     IF CHQ-CLR-DATE > WS-BF-GREG-DATE8
016900         GO TO 2100-EXIT.
017000     MOVE "C"              TO CHQ-STUS.
017100     MOVE WS-BF-GREG-DATE8 TO CHQ-STUS-DATE.
017200     REWRITE CHQ-REC
017300         INVALID KEY
017400             DISPLAY "CHQ0100 - CLEAR FAILED FOR "
017500                 CHQ-BRID "/" CHQ-SEQ " STATUS " FILE-STUS
017600             GO TO 2100-EXIT
017700     END-REWRITE.
017800     ADD 1       TO WS-CLR-CNT.
017900     ADD CHQ-AMT TO WS-CLR-AMT.
018000     MOVE "CLEARED " TO WS-STUS-TXT.
018100     PERFORM 6000-PRINT-ITEM THRU 6000-EXIT.
018200 2100-EXIT.
018300     EXIT.
018400*
018500******************************************************************
018600*    3000 - LIST THE OUTSTANDING FLOAT AND TOTAL IT BY POSTING
018700*           BRANCH
018800******************************************************************
018900 3000-LIST-FLOAT.
019000     MOVE SPACES TO RPT-LINE.
019100     WRITE RPT-LINE.
019200     MOVE SPACES TO RPT-LINE.
019300     STRING "UNCLEARED FLOAT"
019400         DELIMITED BY SIZE INTO RPT-LINE.
019500     WRITE RPT-LINE.
019600     PERFORM 1100-START-PASS THRU 1100-EXIT.
019700     PERFORM 3100-LIST-ONE THRU 3100-EXIT
019800         UNTIL WS-CHQ-EOF.
019900     IF WS-FLT-CNT = 0
020000         MOVE SPACES TO RPT-LINE
020100         STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
020200         WRITE RPT-LINE
020300         GO TO 3000-EXIT.
020400     MOVE SPACES TO RPT-LINE.
020500     WRITE RPT-LINE.
020600     MOVE SPACES TO RPT-LINE.
020700     STRING "FLOAT BY POSTING BRANCH"
020800         DELIMITED BY SIZE INTO RPT-LINE.
020900     WRITE RPT-LINE.
021000     PERFORM 3300-PRINT-ONE-BRANCH THRU 3300-EXIT
021100         VARYING WS-SUB FROM 1 BY 1
021200         UNTIL WS-SUB > WS-BR-CNT.
021300 3000-EXIT.
021400     EXIT.
021500*
021600 3100-LIST-ONE.
021700     PERFORM 1200-READ-NEXT THRU 1200-EXIT.
021800     IF WS-CHQ-EOF
021900         GO TO 3100-EXIT.
022000     IF NOT CHQ-UNCLEARED
022100         GO TO 3100-EXIT.
022200     ADD 1       TO WS-FLT-CNT.
022300     ADD CHQ-AMT TO WS-FLT-AMT.
022400     MOVE "FLOAT   " TO WS-STUS-TXT.
022500     PERFORM 6000-PRINT-ITEM THRU 6000-EXIT.
022600     PERFORM 3200-TALLY-BRANCH THRU 3200-EXIT.
022700 3100-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100*    3200 - ADD THIS ITEM TO ITS POSTING BRANCH'S FLOAT
023200******************************************************************
023300 3200-TALLY-BRANCH.
023400     MOVE 0 TO WS-SUB.
023500     IF WS-BR-CNT > 0
023600         PERFORM 3210-FIND-ONE-BRANCH THRU 3210-EXIT
023700             VARYING WS-SX FROM 1 BY 1
023800             UNTIL WS-SUB > 0 OR WS-SX > WS-BR-CNT
023900     END-IF.
024000     IF WS-SUB = 0
024100         IF WS-BR-CNT < WS-BR-MAX
024200             ADD 1 TO WS-BR-CNT
024300             MOVE WS-BR-CNT TO WS-SUB
024400             MOVE CHQ-BRID  TO WS-BR-ID (WS-SUB)
024500             MOVE 0         TO WS-BR-RECS (WS-SUB)
024600             MOVE 0         TO WS-BR-AMT (WS-SUB)
024700         ELSE
024800             DISPLAY "CHQ0100 - BRANCH TABLE FULL, BR "
024900                 CHQ-BRID " NOT TOTALLED"
025000             GO TO 3200-EXIT
025100         END-IF
025200     END-IF.
025300     ADD 1       TO WS-BR-RECS (WS-SUB).
025400     ADD CHQ-AMT TO WS-BR-AMT (WS-SUB).
025500 3200-EXIT.
025600     EXIT.
025700*
025800 3210-FIND-ONE-BRANCH.
025900     IF WS-BR-ID (WS-SX) = CHQ-BRID
026000         MOVE WS-SX TO WS-SUB
026100     END-IF.
026200 3210-EXIT.
026300     EXIT.
026400*
026500 3300-PRINT-ONE-BRANCH.
026600     MOVE SPACES TO RPT-LINE.
026700     MOVE WS-BR-RECS (WS-SUB) TO WS-CNT-ED.
026800     MOVE WS-BR-AMT (WS-SUB)  TO WS-TOT-ED.
026900     STRING "  BR " WS-BR-ID (WS-SUB)
027000         "  ITEMS " WS-CNT-ED
027100         "  " WS-TOT-ED
027200         DELIMITED BY SIZE INTO RPT-LINE.
027300     WRITE RPT-LINE.
027400 3300-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800*    4000 - LIST THE CHEQUES RETURNED OR REVERSED ON THIS
027900*           BUSINESS DATE
028000******************************************************************
028100 4000-LIST-RETURNED.
028200     MOVE SPACES TO RPT-LINE.
028300     WRITE RPT-LINE.
028400     MOVE SPACES TO RPT-LINE.
028500     STRING "RETURNED UNPAID OR REVERSED TODAY"
028600         DELIMITED BY SIZE INTO RPT-LINE.
028700     WRITE RPT-LINE.
028800     PERFORM 1100-START-PASS THRU 1100-EXIT.
028900     PERFORM 4100-LIST-ONE THRU 4100-EXIT
029000         UNTIL WS-CHQ-EOF.
029100     IF WS-RTN-CNT = 0
029200         MOVE SPACES TO RPT-LINE
029300         STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
029400         WRITE RPT-LINE
029500     END-IF.
029600 4000-EXIT.
029700     EXIT.
029800*
029900 4100-LIST-ONE.
030000     PERFORM 1200-READ-NEXT THRU 1200-EXIT.
030100     IF WS-CHQ-EOF
030200         GO TO 4100-EXIT.
030300     IF NOT CHQ-RETURNED AND NOT CHQ-REVERSED
030400         GO TO 4100-EXIT.
030500     IF CHQ-STUS-DATE NOT = WS-BF-GREG-DATE8
030600         GO TO 4100-EXIT.
030700     ADD 1       TO WS-RTN-CNT.
030800     ADD CHQ-AMT TO WS-RTN-AMT.
030900     IF CHQ-RETURNED
031000         MOVE "RETURNED" TO WS-STUS-TXT
031100     ELSE
031200         MOVE "REVERSED" TO WS-STUS-TXT
031300     END-IF.
031400     PERFORM 6000-PRINT-ITEM THRU 6000-EXIT.
031500     IF CHQ-RETURNED
031600         MOVE SPACES TO RPT-LINE
031700         STRING "           REASON " CHQ-RTN-REASON
031800             "  BY " CHQ-RTN-TELER-ID
031900             DELIMITED BY SIZE INTO RPT-LINE
032000         WRITE RPT-LINE
032100     END-IF.
032200 4100-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600*    5000 - FINALIZE - GRAND TOTALS ON THE REPORT AND CONSOLE
032700******************************************************************
032800 5000-FINALIZE.
032900     IF WS-ABORT-RUN
033000         GO TO 5000-EXIT.
033100     MOVE SPACES TO RPT-LINE.
033200     WRITE RPT-LINE.
033300     MOVE SPACES TO RPT-LINE.
033400     MOVE WS-CLR-CNT TO WS-CNT-ED.
033500     MOVE WS-CLR-AMT TO WS-TOT-ED.
033600     STRING "CLEARED THIS RUN   " WS-CNT-ED "  " WS-TOT-ED
033700         DELIMITED BY SIZE INTO RPT-LINE.
033800     WRITE RPT-LINE.
033900     DISPLAY "CHQ0100 - CHEQUES CLEARED       " WS-CNT-ED.
034000     MOVE SPACES TO RPT-LINE.
034100     MOVE WS-FLT-CNT TO WS-CNT-ED.
034200     MOVE WS-FLT-AMT TO WS-TOT-ED.
034300     STRING "UNCLEARED FLOAT    " WS-CNT-ED "  " WS-TOT-ED
034400         DELIMITED BY SIZE INTO RPT-LINE.
034500     WRITE RPT-LINE.
034600     DISPLAY "CHQ0100 - CHEQUES IN FLOAT      " WS-CNT-ED.
034700     MOVE SPACES TO RPT-LINE.
034800     MOVE WS-RTN-CNT TO WS-CNT-ED.
034900     MOVE WS-RTN-AMT TO WS-TOT-ED.
035000     STRING "RETURNED/REVERSED  " WS-CNT-ED "  " WS-TOT-ED
035100         DELIMITED BY SIZE INTO RPT-LINE.
035200     WRITE RPT-LINE.
035300     DISPLAY "CHQ0100 - CHEQUES RETURNED/REVERSED " WS-CNT-ED.
035400     CLOSE CHQFLTF CHQRPTF.
035500 5000-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900*    6000 - PRINT ONE FLOAT ITEM
036000******************************************************************
036100 6000-PRINT-ITEM.
036200     MOVE SPACES TO RPT-LINE.
036300     MOVE CHQ-AMT TO WS-AMT-ED.
036400     STRING "  " WS-STUS-TXT
036500         " " CHQ-BRID "/" CHQ-SEQ
036600         " RCPT " CHQ-RCPT-NO
036700         " BANK " CHQ-BANK
036800         " NO " CHQ-NO
036900         DELIMITED BY SIZE INTO RPT-LINE.
037000     WRITE RPT-LINE.
037100     MOVE SPACES TO RPT-LINE.
037200     STRING "           ACCT " CHQ-ACCT-NO
037300         " " CHQ-TELER-ID
037400         " CLR " CHQ-CLR-DATE
037500         " " WS-AMT-ED
037600         DELIMITED BY SIZE INTO RPT-LINE.
037700     WRITE RPT-LINE.
037800 6000-EXIT.
037900     EXIT.
037901*
037902 COPY AUTHENT.
