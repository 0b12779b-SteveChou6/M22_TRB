000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEE0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700******************************************************************
000800*    FEE0100 - FEETRFF SERVICE-FEE TARIFF MAINTENANCE
000900*
001000*    ON-LINE ADD/CHANGE/DISPLAY/DELETE FOR THE SERVICE-FEE TARIFF
001100*    (FEETRF.CPY) THAT RCV0100 CHARGES BEHIND CROSS-BRANCH,
001200*    ACCOUNT-LESS AND OVER-AMOUNT RECEIPTS.  ONE RECORD PER
001300*    RECEIVING BRANCH AND CATEGORY; BRANCH 000 IS THE HEAD-OFFICE
001400*    DEFAULT FOR A BRANCH WITH NO RECORD OF ITS OWN.
001500*
001600*    EVERY ADD/CHANGE/DELETE REQUIRES A SUP1 CLEARANCE AND IS
001700*    WRITTEN THROUGH SUPAUDIT, THE SAME AS PRM0100, SO TARIFF
001800*    EDITS SHOW UP ON THE DAILY AUDIT TRAIL.  DISPLAY NEEDS NO
001900*    SUP1.  A RECORD WITH NEITHER A FLAT AMOUNT NOR A RATE IS
002000*    REFUSED - SUSPEND THE RECORD INSTEAD TO STOP CHARGING.
002100*
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    2026-10-06 OPS   ORIGINAL
002433*    2026-10-12 OPS   ENTRY AND EACH FUNCTION CHECKED THROUGH
002466*                     AUTHCHK AGAINST THE AUTHORIZATION MATRIX
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FEETRFF ASSIGN TO "FEETRFF"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS FEE-KEY
003300         FILE STATUS IS FILE-STUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  FEETRFF.
003700 COPY FEETRF.
003800 WORKING-STORAGE SECTION.
003900 COPY FLAG.
004000 COPY LKRETRYW.
004050 COPY AUTHCHKW.
004100 01  WS-DONE-SW              PIC X(01) VALUE "N".
004200     88  WS-DONE             VALUE "Y".
004300 01  WS-FUNC-CD              PIC X(01) VALUE SPACES.
004400     88  WS-FUNC-ADD         VALUE "A", "a".
004500     88  WS-FUNC-CHANGE      VALUE "C", "c".
004600     88  WS-FUNC-DELETE      VALUE "D", "d".
004700     88  WS-FUNC-SHOW        VALUE "S", "s".
004800     88  WS-FUNC-END         VALUE "X", "x".
004900 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
005000     88  WS-REC-FOUND        VALUE "Y".
005100 01  WS-EDIT-OK-SW           PIC X(01) VALUE "N".
005200     88  WS-EDIT-OK          VALUE "Y".
005300 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
005400 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
005500 01  WS-SA-RETURN-STUS       PIC X(02).
005600 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
005700 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
005800 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
005900 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
006000 PROCEDURE DIVISION.
006100*
006200 0000-MAINLINE.
006400     DISPLAY "TELER-ID  : ".
006500     ACCEPT TELER-ID.
006600     DISPLAY "BRID      : ".
006700     ACCEPT BRID.
006800     DISPLAY "TERM ID   : ".
006900     ACCEPT TELER-TMLID.
006914     MOVE "FEE0100" TO ATH-PGM-ID.
006928     MOVE "R"       TO ATH-FUNC-CD.
006942     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006956     IF NOT ATH-PERMITTED
006970         STOP RUN.
006984     PERFORM 1040-OPEN-FEETRFF THRU 1040-EXIT.
007000     DISPLAY "BUS DATE  : ".
007100     ACCEPT BF-DATE.
007200     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
007300         UNTIL WS-DONE.
007400     CLOSE FEETRFF.
007500     MOVE "C" TO WS-SA-REQUEST-CD.
007600     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
007700         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
007800         SUP1 SUP2 WS-SA-RETURN-STUS.
007900     IF WS-SA-RETURN-STUS NOT = "00"
008000         DISPLAY "FEE0100 - AUDIT FILE CLOSE FAILED, STATUS "
008100             WS-SA-RETURN-STUS
008200     END-IF.
008300     MOVE "C" TO WS-SC-REQUEST-CD.
008400     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
008500         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
008600     STOP RUN.
008700*
008800******************************************************************
008900*    1040 - OPEN FEETRFF, CREATING IT THE FIRST TIME IT IS MISSING
009000******************************************************************
009100 1040-OPEN-FEETRFF.
009200     OPEN I-O FEETRFF.
009300     IF FILE-STUS = "35"
009400         OPEN OUTPUT FEETRFF
009500         CLOSE FEETRFF
009600         OPEN I-O FEETRFF
009700     END-IF.
009800 1040-EXIT.
009900     EXIT.
010000*
010100******************************************************************
010200*    2000 - PROCESS ONE MAINTENANCE ACTION
010300******************************************************************
010400 2000-PROCESS-ONE.
010500     DISPLAY "FUNC (A=ADD C=CHANGE D=DELETE S=SHOW X=END): ".
010600     ACCEPT WS-FUNC-CD.
010700     IF WS-FUNC-END
010800         MOVE "Y" TO WS-DONE-SW
010900         GO TO 2000-EXIT.
011000     IF NOT WS-FUNC-ADD AND NOT WS-FUNC-CHANGE
011100         AND NOT WS-FUNC-DELETE AND NOT WS-FUNC-SHOW
011200         DISPLAY "FEE0100 - ENTER A, C, D, S OR X"
011300         GO TO 2000-EXIT.
011400     DISPLAY "FEE-BRID (000=DEFAULT) : ".
011500     ACCEPT FEE-BRID.
011600     DISPLAY "FEE-CAT (X=CROSS-BRANCH N=NO ACCOUNT L=OVER AMT): ".
011700     ACCEPT FEE-CAT.
011800     IF NOT FEE-CAT-VALID
011900         DISPLAY "FEE0100 - CATEGORY MUST BE X, N OR L"
012000         GO TO 2000-EXIT.
012014     MOVE WS-FUNC-CD TO ATH-FUNC-CD.
012028     IF WS-FUNC-SHOW
012042         MOVE "I" TO ATH-FUNC-CD.
012056     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012070     IF NOT ATH-PERMITTED
012084         GO TO 2000-EXIT.
012100     MOVE SPACES TO SUP1.
012200     IF NOT WS-FUNC-SHOW
012300         DISPLAY "SUP1      : "
012400         ACCEPT SUP1
012500         IF SUP1 = SPACES
012600             DISPLAY "FEE0100 - SUP1 REQUIRED FOR ANY CHANGE"
012700             GO TO 2000-EXIT
012800         END-IF
012900         MOVE "V" TO WS-SC-REQUEST-CD
013000         MOVE 0   TO WS-SC-AMT
013100         CALL "SUPCHECK" USING WS-SC-REQUEST-CD
013200             SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS
013300         IF WS-SC-RETURN-STUS NOT = "00"
013400             DISPLAY "FEE0100 - SUP1 " SUP1 " REFUSED, REASON "
013500                 WS-SC-RETURN-STUS
013600             GO TO 2000-EXIT
013700         END-IF
013800     END-IF.
013900     PERFORM 3000-MAINT-FEETRF THRU 3000-EXIT.
014000 2000-EXIT.
014100     EXIT.
014200*
014300******************************************************************
014400*    3000 - MAINTAIN ONE FEETRFF RECORD
014500******************************************************************
014600 3000-MAINT-FEETRF.
014700     PERFORM 3100-READ-FEETRF THRU 3100-EXIT.
014800     EVALUATE TRUE
014900         WHEN WS-FUNC-SHOW
015000             IF WS-REC-FOUND
015100                 DISPLAY "FEE-BRID " FEE-BRID "  CAT " FEE-CAT
015200                     "  STUS " FEE-STUS
015300                     "  FLAT " FEE-FLAT-AMT
015400                     "  RATE " FEE-RATE-PCT
015500                 DISPLAY "  MAX " FEE-MAX-AMT
015600                     "  OVER " FEE-OVER-AMT
015700                     "  ORIG-PCT " FEE-ORIG-PCT
015800                     "  UPD " FEE-UPD-DATE " " FEE-UPD-TELER-ID
015900             ELSE
016000                 DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT
016100                     " NOT ON FILE"
016200             END-IF
016300         WHEN WS-FUNC-ADD
016400             IF WS-REC-FOUND
016500                 DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT
016600                     " ALREADY ON FILE, USE CHANGE"
016700             ELSE
016800                 PERFORM 3200-ACCEPT-FEE-FIELDS THRU 3200-EXIT
016900                 IF WS-EDIT-OK
017000                     PERFORM 3300-WRITE-FEETRF THRU 3300-EXIT
017100                 END-IF
017200             END-IF
017300         WHEN WS-FUNC-CHANGE
017400             IF NOT WS-REC-FOUND
017500                 DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT
017600                     " NOT ON FILE, USE ADD"
017700             ELSE
017800                 PERFORM 3200-ACCEPT-FEE-FIELDS THRU 3200-EXIT
017900                 IF WS-EDIT-OK
018000                     PERFORM 3400-REWRITE-FEETRF THRU 3400-EXIT
018100                 END-IF
018200             END-IF
018300         WHEN WS-FUNC-DELETE
018400             IF NOT WS-REC-FOUND
018500                 DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT
018600                     " NOT ON FILE"
018700             ELSE
018800                 PERFORM 3500-DELETE-FEETRF THRU 3500-EXIT
018900             END-IF
019000     END-EVALUATE.
019100 3000-EXIT.
019200     EXIT.
019300*
019400 3100-READ-FEETRF.
019500     MOVE "N" TO WS-REC-FOUND-SW.
019600     MOVE 1 TO WS-REDO-POINT.
019700     READ FEETRFF
019800         KEY IS FEE-KEY
019900         INVALID KEY
020000             CONTINUE
020100     END-READ.
020200     IF FILE-LOCK OR RECORD-LOCK
020300         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
020400     END-IF.
020500     IF STS-OK
020600         MOVE "Y" TO WS-REC-FOUND-SW
020700     END-IF.
020800 3100-EXIT.
020900     EXIT.
021000*
021100******************************************************************
021200*    3200 - ACCEPT AND EDIT THE TARIFF FIELDS
021300*           (A RECORD THAT CHARGES NOTHING IS REFUSED; AN "L"
021400*           RECORD NEEDS ITS THRESHOLD; THE ORIGINATING SHARE
021500*           IS A PERCENTAGE AND CANNOT PASS 100)
021600******************************************************************
021700 3200-ACCEPT-FEE-FIELDS.
021800     MOVE "N" TO WS-EDIT-OK-SW.
021900     DISPLAY "FLAT AMT  : ".
022000     ACCEPT FEE-FLAT-AMT.
022100     DISPLAY "RATE PCT  : ".
022200     ACCEPT FEE-RATE-PCT.
022300     DISPLAY "MAX AMT (0=NO CAP) : ".
022400     ACCEPT FEE-MAX-AMT.
022500     MOVE 0 TO FEE-OVER-AMT.
022600     IF FEE-CAT-OVER
022700         DISPLAY "OVER AMT  : "
022800         ACCEPT FEE-OVER-AMT
022900     END-IF.
023000     MOVE 0 TO FEE-ORIG-PCT.
023100     IF FEE-CAT-XBR
023200         DISPLAY "ORIG PCT  : "
023300         ACCEPT FEE-ORIG-PCT
023400     END-IF.
023500     DISPLAY "STUS (A=ACTIVE S=SUSPENDED) : ".
023600     ACCEPT FEE-STUS.
023700     IF FEE-STUS = "a"
023800         MOVE "A" TO FEE-STUS.
023900     IF FEE-STUS = "s"
024000         MOVE "S" TO FEE-STUS.
024100     IF NOT FEE-ACTIVE AND NOT FEE-SUSPENDED
024200         DISPLAY "FEE0100 - STUS MUST BE A OR S"
024300         GO TO 3200-EXIT.
024400     IF FEE-FLAT-AMT = 0 AND FEE-RATE-PCT = 0
024500         DISPLAY "FEE0100 - FLAT AMT OR RATE PCT REQUIRED"
024600         GO TO 3200-EXIT.
024700     IF FEE-CAT-OVER AND FEE-OVER-AMT = 0
024800         DISPLAY "FEE0100 - OVER AMT MUST NOT BE ZERO"
024900         GO TO 3200-EXIT.
025000     IF FEE-ORIG-PCT > 100
025100         DISPLAY "FEE0100 - ORIG PCT CANNOT EXCEED 100"
025200         GO TO 3200-EXIT.
025300     MOVE BF-DATE  TO FEE-UPD-DATE.
025400     MOVE TELER-ID TO FEE-UPD-TELER-ID.
025500     MOVE "Y" TO WS-EDIT-OK-SW.
025600 3200-EXIT.
025700     EXIT.
025800*
025900 3300-WRITE-FEETRF.
026000     MOVE 2 TO WS-REDO-POINT.
026100     WRITE FEE-TRF-REC
026200         INVALID KEY
026300             DISPLAY "FEE0100 - ADD FAILED, STATUS " FILE-STUS
026400     END-WRITE.
026500     IF FILE-LOCK OR RECORD-LOCK
026600         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
026700     END-IF.
026800     IF STS-OK
026900         DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT " ADDED"
027000         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
027100     END-IF.
027200 3300-EXIT.
027300     EXIT.
027400*
027500 3400-REWRITE-FEETRF.
027600     MOVE 3 TO WS-REDO-POINT.
027700     REWRITE FEE-TRF-REC
027800         INVALID KEY
027900             DISPLAY "FEE0100 - CHANGE FAILED, STATUS " FILE-STUS
028000     END-REWRITE.
028100     IF FILE-LOCK OR RECORD-LOCK
028200         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
028300     END-IF.
028400     IF STS-OK
028500         DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT
028600             " CHANGED"
028700         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
028800     END-IF.
028900 3400-EXIT.
029000     EXIT.
029100*
029200 3500-DELETE-FEETRF.
029300     MOVE 4 TO WS-REDO-POINT.
029400     DELETE FEETRFF RECORD
029500         INVALID KEY
029600             DISPLAY "FEE0100 - DELETE FAILED, STATUS " FILE-STUS
029700     END-DELETE.
029800     IF FILE-LOCK OR RECORD-LOCK
029900         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
030000     END-IF.
030100     IF STS-OK
030200         DISPLAY "FEE0100 - TARIFF " FEE-BRID "/" FEE-CAT
030300             " DELETED"
030400         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
030500     END-IF.
030600 3500-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000*    5000 - WRITE THE TARIFF CHANGE TO THE DAILY AUDIT FILE
031100*           SO IT SHOWS ON THE SAME TRAIL AS OTHER OVERRIDES
031200******************************************************************
031300 5000-WRITE-AUDIT.
031400     MOVE "W" TO WS-SA-REQUEST-CD.
031500     MOVE "FEETARIFF" TO WS-OVER-TYPE.
031600     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
031700         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
031800         SUP1 SUP2 WS-SA-RETURN-STUS.
031900     IF WS-SA-RETURN-STUS NOT = "00"
032000         DISPLAY "FEE0100 - AUDIT WRITE FAILED, STATUS "
032100             WS-SA-RETURN-STUS " FOR " TELER-ID
032200     END-IF.
032300 5000-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
032800*           LKRETRY.CPY
032900******************************************************************
033000 9500-REDO-IO.
033100     EVALUATE WS-REDO-POINT
033200         WHEN 1
033300             READ FEETRFF
033400                 KEY IS FEE-KEY
033500                 INVALID KEY
033600                     CONTINUE
033700             END-READ
033800         WHEN 2
033900             WRITE FEE-TRF-REC
034000                 INVALID KEY
034100                     CONTINUE
034200             END-WRITE
034300         WHEN 3
034400             REWRITE FEE-TRF-REC
034500                 INVALID KEY
034600                     CONTINUE
034700             END-REWRITE
034800         WHEN OTHER
034900             DELETE FEETRFF RECORD
035000                 INVALID KEY
035100                     CONTINUE
035200             END-DELETE
035300     END-EVALUATE.
035400 9500-REDO-IO-EXIT.
035500     EXIT.
035600*
035700 COPY LKRETRY.
035701*
035702 COPY AUTHENT.
