000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHQ0200.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CHQ0200 - ON-LINE RETURNED (UNPAID) CHEQUE ENTRY
000900*
001000*    WHEN THE DRAWEE BANK SENDS A CHEQUE BACK UNPAID THE TELLER
001100*    KEYS IT HERE AGAINST ITS FLOAT ITEM ON CHQFLTF (BUSINESS
001200*    DATE, BRANCH AND SEQUENCE OF THE ORIGINAL POSTING, PLUS THE
001300*    CHEQUE NUMBER AS A CHECK THAT THE RIGHT ITEM IS NAMED).  A
001400*    SUPERVISOR (SUP1) MUST CLEAR IT - PROVED THROUGH SUPCHECK
001500*    FOR THE CHEQUE AMOUNT AND WRITTEN THROUGH SUPAUDIT AS
001600*    "CHQRETURN".  THE FLOAT ITEM IS MARKED RETURNED WITH THE
001700*    REASON, AND A REVERSAL RCV-REC NAMING THE ORIGINAL IS
001800*    APPENDED TO RCVINF WITH THE SUPERVISOR AS SUP2, SO THE NEXT
001900*    EDT0100/RCV0100 RUN POSTS THE "08" OFFSET WITHOUT ANYONE
002000*    KEYING THE REVERSAL BY HAND.  THE SESSION IS PICKED UP FROM
002100*    SESSF BY TERMINAL THE SAME WAY ENT0100 DOES.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    2026-10-05 OPS   ORIGINAL
002533*    2026-10-12 OPS   SIGNED-ON TELLER CHECKED THROUGH AUTHCHK
002566*                     AGAINST THE AUTHORIZATION MATRIX
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RCVINF ASSIGN TO "RCVINF"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FILE-STUS.
003300     SELECT SESSF ASSIGN TO "SESSF"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SESS-TMLID
003700         FILE STATUS IS FILE-STUS.
003800     SELECT CHQFLTF ASSIGN TO "CHQFLTF"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CHQ-KEY
004200         FILE STATUS IS FILE-STUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RCVINF.
004600 COPY RCVREC.
004700 FD  SESSF.
004800 COPY SESSION.
004900 FD  CHQFLTF.
005000 COPY CHQFLT.
005100 WORKING-STORAGE SECTION.
005200 COPY FLAG.
005300 COPY LKRETRYW.
005350 COPY AUTHCHKW.
005400 01  WS-ABORT-SW             PIC X(01) VALUE "N".
005500     88  WS-ABORT-RUN        VALUE "Y".
005600 01  WS-DONE-SW              PIC X(01) VALUE "N".
005700     88  WS-DONE             VALUE "Y".
005800 01  WS-ACTION-CD            PIC X(01) VALUE SPACE.
005900     88  WS-ACTION-RETURN    VALUE SPACE.
006000     88  WS-ACTION-END       VALUE "X", "x".
006100 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
006200     88  WS-REC-FOUND        VALUE "Y".
006300 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
006400 01  WS-BF-ROC-YEAR          PIC 9(04) VALUE 0.
006500 01  WS-BF-GREG-DATE8        PIC 9(08) VALUE 0.
006600 01  WS-ORIG-DATE            PIC 9(08) VALUE 0.
006700 01  WS-ORIG-BRID            PIC 9(03) VALUE 0.
006800 01  WS-ORIG-SEQ             PIC 9(05) VALUE 0.
006900 01  WS-ORIG-CHQ-NO          PIC X(10) VALUE SPACES.
007000 01  WS-RTN-REASON           PIC X(20) VALUE SPACES.
007100 01  WS-RTN-CNT              PIC 9(05) COMP VALUE 0.
007200 01  WS-RTN-AMT              PIC 9(11)V99 COMP-3 VALUE 0.
007300 01  WS-CNT-ED               PIC ZZZZ9.
007400 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
007500 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
007600 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
007700 01  WS-SA-RETURN-STUS       PIC X(02).
007800 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
007900 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
008000 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
008100 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
008200 PROCEDURE DIVISION.
008300*
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     IF NOT WS-ABORT-RUN
008700         PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
008800             UNTIL WS-DONE
008900         PERFORM 4000-FINALIZE THRU 4000-EXIT.
009000     STOP RUN.
009100*
009200******************************************************************
009300*    1000 - INITIALIZE - SESSION PICK-UP AND FILES
009400******************************************************************
009500 1000-INITIALIZE.
009600     DISPLAY "TERM ID   : ".
009700     ACCEPT TELER-TMLID.
009800     OPEN INPUT SESSF.
009900     IF NOT STS-OK
010000         DISPLAY "CHQ0200 - NO SESSION FILE AVAILABLE, "
010100             "SIGN ON WITH SGN0100 FIRST"
010200         MOVE "Y" TO WS-ABORT-SW
010300         GO TO 1000-EXIT.
010400     PERFORM 1100-LOAD-SESSION THRU 1100-EXIT.
010500     CLOSE SESSF.
010600     IF WS-ABORT-RUN
010700         GO TO 1000-EXIT.
010714     MOVE "CHQ0200" TO ATH-PGM-ID.
010728     MOVE "R"       TO ATH-FUNC-CD.
010742     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
010756     IF NOT ATH-PERMITTED
010770         MOVE "Y" TO WS-ABORT-SW
010784         GO TO 1000-EXIT.
010800     COMPUTE WS-BF-ROC-YEAR = BF-Y1 * 1000 + BF-Y3.
010900     COMPUTE WS-BF-GREG-DATE8 =
011000         (WS-BF-ROC-YEAR + 1911) * 10000 + (BF-MM * 100) + BF-DD.
011100     OPEN I-O CHQFLTF.
011200     IF NOT STS-OK
011300         DISPLAY "CHQ0200 - NO CHEQUE FLOAT FILE, STATUS "
011400             FILE-STUS
011500         MOVE "Y" TO WS-ABORT-SW
011600         GO TO 1000-EXIT.
011700     PERFORM 1200-OPEN-RCVINF THRU 1200-EXIT.
011800 1000-EXIT.
011900     EXIT.
012000*
012100******************************************************************
012200*    1100 - LOAD AND PROVE THE SIGNED-ON SESSION - ACTIVE, AND
012300*           SIGNED ON TODAY, THE SAME RULES ENT0100 APPLIES
012400******************************************************************
012500 1100-LOAD-SESSION.
012600     MOVE TELER-TMLID TO SESS-TMLID.
012700     READ SESSF
012800         KEY IS SESS-TMLID
012900         INVALID KEY
013000             DISPLAY "CHQ0200 - NO SESSION FOR TERMINAL "
013100                 TELER-TMLID
013200             MOVE "Y" TO WS-ABORT-SW
013300     END-READ.
013400     IF WS-ABORT-RUN
013500         GO TO 1100-EXIT.
013600     IF NOT SESS-ACTIVE
013700         DISPLAY "CHQ0200 - SESSION FOR TERMINAL " TELER-TMLID
013800             " IS SIGNED OFF, SIGN ON WITH SGN0100 FIRST"
013900         MOVE "Y" TO WS-ABORT-SW
014000         GO TO 1100-EXIT.
014100     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.
014200     IF SESS-SGN-DATE NOT = WS-SYS-DATE8
014300         DISPLAY "CHQ0200 - SESSION FOR TERMINAL " TELER-TMLID
014400             " SIGNED ON " SESS-SGN-DATE " IS STALE,"
014500             " SIGN ON WITH SGN0100 AGAIN"
014600         MOVE "Y" TO WS-ABORT-SW
014700         GO TO 1100-EXIT.
014800     MOVE SESS-TELER-ID TO TELER-ID.
014900     MOVE SESS-BRID     TO BRID.
015000     MOVE SESS-BF-DATE  TO BF-DATE.
015100     DISPLAY "CHQ0200 - RETURNS KEYED BY " TELER-ID
015200         " AT BRANCH " BRID " FOR " BF-DATE.
015300 1100-EXIT.
015400     EXIT.
015500*
015600******************************************************************
015700*    1200 - OPEN RCVINF EXTEND, CREATING IT THE FIRST TIME IT
015800*           IS MISSING - THE REVERSALS JOIN THE DAY'S KEYED FILE
015900******************************************************************
016000 1200-OPEN-RCVINF.
016100     OPEN EXTEND RCVINF.
016200     IF FILE-STUS = "35"
016300         OPEN OUTPUT RCVINF
016400         CLOSE RCVINF
016500         OPEN EXTEND RCVINF
016600     END-IF.
016700     IF NOT STS-OK
016800         DISPLAY "CHQ0200 - RCVINF NOT OPENED, STATUS "
016900             FILE-STUS
017000         CLOSE CHQFLTF
017100         MOVE "Y" TO WS-ABORT-SW
017200     END-IF.
017300 1200-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700*    2000 - CAPTURE ONE RETURNED CHEQUE UNTIL THE TELLER KEYS
017800*           "X" - ANY FAILURE SHOWS ITS REASON AND THE ITEM IS
017900*           SIMPLY KEYED AGAIN
018000******************************************************************
018100 2000-PROCESS-ONE.
018200     DISPLAY "ACTION (BLANK=RETURN A CHEQUE X=END): ".
018300     ACCEPT WS-ACTION-CD.
018400     IF WS-ACTION-END
018500         MOVE "Y" TO WS-DONE-SW
018600         GO TO 2000-EXIT.
018700     IF NOT WS-ACTION-RETURN
018800         DISPLAY "CHQ0200 - ENTER BLANK OR X"
018900         GO TO 2000-EXIT.
019000     DISPLAY "ORIG DATE (0=TODAY): ".
019100     ACCEPT WS-ORIG-DATE.
019200     IF WS-ORIG-DATE NOT NUMERIC
019300         DISPLAY "CHQ0200 - ORIGINAL DATE NOT NUMERIC"
019400         GO TO 2000-EXIT.
019500     IF WS-ORIG-DATE = 0
019600         MOVE BF-DATE TO WS-ORIG-DATE.
019700     IF WS-ORIG-DATE > BF-DATE
019800         DISPLAY "CHQ0200 - ORIGINAL DATE AFTER " BF-DATE
019900         GO TO 2000-EXIT.
020000     DISPLAY "ORIG BRID : ".
020100     ACCEPT WS-ORIG-BRID.
020200     DISPLAY "ORIG SEQ  : ".
020300     ACCEPT WS-ORIG-SEQ.
020400     DISPLAY "CHEQUE NO : ".
020500     ACCEPT WS-ORIG-CHQ-NO.
020600     PERFORM 2100-READ-FLOAT THRU 2100-EXIT.
020700     IF NOT WS-REC-FOUND
020800         GO TO 2000-EXIT.
020900     MOVE CHQ-AMT TO WS-AMT-ED.
021000     DISPLAY "CHQ0200 - ACCT " CHQ-ACCT-NO " BANK " CHQ-BANK
021100         " AMOUNT " WS-AMT-ED.
021200     DISPLAY "REASON    : ".
021300     ACCEPT WS-RTN-REASON.
021400     IF WS-RTN-REASON = SPACES
021500         DISPLAY "CHQ0200 - REASON REQUIRED"
021600         GO TO 2000-EXIT.
021700     DISPLAY "SUP1      : ".
021800     ACCEPT SUP1.
021900     IF SUP1 = SPACES
022000         DISPLAY "CHQ0200 - SUP1 REQUIRED FOR A RETURNED CHEQUE"
022100         GO TO 2000-EXIT.
022200     MOVE "V"     TO WS-SC-REQUEST-CD.
022300     MOVE CHQ-AMT TO WS-SC-AMT.
022400     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
022500         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
022600     IF WS-SC-RETURN-STUS NOT = "00"
022700         DISPLAY "CHQ0200 - SUP1 " SUP1 " REFUSED, REASON "
022800             WS-SC-RETURN-STUS
022900         GO TO 2000-EXIT.
023000     PERFORM 3000-MARK-RETURNED THRU 3000-EXIT.
023100 2000-EXIT.
023200     EXIT.
023300*
023400******************************************************************
023500*    2100 - READ THE FLOAT ITEM AND PROVE IT CAN BE RETURNED -
023600*           ON FILE, THE SAME CHEQUE NUMBER, AND NOT ALREADY
023700*           RETURNED OR REVERSED
023800******************************************************************
023900 2100-READ-FLOAT.
024000     MOVE "N"          TO WS-REC-FOUND-SW.
024100     MOVE WS-ORIG-DATE TO CHQ-BF-DATE.
024200     MOVE WS-ORIG-BRID TO CHQ-BRID.
024300     MOVE WS-ORIG-SEQ  TO CHQ-SEQ.
024400     MOVE 1 TO WS-REDO-POINT.
024500     READ CHQFLTF
024600         KEY IS CHQ-KEY
024700         INVALID KEY
024800             CONTINUE
024900     END-READ.
025000     IF FILE-LOCK OR RECORD-LOCK
025100         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
025200     END-IF.
025300     IF NOT STS-OK
025400         DISPLAY "CHQ0200 - NO CHEQUE " WS-ORIG-DATE "/"
025500             WS-ORIG-BRID "/" WS-ORIG-SEQ ", STATUS " FILE-STUS
025600         GO TO 2100-EXIT.
025700     IF CHQ-NO NOT = WS-ORIG-CHQ-NO
025800         DISPLAY "CHQ0200 - CHEQUE NUMBER ON FILE IS " CHQ-NO
025900         GO TO 2100-EXIT.
026000     IF CHQ-RETURNED OR CHQ-REVERSED
026100         DISPLAY "CHQ0200 - CHEQUE ALREADY "
026200             "RETURNED OR REVERSED ON " CHQ-STUS-DATE
026300         GO TO 2100-EXIT.
026400     MOVE "Y" TO WS-REC-FOUND-SW.
026500 2100-EXIT.
026600     EXIT.
026700*
026800******************************************************************
026900*    3000 - MARK THE FLOAT ITEM RETURNED, AUDIT THE CLEARANCE
027000*           AND QUEUE THE OFFSETTING REVERSAL
027100******************************************************************
027200 3000-MARK-RETURNED.
027300     MOVE "R"              TO CHQ-STUS.
027400     MOVE WS-BF-GREG-DATE8 TO CHQ-STUS-DATE.
027500     MOVE WS-RTN-REASON    TO CHQ-RTN-REASON.
027600     MOVE TELER-ID         TO CHQ-RTN-TELER-ID.
027700     MOVE 2 TO WS-REDO-POINT.
027800     REWRITE CHQ-REC
027900         INVALID KEY
028000             CONTINUE
028100     END-REWRITE.
028200     IF FILE-LOCK OR RECORD-LOCK
028300         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
028400     END-IF.
028500     IF NOT STS-OK
028600         DISPLAY "CHQ0200 - FLOAT UPDATE FAILED, STATUS "
028700             FILE-STUS
028800         GO TO 3000-EXIT.
028900     MOVE SPACES TO SUP2.
029000     MOVE "W"         TO WS-SA-REQUEST-CD.
029100     MOVE "CHQRETURN" TO WS-OVER-TYPE.
029200     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
029300         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
029400         SUP1 SUP2 WS-SA-RETURN-STUS.
029500     IF WS-SA-RETURN-STUS NOT = "00"
029600         DISPLAY "CHQ0200 - AUDIT WRITE FAILED, STATUS "
029700             WS-SA-RETURN-STUS " FOR " TELER-ID
029800     END-IF.
029900     PERFORM 3100-QUEUE-REVERSAL THRU 3100-EXIT.
030000 3000-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400*    3100 - APPEND THE REVERSAL RCV-REC TO RCVINF.  AN ORIGINAL
030500*           FROM TODAY IS NAMED WITH RCV-RVSL-DATE ZERO SO
030600*           RCV0100 READS IT FROM POSTF; AN EARLIER ONE CARRIES
030700*           ITS DATE SO RCV0100 GOES TO POSTHSTF.  THE
030800*           SUPERVISOR WHO CLEARED THE RETURN IS THE SUP2.
030900******************************************************************
031000 3100-QUEUE-REVERSAL.
031100     MOVE SPACES TO RCV-REC.
031200     INITIALIZE RCV-REC.
031300     MOVE TELER-ID    TO RCV-TELER-ID.
031400     MOVE BRID        TO RCV-BRID.
031500     MOVE TELER-TMLID TO RCV-TMLID.
031600     MOVE "R"         TO RCV-TRAN-CD.
031700     MOVE 0           TO RCV-AMT.
031800     MOVE CHQ-ACCT-NO TO RCV-ACCT-NO.
031900     MOVE CHQ-BRID    TO RCV-RVSL-BRID.
032000     MOVE CHQ-SEQ     TO RCV-RVSL-SEQ.
032100     IF CHQ-BF-DATE = BF-DATE
032200         MOVE 0           TO RCV-RVSL-DATE
032300     ELSE
032400         MOVE CHQ-BF-DATE TO RCV-RVSL-DATE
032500     END-IF.
032600     MOVE "CHQRETURN" TO RCV-OVER-TYPE.
032700     MOVE SUP1        TO RCV-SUP2.
032800     WRITE RCV-REC.
032900     IF NOT STS-OK
033000         DISPLAY "CHQ0200 - REVERSAL WRITE FAILED, STATUS "
033100             FILE-STUS " - KEY IT IN ENT0100 WITH SUP2 " SUP1
033200         GO TO 3100-EXIT.
033300     ADD 1       TO WS-RTN-CNT.
033400     ADD CHQ-AMT TO WS-RTN-AMT.
033500     DISPLAY "CHQ0200 - CHEQUE RETURNED, REVERSAL QUEUED FOR "
033600         CHQ-BRID "/" CHQ-SEQ.
033700 3100-EXIT.
033800     EXIT.
033900*
034000******************************************************************
034100*    4000 - FINALIZE - CLOSE FILES AND THE SUPERVISOR SERVICES,
034200*           AND SHOW THE RETURNS KEYED FOR THE TELLER TO CONFIRM
034300******************************************************************
034400 4000-FINALIZE.
034500     CLOSE CHQFLTF RCVINF.
034600     MOVE WS-RTN-CNT TO WS-CNT-ED.
034700     MOVE WS-RTN-AMT TO WS-AMT-ED.
034800     DISPLAY "CHQ0200 - CHEQUES RETURNED " WS-CNT-ED
034900         "  TOTAL " WS-AMT-ED.
035000     MOVE "C" TO WS-SA-REQUEST-CD.
035100     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
035200         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
035300         SUP1 SUP2 WS-SA-RETURN-STUS.
035400     IF WS-SA-RETURN-STUS NOT = "00"
035500         DISPLAY "CHQ0200 - AUDIT FILE CLOSE FAILED, STATUS "
035600             WS-SA-RETURN-STUS
035700     END-IF.
035800     MOVE "C" TO WS-SC-REQUEST-CD.
035900     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
036000         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
036100 4000-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
036600*           LKRETRY.CPY
036700******************************************************************
036800 9500-REDO-IO.
036900     EVALUATE WS-REDO-POINT
037000         WHEN 1
037100             READ CHQFLTF
037200                 KEY IS CHQ-KEY
037300                 INVALID KEY
037400                     CONTINUE
037500             END-READ
037600         WHEN OTHER
037700             REWRITE CHQ-REC
037800                 INVALID KEY
037900                     CONTINUE
038000             END-REWRITE
038100     END-EVALUATE.
038200 9500-REDO-IO-EXIT.
038300     EXIT.
038400*
038500 COPY LKRETRY.
038501*
038502 COPY AUTHENT.
