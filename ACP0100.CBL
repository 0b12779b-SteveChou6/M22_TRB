000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACP0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*    ACP0100 - NIGHTLY ACCOUNT BALANCE PROOF
000900*
001000*    PROVES THE MONEY FIGURES RCV0100 KEEPS ON THE CUSTOMER
001100*    ACCOUNT MASTER (ACCT.CPY) AGAINST THE POSTINGS THEMSELVES.
001200*    EVERY RECEIPT AND "08" OFFSET ON A CUSTOMER ACCOUNT IS
001300*    READ FROM POSTING HISTORY (POSTHSTF) AND THE DAY'S POSTF,
001400*    SORTED BY ACCOUNT AND MATCHED AGAINST ACCTF IN ACCOUNT
001500*    ORDER.  FOR EACH ACCOUNT THE MOVEMENT SINCE THE LAST PROVED
001600*    DATE (ACT-PRF-DATE) IS ADDED TO THE LAST PROVED FIGURES AND
001700*    COMPARED WITH THE MASTER:
001800*      CURRENT BALANCE      ACT-PRF-BAL PLUS THE NET MOVEMENT
001900*      MONTH-TO-DATE        RECEIPTS DATED IN THE BF-DATE MONTH
002000*                           LESS OFFSETS OF THEM
002100*      LAST ACTIVITY        THE LATEST POSTING DATE
002200*    AN ACCOUNT THAT AGREES HAS ITS PROVED FIGURES ROLLED
002300*    FORWARD TO BF-DATE; ONE THAT DOES NOT IS LISTED AND LEFT
002400*    ALONE, SO IT IS LISTED AGAIN EVERY NIGHT UNTIL IT IS PUT
002500*    RIGHT.  POSTINGS DATED BF-DATE ON AN ACCOUNT NOT ON THE
002600*    MASTER ARE LISTED AS WELL.  SERVICE FEES ("11") ARE NOT
002700*    ACCOUNT MONEY AND ARE LEFT OUT, AS THEY ARE BY RCV0100.
002800*
002900*    RUN IN LOAD MODE ("L", SUP1 CLEARED AND AUDITED AS
003000*    "ACCTLOAD") THE COMPUTED FIGURES ARE WRITTEN ONTO EVERY
003100*    ACCOUNT THAT DISAGREES INSTEAD OF BEING LISTED AS A
003200*    MISMATCH - ONCE TO TAKE ON THE ACCOUNTS OPENED BEFORE THE
003300*    MASTER CARRIED BALANCES, AND AFTERWARDS ONLY TO PUT RIGHT
003400*    AN ACCOUNT WHOSE MISMATCH HAS BEEN INVESTIGATED.  EACH
003450*    SUCH CORRECTION IS WRITTEN TO THE CHANGE JOURNAL.
003500*
003600*    RUNS AFTER RECEIVING IS STAMPED COMPLETE (DCL0100), BEFORE
003700*    OR AFTER EOD0100 - THE DAY IS READ FROM WHICHEVER FILE IT IS
003800*    ON.  RERUNNING THE SAME BF-DATE IS HARMLESS.
003900*
004000*    MODIFICATION HISTORY
004100*    DATE       INIT  DESCRIPTION
004200*    2026-10-08 OPS   ORIGINAL
004225*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
004250*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
004275*                     MATRIX BEFORE ANYTHING ELSE IS DONE
004280*    2026-10-15 OPS   A LOAD-MODE CORRECTION TO ACCTF IS WRITTEN
004285*                     TO THE CHANGE JOURNAL (CHGJRNL) WITH ITS
004290*                     BEFORE AND AFTER IMAGES
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCTF ASSIGN TO "ACCTF"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ACT-ACCT-NO
005100         FILE STATUS IS FILE-STUS.
005200     SELECT POSTF ASSIGN TO "POSTF"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS PST-KEY
005600         FILE STATUS IS FILE-STUS.
005700     SELECT POSTHSTF ASSIGN TO "POSTHSTF"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PSH-KEY
006100         FILE STATUS IS FILE-STUS.
006200     SELECT ACPWRKF ASSIGN TO "ACPWRKF".
006300     SELECT ACPRPTF ASSIGN TO "ACPRPTF"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RPT-FILE-STUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ACCTF.
006900 COPY ACCT.
007000 FD  POSTF.
007100 COPY POSTREC.
007200 FD  POSTHSTF.
007300 COPY PSTHST.
007400 SD  ACPWRKF.
007500 01  SRT-REC.
007600     05  SRT-ACCT-NO         PIC 9(10).
007700     05  SRT-BF-DATE         PIC 9(08).
007800     05  SRT-BRID            PIC 9(03).
007900     05  SRT-SEQ             PIC 9(05).
008000     05  SRT-AMT             PIC 9(09)V99.
008100     05  SRT-RETURN-CD       PIC X(02).
008200     05  SRT-ORIG-DATE       PIC 9(08).
008300 FD  ACPRPTF
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  RPT-LINE                PIC X(80).
008600 WORKING-STORAGE SECTION.
008700 COPY FLAG.
008800 COPY LKRETRYW.
008850 COPY AUTHCHKW.
008875 COPY CHGJNLW.
008900 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
009000 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
009100 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
009200     88  WS-POST-EOF         VALUE "Y".
009300 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
009400     88  WS-HIST-EOF         VALUE "Y".
009500 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
009600     88  WS-SORT-EOF         VALUE "Y".
009700 01  WS-ACCT-EOF-SW          PIC X(01) VALUE "N".
009800     88  WS-ACCT-EOF         VALUE "Y".
009900 01  WS-ABORT-SW             PIC X(01) VALUE "N".
010000     88  WS-ABORT-RUN        VALUE "Y".
010100 01  WS-MODE-CD              PIC X(01) VALUE "P".
010200     88  WS-MODE-PROVE       VALUE "P", "p".
010300     88  WS-MODE-LOAD        VALUE "L", "l".
010400 01  WS-AGREE-SW             PIC X(01) VALUE "Y".
010500     88  WS-AGREE            VALUE "Y".
010600 01  WS-BF-MONTH             PIC 9(06) VALUE 0.
010700 01  WS-PRF-MONTH            PIC 9(06) VALUE 0.
010800 01  WS-ORIG-MONTH           PIC 9(06) VALUE 0.
010900 01  WS-ITEM-MONTH           PIC 9(06) VALUE 0.
011000 01  WS-MOVE-CNT             PIC 9(07) COMP VALUE 0.
011100 01  WS-MOVE-NET             PIC S9(11)V99 COMP-3 VALUE 0.
011200 01  WS-MOVE-MTD             PIC S9(11)V99 COMP-3 VALUE 0.
011300 01  WS-MOVE-LAST-DATE       PIC 9(08) VALUE 0.
011400 01  WS-EXP-BAL              PIC S9(11)V99 VALUE 0.
011500 01  WS-EXP-MTD              PIC S9(11)V99 VALUE 0.
011600 01  WS-EXP-LAST-DATE        PIC 9(08) VALUE 0.
011700 01  WS-MST-MTD              PIC S9(11)V99 VALUE 0.
011800 01  WS-ORPH-ACCT            PIC 9(10) VALUE 0.
011900 01  WS-ORPH-CNT             PIC 9(05) COMP VALUE 0.
012000 01  WS-ORPH-NET             PIC S9(11)V99 COMP-3 VALUE 0.
012100 01  WS-STATE-DESC           PIC X(08) VALUE SPACES.
012200 01  WS-ITEM-CNT             PIC 9(07) COMP VALUE 0.
012300 01  WS-ACCT-CNT             PIC 9(07) COMP VALUE 0.
012400 01  WS-AGREE-CNT            PIC 9(07) COMP VALUE 0.
012500 01  WS-DIFF-CNT             PIC 9(07) COMP VALUE 0.
012600 01  WS-LOAD-CNT             PIC 9(07) COMP VALUE 0.
012700 01  WS-SKIP-CNT             PIC 9(07) COMP VALUE 0.
012800 01  WS-ORPH-ACCT-CNT        PIC 9(07) COMP VALUE 0.
012900 01  WS-RWRT-FAIL-CNT        PIC 9(07) COMP VALUE 0.
013000 01  WS-TOT-MST-BAL          PIC S9(13)V99 COMP-3 VALUE 0.
013100 01  WS-CNT-ED               PIC ZZZZZZ9.
013200 01  WS-BAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
013300 01  WS-EXP-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
013400 01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
013500 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
013600 01  WS-FORCE-OK-SW          PIC X(01) VALUE "N".
013700     88  WS-FORCE-OK         VALUE "Y".
013800 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
013900 01  WS-SA-RETURN-STUS       PIC X(02).
014000 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
014100 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
014200 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
014300 01  WS-DC-REQUEST-CD        PIC X(01) VALUE "Q".
014400 01  WS-DC-STEP-CD           PIC X(01) VALUE SPACE.
014500 01  WS-DC-STEP-STATS.
014600     05  WS-DC-RCV-STUS      PIC X(01).
014700     05  WS-DC-STL-STUS      PIC X(01).
014800     05  WS-DC-GLX-STUS      PIC X(01).
014900     05  WS-DC-GLA-STUS      PIC X(01).
015000     05  WS-DC-EOD-STUS      PIC X(01).
015100     05  WS-DC-LCR-STUS      PIC X(01).
015200 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
015300 PROCEDURE DIVISION.
015400*
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     IF NOT WS-ABORT-RUN
015800         SORT ACPWRKF
015900             ON ASCENDING KEY SRT-ACCT-NO SRT-BF-DATE
016000                 SRT-BRID SRT-SEQ
016100             INPUT PROCEDURE IS 2000-SELECT-POSTINGS
016200                 THRU 2000-EXIT
016300             OUTPUT PROCEDURE IS 3000-PROVE-ACCOUNTS
016400                 THRU 3000-EXIT
016500         IF SORT-RETURN NOT = 0
016600             DISPLAY "ACP0100 - SORT FAILED, RETURN " SORT-RETURN
016700                 " - PROOF INCOMPLETE"
016800         END-IF
016900         PERFORM 5000-FINALIZE THRU 5000-EXIT
017000     END-IF.
017100     PERFORM 6100-CLOSE-SERVICES THRU 6100-EXIT.
017200     STOP RUN.
017300*
017400******************************************************************
017500*    1000 - INITIALIZE - DATE CONTROL, RUN MODE, FILES
017600******************************************************************
017700 1000-INITIALIZE.
017709     DISPLAY "OPERATOR  : ".
017718     ACCEPT TELER-ID.
017727     MOVE SPACES TO TELER-TMLID.
017736     MOVE 0   TO BRID.
017745     MOVE "ACP0100" TO ATH-PGM-ID.
017754     MOVE "R"       TO ATH-FUNC-CD.
017763     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
017772     IF NOT ATH-PERMITTED
017781         MOVE "Y" TO WS-ABORT-SW
017790         GO TO 1000-EXIT.
017800     DISPLAY "BUS DATE  : ".
017900     ACCEPT BF-DATE.
018000     DIVIDE BF-DATE BY 100 GIVING WS-BF-MONTH.
018100     PERFORM 1100-CHECK-DATE-CTL THRU 1100-EXIT.
018200     IF WS-ABORT-RUN
018300         GO TO 1000-EXIT.
018400     DISPLAY "MODE (P=PROVE L=LOAD FIGURES FROM POSTINGS): ".
018500     ACCEPT WS-MODE-CD.
018600     IF NOT WS-MODE-PROVE AND NOT WS-MODE-LOAD
018700         DISPLAY "ACP0100 - MODE MUST BE P OR L"
018800         MOVE "Y" TO WS-ABORT-SW
018900         GO TO 1000-EXIT.
019000     IF WS-MODE-LOAD
019100         PERFORM 1200-CLEAR-LOAD THRU 1200-EXIT
019200         IF WS-ABORT-RUN
019300             GO TO 1000-EXIT
019400         END-IF
019500     END-IF.
019600     OPEN I-O ACCTF.
019700     IF NOT STS-OK
019800         DISPLAY "ACP0100 - ACCOUNT MASTER UNAVAILABLE, STATUS "
019900             FILE-STUS
020000         MOVE "Y" TO WS-ABORT-SW
020100         GO TO 1000-EXIT.
020200     OPEN OUTPUT ACPRPTF.
020300     MOVE SPACES TO RPT-LINE.
020400     IF WS-MODE-LOAD
020500         STRING "ACP0100 ACCOUNT BALANCE PROOF  BUS DATE " BF-DATE
020600             "  LOAD MODE - SUP1 " SUP1
020700             DELIMITED BY SIZE INTO RPT-LINE
020800     ELSE
020900         STRING "ACP0100 ACCOUNT BALANCE PROOF  BUS DATE " BF-DATE
021000             DELIMITED BY SIZE INTO RPT-LINE
021100     END-IF.
021200     WRITE RPT-LINE.
021300     MOVE SPACES TO RPT-LINE.
021400     WRITE RPT-LINE.
021500     MOVE SPACES TO RPT-LINE.
021600     STRING "ACCOUNT    NAME            MASTER FIGURE    "
021700         "POSTINGS FIGURE"
021800         DELIMITED BY SIZE INTO RPT-LINE.
021900     WRITE RPT-LINE.
022000 1000-EXIT.
022100     EXIT.
022200*
022300******************************************************************
022400*    1100 - CHECK THE DATE-CLOSE CONTROL.  RECEIVING MUST BE
022500*           STAMPED COMPLETE (DCL0100) SO NO POSTING FOR BF-DATE
022600*           IS STILL TO COME, OR A SUPERVISOR MUST FORCE PAST IT
022700******************************************************************
022800 1100-CHECK-DATE-CTL.
022900     MOVE "Q" TO WS-DC-REQUEST-CD.
023000     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
023100         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
023200     IF WS-DC-RETURN-STUS NOT = "00"
023300         DISPLAY "ACP0100 - CLOSE CONTROL UNAVAILABLE, STATUS "
023400             WS-DC-RETURN-STUS
023500         MOVE "Y" TO WS-ABORT-SW
023600         GO TO 1100-EXIT.
023700     IF WS-DC-RCV-STUS NOT = "C"
023800         DISPLAY "ACP0100 - RECEIVING NOT STAMPED COMPLETE FOR "
023900             BF-DATE " - STAMP IT FROM DCL0100 FIRST"
024000         PERFORM 7000-FORCE-CLEARANCE THRU 7000-EXIT
024100         IF NOT WS-FORCE-OK
024200             MOVE "Y" TO WS-ABORT-SW
024300         END-IF
024400     END-IF.
024500 1100-EXIT.
024600     EXIT.
024700*
024800******************************************************************
024900*    1200 - LOAD MODE REWRITES MASTER FIGURES, SO IT NEEDS A
025000*           SUP1 PROVED THROUGH SUPCHECK AND AUDITED THROUGH
025100*           SUPAUDIT AS "ACCTLOAD"
025200******************************************************************
025300 1200-CLEAR-LOAD.
025316     MOVE "C" TO ATH-FUNC-CD.
025332     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
025348     IF NOT ATH-PERMITTED
025364         MOVE "Y" TO WS-ABORT-SW
025380         GO TO 1200-EXIT.
025400     DISPLAY "SUP1      : ".
025500     ACCEPT SUP1.
025600     IF SUP1 = SPACES
025700         DISPLAY "ACP0100 - SUP1 REQUIRED FOR LOAD MODE"
025800         MOVE "Y" TO WS-ABORT-SW
025900         GO TO 1200-EXIT.
026200     MOVE SPACES TO TELER-TMLID.
026300     MOVE 0   TO BRID.
026400     MOVE "V" TO WS-SC-REQUEST-CD.
026500     MOVE 0   TO WS-SC-AMT.
026600     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
026700         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
026800     IF WS-SC-RETURN-STUS NOT = "00"
026900         DISPLAY "ACP0100 - SUP1 " SUP1 " REFUSED, REASON "
027000             WS-SC-RETURN-STUS
027100         MOVE "Y" TO WS-ABORT-SW
027200         GO TO 1200-EXIT.
027300     MOVE "W" TO WS-SA-REQUEST-CD.
027400     MOVE "ACCTLOAD" TO WS-OVER-TYPE.
027500     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
027600         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
027700         SUP1 SUP2 WS-SA-RETURN-STUS.
027800     IF WS-SA-RETURN-STUS NOT = "00"
027900         DISPLAY "ACP0100 - AUDIT WRITE FAILED, STATUS "
028000             WS-SA-RETURN-STUS
028100     END-IF.
028200 1200-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600*    2000 - SORT INPUT - EVERY RECEIPT AND OFFSET ON A CUSTOMER
028700*           ACCOUNT STILL ON HISTORY, THEN THE DAY'S POSTF
028800******************************************************************
028900 2000-SELECT-POSTINGS.
029000     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT.
029100     PERFORM 2200-RELEASE-POSTF THRU 2200-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400*
029500 2100-RELEASE-HISTORY.
029600     OPEN INPUT POSTHSTF.
029700     IF NOT STS-OK
029800         DISPLAY "ACP0100 - NO POSTING HISTORY, STATUS "
029900             FILE-STUS " - TODAY'S POSTINGS ONLY"
030000         GO TO 2100-EXIT.
030100     MOVE LOW-VALUES TO PSH-KEY.
030200     START POSTHSTF KEY NOT < PSH-KEY
030300         INVALID KEY
030400             MOVE "Y" TO WS-HIST-EOF-SW
030500     END-START.
030600     PERFORM 2110-RELEASE-ONE-HIST THRU 2110-EXIT
030700         UNTIL WS-HIST-EOF.
030800     CLOSE POSTHSTF.
030900 2100-EXIT.
031000     EXIT.
031100*
031200 2110-RELEASE-ONE-HIST.
031300     READ POSTHSTF NEXT
031400         AT END
031500             MOVE "Y" TO WS-HIST-EOF-SW
031600     END-READ.
031700     IF WS-HIST-EOF
031800         GO TO 2110-EXIT.
031900     IF PSH-BF-DATE > BF-DATE
032000         MOVE "Y" TO WS-HIST-EOF-SW
032100         GO TO 2110-EXIT.
032200     IF PSH-ACCT-NO NOT NUMERIC OR PSH-ACCT-NO = 0
032300         OR PSH-FEE-ITEM
032400         GO TO 2110-EXIT.
032500     IF PSH-RETURN-CD NOT = "00" AND PSH-RETURN-CD NOT = "08"
032600         GO TO 2110-EXIT.
032700     MOVE PSH-ACCT-NO   TO SRT-ACCT-NO.
032800     MOVE PSH-BF-DATE   TO SRT-BF-DATE.
032900     MOVE PSH-BRID      TO SRT-BRID.
033000     MOVE PSH-SEQ       TO SRT-SEQ.
033100     MOVE PSH-AMT       TO SRT-AMT.
033200     MOVE PSH-RETURN-CD TO SRT-RETURN-CD.
033300     IF PSH-RETURN-CD = "08" AND PSH-RVSL-DATE > 0
033400         MOVE PSH-RVSL-DATE TO SRT-ORIG-DATE
033500     ELSE
033600         MOVE PSH-BF-DATE   TO SRT-ORIG-DATE
033700     END-IF.
033800     RELEASE SRT-REC.
033900     ADD 1 TO WS-ITEM-CNT.
034000 2110-EXIT.
034100     EXIT.
034200*
034300 2200-RELEASE-POSTF.
034400     OPEN INPUT POSTF.
034500     IF NOT STS-OK
034600         DISPLAY "ACP0100 - NO POSTING FILE, STATUS " FILE-STUS
034700         GO TO 2200-EXIT.
034800     MOVE LOW-VALUES TO PST-KEY.
034900     START POSTF KEY NOT < PST-KEY
035000         INVALID KEY
035100             MOVE "Y" TO WS-POST-EOF-SW
035200     END-START.
035300     PERFORM 2210-RELEASE-ONE-POST THRU 2210-EXIT
035400         UNTIL WS-POST-EOF.
035500     CLOSE POSTF.
035600 2200-EXIT.
035700     EXIT.
035800*
035900 2210-RELEASE-ONE-POST.
036000     READ POSTF NEXT
036100         AT END
036200             MOVE "Y" TO WS-POST-EOF-SW
036300     END-READ.
036400     IF WS-POST-EOF
036500         GO TO 2210-EXIT.
036600     IF PST-ACCT-NO NOT NUMERIC OR PST-ACCT-NO = 0
036700         OR PST-FEE-ITEM
036800         GO TO 2210-EXIT.
036900     IF PST-RETURN-CD NOT = "00" AND PST-RETURN-CD NOT = "08"
037000         GO TO 2210-EXIT.
037100     MOVE PST-ACCT-NO   TO SRT-ACCT-NO.
037200     MOVE BF-DATE       TO SRT-BF-DATE.
037300     MOVE PST-BRID      TO SRT-BRID.
037400     MOVE PST-SEQ       TO SRT-SEQ.
037500     MOVE PST-AMT       TO SRT-AMT.
037600     MOVE PST-RETURN-CD TO SRT-RETURN-CD.
037700     IF PST-RETURN-CD = "08" AND PST-RVSL-DATE > 0
037800         MOVE PST-RVSL-DATE TO SRT-ORIG-DATE
037900     ELSE
038000         MOVE BF-DATE       TO SRT-ORIG-DATE
038100     END-IF.
038200     RELEASE SRT-REC.
038300     ADD 1 TO WS-ITEM-CNT.
038400 2210-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800*    3000 - SORT OUTPUT - MATCH THE SORTED POSTINGS AGAINST THE
038900*           ACCOUNT MASTER, BOTH IN ACCOUNT ORDER
039000******************************************************************
039100 3000-PROVE-ACCOUNTS.
039200     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
039300     MOVE LOW-VALUES TO ACT-ACCT-NO.
039400     START ACCTF KEY NOT < ACT-ACCT-NO
039500         INVALID KEY
039600             MOVE "Y" TO WS-ACCT-EOF-SW
039700     END-START.
039800     IF NOT WS-ACCT-EOF
039900         PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT
040000     END-IF.
040100     PERFORM 3200-PROVE-ONE-ACCOUNT THRU 3200-EXIT
040200         UNTIL WS-ACCT-EOF.
040300     PERFORM 3300-ORPHAN-ACCOUNT THRU 3300-EXIT
040400         UNTIL WS-SORT-EOF.
040500 3000-EXIT.
040600     EXIT.
040700*
040800 3100-RETURN-ONE.
040900     RETURN ACPWRKF
041000         AT END
041100             MOVE "Y" TO WS-SORT-EOF-SW
041200     END-RETURN.
041300 3100-EXIT.
041400     EXIT.
041500*
041600 3150-READ-ACCOUNT.
041700     MOVE 1 TO WS-REDO-POINT.
041800     READ ACCTF NEXT
041900         AT END
042000             MOVE "Y" TO WS-ACCT-EOF-SW
042100     END-READ.
042200     IF FILE-LOCK OR RECORD-LOCK
042300         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
042400     END-IF.
042500     IF NOT WS-ACCT-EOF AND NOT STS-OK
042600         DISPLAY "ACP0100 - ACCOUNT MASTER READ FAILED, STATUS "
042700             FILE-STUS " - PROOF STOPPED"
042800         MOVE "Y" TO WS-ACCT-EOF-SW
042900     END-IF.
042950     MOVE ACT-REC TO CJW-BEFORE-IMAGE.
043000 3150-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400*    3200 - PROVE ONE ACCOUNT.  POSTINGS FOR A LOWER ACCOUNT
043500*           NUMBER BELONG TO NO MASTER RECORD AND GO TO 3300
043600******************************************************************
043700 3200-PROVE-ONE-ACCOUNT.
043800     PERFORM 3300-ORPHAN-ACCOUNT THRU 3300-EXIT
043900         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT < ACT-ACCT-NO.
044000     ADD 1 TO WS-ACCT-CNT.
044100     MOVE 0 TO WS-MOVE-CNT.
044200     MOVE 0 TO WS-MOVE-NET.
044300     MOVE 0 TO WS-MOVE-MTD.
044400     MOVE 0 TO WS-MOVE-LAST-DATE.
044500     PERFORM 3210-ADD-ONE-ITEM THRU 3210-EXIT
044600         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT = ACT-ACCT-NO.
044700     IF ACT-PRF-DATE > BF-DATE
044800         ADD 1 TO WS-SKIP-CNT
044900     ELSE
045000         PERFORM 3400-COMPARE-ACCOUNT THRU 3400-EXIT
045100     END-IF.
045200     PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT.
045300 3200-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700*    3210 - ADD ONE POSTING DATED AFTER THE LAST PROVED DATE TO
045800*           THE ACCOUNT'S MOVEMENT.  AN OFFSET COMES OFF THE
045900*           MONTH-TO-DATE FIGURE ONLY WHEN ITS ORIGINAL IS DATED
046000*           IN THE BF-DATE MONTH, AS RCV0100 DOES IT
046100******************************************************************
046200 3210-ADD-ONE-ITEM.
046300     IF SRT-BF-DATE NOT > ACT-PRF-DATE
046400         GO TO 3210-NEXT.
046500     ADD 1 TO WS-MOVE-CNT.
046600     IF SRT-BF-DATE > WS-MOVE-LAST-DATE
046700         MOVE SRT-BF-DATE TO WS-MOVE-LAST-DATE
046800     END-IF.
046900     IF SRT-RETURN-CD = "08"
047000         DIVIDE SRT-ORIG-DATE BY 100 GIVING WS-ORIG-MONTH
047100         SUBTRACT SRT-AMT FROM WS-MOVE-NET
047200         IF WS-ORIG-MONTH = WS-BF-MONTH
047300             SUBTRACT SRT-AMT FROM WS-MOVE-MTD
047400         END-IF
047500     ELSE
047600         DIVIDE SRT-BF-DATE BY 100 GIVING WS-ITEM-MONTH
047700         ADD SRT-AMT TO WS-MOVE-NET
047800         IF WS-ITEM-MONTH = WS-BF-MONTH
047900             ADD SRT-AMT TO WS-MOVE-MTD
048000         END-IF
048100     END-IF.
048200 3210-NEXT.
048300     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
048400 3210-EXIT.
048500     EXIT.
048600*
048700******************************************************************
048800*    3300 - POSTINGS FOR AN ACCOUNT NOT ON THE MASTER.  ONLY
048900*           THOSE DATED BF-DATE ARE LISTED - OLDER ONES WERE
049000*           LISTED THE NIGHT THEY POSTED
049100******************************************************************
049200 3300-ORPHAN-ACCOUNT.
049300     MOVE SRT-ACCT-NO TO WS-ORPH-ACCT.
049400     MOVE 0 TO WS-ORPH-CNT.
049500     MOVE 0 TO WS-ORPH-NET.
049600     PERFORM 3310-ADD-ORPHAN-ITEM THRU 3310-EXIT
049700         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT = WS-ORPH-ACCT.
049800     IF WS-ORPH-CNT = 0
049900         GO TO 3300-EXIT.
050000     ADD 1 TO WS-ORPH-ACCT-CNT.
050100     MOVE SPACES TO RPT-LINE.
050200     MOVE WS-ORPH-NET TO WS-BAL-ED.
050300     MOVE WS-ORPH-CNT TO WS-CNT-ED.
050400     STRING WS-ORPH-ACCT " NOT ON ACCOUNT MASTER - POSTINGS "
050500         WS-CNT-ED " NET " WS-BAL-ED
050600         DELIMITED BY SIZE INTO RPT-LINE.
050700     WRITE RPT-LINE.
050800 3300-EXIT.
050900     EXIT.
051000*
051100 3310-ADD-ORPHAN-ITEM.
051200     IF SRT-BF-DATE = BF-DATE
051300         ADD 1 TO WS-ORPH-CNT
051400         IF SRT-RETURN-CD = "08"
051500             SUBTRACT SRT-AMT FROM WS-ORPH-NET
051600         ELSE
051700             ADD SRT-AMT TO WS-ORPH-NET
051800         END-IF
051900     END-IF.
052000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
052100 3310-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500*    3400 - COMPARE THE MASTER WITH THE LAST PROVED FIGURES PLUS
052600*           THE MOVEMENT.  A MONTH-TO-DATE FIGURE FROM AN EARLIER
052700*           MONTH COUNTS AS ZERO - RCV0100 ONLY STARTS IT AGAIN
052800*           WHEN THE ACCOUNT NEXT POSTS
052900******************************************************************
053000 3400-COMPARE-ACCOUNT.
053100     COMPUTE WS-EXP-BAL = ACT-PRF-BAL + WS-MOVE-NET.
053200     DIVIDE ACT-PRF-DATE BY 100 GIVING WS-PRF-MONTH.
053300     IF WS-PRF-MONTH = WS-BF-MONTH
053400         COMPUTE WS-EXP-MTD = ACT-PRF-MTD-AMT + WS-MOVE-MTD
053500     ELSE
053600         MOVE WS-MOVE-MTD TO WS-EXP-MTD
053700     END-IF.
053800     IF ACT-MTD-MONTH = WS-BF-MONTH
053900         MOVE ACT-MTD-RCPT-AMT TO WS-MST-MTD
054000     ELSE
054100         MOVE 0 TO WS-MST-MTD
054200     END-IF.
054300     IF WS-MOVE-CNT > 0
054400         MOVE WS-MOVE-LAST-DATE TO WS-EXP-LAST-DATE
054500     ELSE
054600         IF ACT-LAST-ACT-DATE > ACT-PRF-DATE
054700             MOVE ACT-PRF-DATE      TO WS-EXP-LAST-DATE
054800         ELSE
054900             MOVE ACT-LAST-ACT-DATE TO WS-EXP-LAST-DATE
055000         END-IF
055100     END-IF.
055200     MOVE "Y" TO WS-AGREE-SW.
055300     IF ACT-CUR-BAL NOT = WS-EXP-BAL
055400         OR WS-MST-MTD NOT = WS-EXP-MTD
055500         OR ACT-LAST-ACT-DATE NOT = WS-EXP-LAST-DATE
055600         MOVE "N" TO WS-AGREE-SW
055700     END-IF.
055800     IF WS-AGREE
055900         ADD 1 TO WS-AGREE-CNT
056000     ELSE
056100         IF WS-MODE-LOAD
056200             ADD 1 TO WS-LOAD-CNT
056300             MOVE "LOADED  " TO WS-STATE-DESC
056400         ELSE
056500             ADD 1 TO WS-DIFF-CNT
056600             MOVE "MISMATCH" TO WS-STATE-DESC
056700         END-IF
056800         PERFORM 3500-LIST-ACCOUNT THRU 3500-EXIT
056900     END-IF.
057000     IF WS-AGREE OR WS-MODE-LOAD
057100         PERFORM 3600-ROLL-PROOF THRU 3600-EXIT
057200     END-IF.
057300     ADD ACT-CUR-BAL TO WS-TOT-MST-BAL.
057400 3400-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800*    3500 - LIST AN ACCOUNT THAT DISAGREES - MASTER FIGURE
057900*           BESIDE THE FIGURE THE POSTINGS GIVE
058000******************************************************************
058100 3500-LIST-ACCOUNT.
058200     MOVE SPACES TO RPT-LINE.
058300     WRITE RPT-LINE.
058400     MOVE SPACES TO RPT-LINE.
058500     MOVE ACT-CUR-BAL TO WS-BAL-ED.
058600     MOVE WS-EXP-BAL  TO WS-EXP-ED.
058700     STRING ACT-ACCT-NO " " ACT-NAME " " WS-BAL-ED " "
058800         WS-EXP-ED "  BALANCE  " WS-STATE-DESC
058900         DELIMITED BY SIZE INTO RPT-LINE.
059000     WRITE RPT-LINE.
059100     MOVE SPACES TO RPT-LINE.
059200     MOVE WS-MST-MTD TO WS-BAL-ED.
059300     MOVE WS-EXP-MTD TO WS-EXP-ED.
059400     STRING "                      " WS-BAL-ED " "
059500         WS-EXP-ED "  MTD " WS-BF-MONTH
059600         DELIMITED BY SIZE INTO RPT-LINE.
059700     WRITE RPT-LINE.
059800     MOVE SPACES TO RPT-LINE.
059900     STRING "                                "
060000         ACT-LAST-ACT-DATE "           "
060100         WS-EXP-LAST-DATE "  LAST ACTIVITY"
060200         DELIMITED BY SIZE INTO RPT-LINE.
060300     WRITE RPT-LINE.
060400 3500-EXIT.
060500     EXIT.
060600*
060700******************************************************************
060800*    3600 - ROLL THE PROVED FIGURES FORWARD TO BF-DATE (IN LOAD
060900*           MODE THE COMPUTED FIGURES GO ONTO THE MASTER FIRST)
061000******************************************************************
061100 3600-ROLL-PROOF.
061200     IF NOT WS-AGREE
061300         MOVE WS-EXP-BAL       TO ACT-CUR-BAL
061400         MOVE WS-BF-MONTH      TO ACT-MTD-MONTH
061500         MOVE WS-EXP-MTD       TO ACT-MTD-RCPT-AMT
061600         MOVE WS-EXP-LAST-DATE TO ACT-LAST-ACT-DATE
061700     END-IF.
061800     MOVE BF-DATE    TO ACT-PRF-DATE.
061900     MOVE ACT-CUR-BAL TO ACT-PRF-BAL.
062000     MOVE WS-EXP-MTD TO ACT-PRF-MTD-AMT.
062100     MOVE 2 TO WS-REDO-POINT.
062200     REWRITE ACT-REC
062300         INVALID KEY
062400             CONTINUE
062500     END-REWRITE.
062600     IF FILE-LOCK OR RECORD-LOCK
062700         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
062800     END-IF.
062900     IF NOT STS-OK
063000         ADD 1 TO WS-RWRT-FAIL-CNT
063100         DISPLAY "ACP0100 - ACCOUNT " ACT-ACCT-NO
063200             " NOT ROLLED FORWARD, STATUS " FILE-STUS
063250         GO TO 3600-EXIT
063300     END-IF.
063320     IF WS-MODE-LOAD AND NOT WS-AGREE
063340         PERFORM 3650-JOURNAL-LOAD THRU 3650-EXIT
063360     END-IF.
063400 3600-EXIT.
063500     EXIT.
063510*
063520******************************************************************
063530*    3650 - A LOAD-MODE CORRECTION CHANGES THE MASTER FIGURES, SO
063540*           ITS BEFORE AND AFTER IMAGES GO TO THE CHANGE JOURNAL
063550*           THROUGH CHGJRNL UNDER THE CLEARING SUP1.  THE NIGHTLY
063560*           ROLL OF AN ACCOUNT THAT AGREES IS NOT JOURNALED
063570******************************************************************
063580 3650-JOURNAL-LOAD.
063585     MOVE "C" TO CJW-ACTION.
063590     MOVE "ACCTF" TO CJW-FILE-ID.
063592     MOVE ACT-ACCT-NO TO CJW-REC-KEY.
063594     MOVE ACT-REC TO CJW-AFTER-IMAGE.
063595     MOVE "ACP0100" TO CJW-PGM-ID.
063596     MOVE "W" TO CJW-REQUEST-CD.
063597     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
063598         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
063599     IF CJW-RETURN-STUS NOT = "00"
063601         DISPLAY "ACP0100 - JOURNAL WRITE FAILED, STATUS "
063602             CJW-RETURN-STUS " FOR " CJW-FILE-ID " " CJW-REC-KEY
063603     END-IF.
063604 3650-EXIT.
063605     EXIT.
063606*
063700******************************************************************
063800*    5000 - FINALIZE - CONTROL TOTALS AND CLOSE
063900******************************************************************
064000 5000-FINALIZE.
064100     MOVE SPACES TO RPT-LINE.
064200     WRITE RPT-LINE.
064300     MOVE SPACES TO RPT-LINE.
064400     MOVE WS-ITEM-CNT TO WS-CNT-ED.
064500     STRING "POSTINGS READ               " WS-CNT-ED
064600         DELIMITED BY SIZE INTO RPT-LINE.
064700     WRITE RPT-LINE.
064800     MOVE SPACES TO RPT-LINE.
064900     MOVE WS-ACCT-CNT TO WS-CNT-ED.
065000     STRING "ACCOUNTS ON MASTER          " WS-CNT-ED
065100         DELIMITED BY SIZE INTO RPT-LINE.
065200     WRITE RPT-LINE.
065300     MOVE SPACES TO RPT-LINE.
065400     MOVE WS-AGREE-CNT TO WS-CNT-ED.
065500     STRING "ACCOUNTS IN AGREEMENT       " WS-CNT-ED
065600         DELIMITED BY SIZE INTO RPT-LINE.
065700     WRITE RPT-LINE.
065800     MOVE SPACES TO RPT-LINE.
065900     MOVE WS-DIFF-CNT TO WS-CNT-ED.
066000     STRING "ACCOUNTS IN DISAGREEMENT    " WS-CNT-ED
066100         DELIMITED BY SIZE INTO RPT-LINE.
066200     WRITE RPT-LINE.
066300     IF WS-MODE-LOAD
066400         MOVE SPACES TO RPT-LINE
066500         MOVE WS-LOAD-CNT TO WS-CNT-ED
066600         STRING "ACCOUNTS LOADED             " WS-CNT-ED
066700             DELIMITED BY SIZE INTO RPT-LINE
066800         WRITE RPT-LINE
066900     END-IF.
067000     MOVE SPACES TO RPT-LINE.
067100     MOVE WS-SKIP-CNT TO WS-CNT-ED.
067200     STRING "PROVED PAST THIS DATE       " WS-CNT-ED
067300         DELIMITED BY SIZE INTO RPT-LINE.
067400     WRITE RPT-LINE.
067500     MOVE SPACES TO RPT-LINE.
067600     MOVE WS-ORPH-ACCT-CNT TO WS-CNT-ED.
067700     STRING "ACCOUNTS NOT ON MASTER      " WS-CNT-ED
067800         DELIMITED BY SIZE INTO RPT-LINE.
067900     WRITE RPT-LINE.
068000     IF WS-RWRT-FAIL-CNT > 0
068100         MOVE SPACES TO RPT-LINE
068200         MOVE WS-RWRT-FAIL-CNT TO WS-CNT-ED
068300         STRING "*** ACCOUNTS NOT ROLLED FORWARD " WS-CNT-ED
068400             " ***"
068500             DELIMITED BY SIZE INTO RPT-LINE
068600         WRITE RPT-LINE
068700     END-IF.
068800     MOVE SPACES TO RPT-LINE.
068900     MOVE WS-TOT-MST-BAL TO WS-TOT-ED.
069000     STRING "TOTAL MASTER BALANCES  " WS-TOT-ED
069100         DELIMITED BY SIZE INTO RPT-LINE.
069200     WRITE RPT-LINE.
069300     CLOSE ACCTF ACPRPTF.
069400 5000-EXIT.
069500     EXIT.
069600*
069700******************************************************************
069800*    6100 - RELEASE THE SHARED SERVICES
069900******************************************************************
070000 6100-CLOSE-SERVICES.
070050     MOVE "C" TO CJW-REQUEST-CD.
070060     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
070070         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
070100     MOVE "C" TO WS-DC-REQUEST-CD.
070200     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
070300         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
070400     MOVE "C" TO WS-SC-REQUEST-CD.
070500     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
070600         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
070700     MOVE "C" TO WS-SA-REQUEST-CD.
070800     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
070900         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
071000         SUP1 SUP2 WS-SA-RETURN-STUS.
071100 6100-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500*    7000 - SUPERVISOR-CLEARED FORCE PAST A MISSING RECEIVING
071600*           STAMP.  SUP1 PROVED THROUGH SUPCHECK (BRANCH 000 -
071700*           OPERATOR CONSOLE) AND WRITTEN THROUGH SUPAUDIT AS
071800*           "DATEFORCE"
071900******************************************************************
072000 7000-FORCE-CLEARANCE.
072100     MOVE "N" TO WS-FORCE-OK-SW.
072200     DISPLAY "FORCE - SUP1 TO PROCEED, BLANK TO ABORT: ".
072300     ACCEPT SUP1.
072400     IF SUP1 = SPACES
072500         GO TO 7000-EXIT.
072800     MOVE SPACES TO TELER-TMLID.
072900     MOVE 0   TO BRID.
073000     MOVE "V" TO WS-SC-REQUEST-CD.
073100     MOVE 0   TO WS-SC-AMT.
073200     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
073300         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
073400     IF WS-SC-RETURN-STUS NOT = "00"
073500         DISPLAY "ACP0100 - SUP1 " SUP1 " REFUSED, REASON "
073600             WS-SC-RETURN-STUS
073700         GO TO 7000-EXIT.
073725     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
073750     IF NOT ATH-PERMITTED
073775         GO TO 7000-EXIT.
073800     MOVE "W" TO WS-SA-REQUEST-CD.
073900     MOVE "DATEFORCE" TO WS-OVER-TYPE.
074000     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
074100         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
074200         SUP1 SUP2 WS-SA-RETURN-STUS.
074300     IF WS-SA-RETURN-STUS NOT = "00"
074400         DISPLAY "ACP0100 - AUDIT WRITE FAILED, STATUS "
074500             WS-SA-RETURN-STUS
074600     END-IF.
074700     MOVE "Y" TO WS-FORCE-OK-SW.
074800 7000-EXIT.
074900     EXIT.
075000*
075100******************************************************************
075200*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
075300*           LKRETRY.CPY
075400******************************************************************
075500 9500-REDO-IO.
075600     EVALUATE WS-REDO-POINT
075700         WHEN 1
075800             READ ACCTF NEXT
075900                 AT END
076000                     MOVE "Y" TO WS-ACCT-EOF-SW
076100             END-READ
076200         WHEN OTHER
076300             REWRITE ACT-REC
076400                 INVALID KEY
076500                     CONTINUE
076600             END-REWRITE
076700     END-EVALUATE.
076800 9500-REDO-IO-EXIT.
076900     EXIT.
077000*
077100 COPY LKRETRY.
077101*
077102 COPY AUTHENT.
