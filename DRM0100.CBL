000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DRM0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DRM0100 - MONTHLY DORMANT-ACCOUNT RUN
000900*
001000*    FINDS EVERY OPEN CUSTOMER ACCOUNT (ACCT.CPY) THAT HAS HAD
001100*    NO RECEIPT OR "08" OFFSET POSTED FOR DMP-DORM-MONTHS
001200*    MONTHS (DRMPRM.CPY, KEPT THROUGH PRM0100) AND MARKS IT
001300*    DORMANT - ACT-DORM-SW "Y", ACT-DORM-DATE THIS BF-DATE.
001400*    FROM THEN ON EDT0100 AND ENT0100 WARN ON A RECEIPT TO IT
001500*    AND RCV0100 ONLY POSTS ONE UNDER A SUP1 CLEARANCE, WHICH
001600*    REACTIVATES THE ACCOUNT.
001700*
001800*    AN ACCOUNT'S LAST POSTING IS THE LATER OF ACT-LAST-ACT-DATE
001900*    AND THE LATEST RECEIPT OR OFFSET FOR IT ON POSTING HISTORY
002000*    (POSTHSTF) OR THE DAY'S POSTF, SORTED BY ACCOUNT AND
002100*    MATCHED AGAINST ACCTF IN ACCOUNT ORDER.  THE MONTH-END
002200*    ROLL-UP OF PURGED HISTORY (HSTSUMF) IS KEPT BY DATE, BRANCH
002300*    AND TELLER WITH NO ACCOUNT NUMBER, SO A POSTING THAT HAS
002400*    GONE FROM DETAIL HISTORY IS KNOWN HERE THROUGH
002500*    ACT-LAST-ACT-DATE, WHICH RCV0100 KEEPS AS IT POSTS.  AN
002600*    ACCOUNT WITH NO POSTING ON RECORD AT ALL IS TIMED FROM THE
002700*    FIRST RUN THAT FOUND IT SO (ACT-DRM-BASE-DATE), NEVER
002800*    MARKED DORMANT THE FIRST TIME IT IS SEEN.  SERVICE FEES
002900*    ("11") ARE THE BRANCH'S CHARGE AND DO NOT COUNT.
003000*
003100*    PRODUCES THE DORMANCY NOTICE LIST (DRMNTCF) - ONE LINE PER
003200*    ACCOUNT MARKED DORMANT AS AT THIS BF-DATE, FOR THE
003300*    CUSTOMER NOTICES - AND THE REACTIVATION REPORT (DRMRPTF) OF
003400*    EVERY ACCOUNT RCV0100 HAS REACTIVATED SINCE THE SAME DAY
003500*    LAST MONTH, WITH THE SUP1 THAT CLEARED IT, FOLLOWED BY THE
003600*    RUN TOTALS.
003700*
003800*    RUNS MONTHLY AFTER RECEIVING IS STAMPED COMPLETE (DCL0100).
003900*    RERUNNING THE SAME BF-DATE IS HARMLESS - AN ACCOUNT MARKED
004000*    BY AN EARLIER RUN THAT DAY IS LISTED AGAIN, NOT MARKED TWICE.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    2026-10-09 OPS   ORIGINAL
004425*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
004450*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
004475*                     MATRIX BEFORE ANYTHING ELSE IS DONE
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ACCTF ASSIGN TO "ACCTF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ACT-ACCT-NO
005300         FILE STATUS IS FILE-STUS.
005400     SELECT POSTF ASSIGN TO "POSTF"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PST-KEY
005800         FILE STATUS IS FILE-STUS.
005900     SELECT POSTHSTF ASSIGN TO "POSTHSTF"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PSH-KEY
006300         FILE STATUS IS FILE-STUS.
006400     SELECT DRMPRMF ASSIGN TO "DRMPRMF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS DMP-KEY
006800         FILE STATUS IS FILE-STUS.
006900     SELECT DRMWRKF ASSIGN TO "DRMWRKF".
007000     SELECT DRMNTCF ASSIGN TO "DRMNTCF"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS RPT-FILE-STUS.
007300     SELECT DRMRPTF ASSIGN TO "DRMRPTF"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RPT-FILE-STUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  ACCTF.
007900 COPY ACCT.
008000 FD  POSTF.
008100 COPY POSTREC.
008200 FD  POSTHSTF.
008300 COPY PSTHST.
008400 FD  DRMPRMF.
008500 COPY DRMPRM.
008600 SD  DRMWRKF.
008700 01  SRT-REC.
008800     05  SRT-ACCT-NO         PIC 9(10).
008900     05  SRT-BF-DATE         PIC 9(08).
009000 FD  DRMNTCF
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  NTC-LINE                PIC X(80).
009300 FD  DRMRPTF
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  RPT-LINE                PIC X(80).
009600 WORKING-STORAGE SECTION.
009700 COPY FLAG.
009800 COPY LKRETRYW.
009850 COPY AUTHCHKW.
009900 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
010000 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
010100 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
010200     88  WS-POST-EOF         VALUE "Y".
010300 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
010400     88  WS-HIST-EOF         VALUE "Y".
010500 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
010600     88  WS-SORT-EOF         VALUE "Y".
010700 01  WS-ACCT-EOF-SW          PIC X(01) VALUE "N".
010800     88  WS-ACCT-EOF         VALUE "Y".
010900 01  WS-ABORT-SW             PIC X(01) VALUE "N".
011000     88  WS-ABORT-RUN        VALUE "Y".
011100 01  WS-PARM-DFLT-SW         PIC X(01) VALUE "N".
011200     88  WS-PARM-DFLT        VALUE "Y".
011300 01  WS-DFLT-DORM-MONTHS     PIC 9(03) VALUE 24.
011400 01  WS-DORM-MONTHS          PIC 9(03) VALUE 0.
011500*        DATE ARITHMETIC IN WHOLE MONTHS - A DATE IS TAKEN APART
011600*        INTO YEAR AND MONTH, THE MONTHS COUNTED BACK, AND THE
011700*        SAME DAY OF THE MONTH PUT BACK ON
011800 01  WS-DATE-WORK            PIC 9(08) VALUE 0.
011900 01  FILLER                  REDEFINES WS-DATE-WORK.
012000     05  WS-DW-YEAR          PIC 9(04).
012100     05  WS-DW-MM            PIC 9(02).
012200     05  WS-DW-DD            PIC 9(02).
012300 01  WS-MONTH-NO             PIC 9(07) COMP VALUE 0.
012400 01  WS-BACK-MONTHS          PIC 9(03) VALUE 0.
012500 01  WS-CUTOFF-DATE          PIC 9(08) VALUE 0.
012600 01  WS-REACT-FROM           PIC 9(08) VALUE 0.
012700 01  WS-HIST-LAST            PIC 9(08) VALUE 0.
012800 01  WS-LAST-DATE            PIC 9(08) VALUE 0.
012900 01  WS-NEW-BASE-SW          PIC X(01) VALUE "N".
013000     88  WS-NEW-BASE         VALUE "Y".
013100 01  WS-ITEM-CNT             PIC 9(07) COMP VALUE 0.
013200 01  WS-ACCT-CNT             PIC 9(07) COMP VALUE 0.
013300 01  WS-CLOSED-CNT           PIC 9(07) COMP VALUE 0.
013400 01  WS-ACTIVE-CNT           PIC 9(07) COMP VALUE 0.
013500 01  WS-ALREADY-CNT          PIC 9(07) COMP VALUE 0.
013600 01  WS-MARKED-CNT           PIC 9(07) COMP VALUE 0.
013700 01  WS-NOTICE-CNT           PIC 9(07) COMP VALUE 0.
013800 01  WS-BASE-CNT             PIC 9(07) COMP VALUE 0.
013900 01  WS-REACT-CNT            PIC 9(07) COMP VALUE 0.
014000 01  WS-RWRT-FAIL-CNT        PIC 9(07) COMP VALUE 0.
014100 01  WS-NOTICE-BAL           PIC S9(13)V99 COMP-3 VALUE 0.
014200 01  WS-CNT-ED               PIC ZZZZZZ9.
014300 01  WS-BAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014400 01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
014500 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
014600 01  WS-FORCE-OK-SW          PIC X(01) VALUE "N".
014700     88  WS-FORCE-OK         VALUE "Y".
014800 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
014900 01  WS-SA-RETURN-STUS       PIC X(02).
015000 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
015100 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
015200 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
015300 01  WS-DC-REQUEST-CD        PIC X(01) VALUE "Q".
015400 01  WS-DC-STEP-CD           PIC X(01) VALUE SPACE.
015500 01  WS-DC-STEP-STATS.
015600     05  WS-DC-RCV-STUS      PIC X(01).
015700     05  WS-DC-STL-STUS      PIC X(01).
015800     05  WS-DC-GLX-STUS      PIC X(01).
015900     05  WS-DC-GLA-STUS      PIC X(01).
016000     05  WS-DC-EOD-STUS      PIC X(01).
016100     05  WS-DC-LCR-STUS      PIC X(01).
016200 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
016300 PROCEDURE DIVISION.
016400*
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     IF NOT WS-ABORT-RUN
016800         SORT DRMWRKF
016900             ON ASCENDING KEY SRT-ACCT-NO SRT-BF-DATE
017000             INPUT PROCEDURE IS 2000-SELECT-POSTINGS
017100                 THRU 2000-EXIT
017200             OUTPUT PROCEDURE IS 3000-REVIEW-ACCOUNTS
017300                 THRU 3000-EXIT
017400         IF SORT-RETURN NOT = 0
017500             DISPLAY "DRM0100 - SORT FAILED, RETURN " SORT-RETURN
017600                 " - DORMANCY RUN INCOMPLETE"
017700         END-IF
017800         PERFORM 5000-FINALIZE THRU 5000-EXIT
017900     END-IF.
018000     PERFORM 6100-CLOSE-SERVICES THRU 6100-EXIT.
018100     STOP RUN.
018200*
018300******************************************************************
018400*    1000 - INITIALIZE - DATE CONTROL, PARAMETERS, CUTOFF DATES,
018500*           FILES AND REPORT HEADINGS
018600******************************************************************
018700 1000-INITIALIZE.
018709     DISPLAY "OPERATOR  : ".
018718     ACCEPT TELER-ID.
018727     MOVE SPACES TO TELER-TMLID.
018736     MOVE 0   TO BRID.
018745     MOVE "DRM0100" TO ATH-PGM-ID.
018754     MOVE "R"       TO ATH-FUNC-CD.
018763     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
018772     IF NOT ATH-PERMITTED
018781         MOVE "Y" TO WS-ABORT-SW
018790         GO TO 1000-EXIT.
018800     DISPLAY "BUS DATE  : ".
018900     ACCEPT BF-DATE.
019000     PERFORM 1100-CHECK-DATE-CTL THRU 1100-EXIT.
019100     IF WS-ABORT-RUN
019200         GO TO 1000-EXIT.
019300     PERFORM 1200-LOAD-PARMS THRU 1200-EXIT.
019400     MOVE WS-DORM-MONTHS TO WS-BACK-MONTHS.
019500     PERFORM 1300-MONTHS-BACK THRU 1300-EXIT.
019600     MOVE WS-DATE-WORK TO WS-CUTOFF-DATE.
019700     MOVE 1 TO WS-BACK-MONTHS.
019800     PERFORM 1300-MONTHS-BACK THRU 1300-EXIT.
019900     MOVE WS-DATE-WORK TO WS-REACT-FROM.
020000     OPEN I-O ACCTF.
020100     IF NOT STS-OK
020200         DISPLAY "DRM0100 - ACCOUNT MASTER UNAVAILABLE, STATUS "
020300             FILE-STUS
020400         MOVE "Y" TO WS-ABORT-SW
020500         GO TO 1000-EXIT.
020600     OPEN OUTPUT DRMNTCF.
020700     OPEN OUTPUT DRMRPTF.
020800     MOVE SPACES TO NTC-LINE.
020900     STRING "DRM0100 DORMANCY NOTICE LIST  BUS DATE " BF-DATE
021000         DELIMITED BY SIZE INTO NTC-LINE.
021100     WRITE NTC-LINE.
021200     MOVE SPACES TO NTC-LINE.
021300     STRING "NO POSTING SINCE " WS-CUTOFF-DATE " OR EARLIER ("
021400         WS-DORM-MONTHS " MONTHS)"
021500         DELIMITED BY SIZE INTO NTC-LINE.
021600     WRITE NTC-LINE.
021700     IF WS-PARM-DFLT
021800         MOVE SPACES TO NTC-LINE
021900         STRING "*** NO DRMPRMF RECORD - DEFAULT PERIOD USED ***"
022000             DELIMITED BY SIZE INTO NTC-LINE
022100         WRITE NTC-LINE
022200     END-IF.
022300     MOVE SPACES TO NTC-LINE.
022400     WRITE NTC-LINE.
022500     MOVE SPACES TO NTC-LINE.
022600     STRING "ACCOUNT    NAME       HOME BR  LAST POSTING  "
022700         "       CURRENT BALANCE"
022800         DELIMITED BY SIZE INTO NTC-LINE.
022900     WRITE NTC-LINE.
023000     MOVE SPACES TO RPT-LINE.
023100     STRING "DRM0100 DORMANT-ACCOUNT REACTIVATIONS  BUS DATE "
023200         BF-DATE
023300         DELIMITED BY SIZE INTO RPT-LINE.
023400     WRITE RPT-LINE.
023500     MOVE SPACES TO RPT-LINE.
023600     STRING "REACTIVATED AFTER " WS-REACT-FROM
023700         DELIMITED BY SIZE INTO RPT-LINE.
023800     WRITE RPT-LINE.
023900     MOVE SPACES TO RPT-LINE.
024000     WRITE RPT-LINE.
024100     MOVE SPACES TO RPT-LINE.
024200     STRING "ACCOUNT    NAME       HOME BR  DORMANT SINCE  "
024300         "REACTIVATED  SUP1      STATUS"
024400         DELIMITED BY SIZE INTO RPT-LINE.
024500     WRITE RPT-LINE.
024600 1000-EXIT.
024700     EXIT.
024800*
024900******************************************************************
025000*    1100 - CHECK THE DATE-CLOSE CONTROL.  RECEIVING MUST BE
025100*           STAMPED COMPLETE (DCL0100) SO NO POSTING FOR BF-DATE
025200*           IS STILL TO COME, OR A SUPERVISOR MUST FORCE PAST IT
025300******************************************************************
025400 1100-CHECK-DATE-CTL.
025500     MOVE "Q" TO WS-DC-REQUEST-CD.
025600     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
025700         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
025800     IF WS-DC-RETURN-STUS NOT = "00"
025900         DISPLAY "DRM0100 - CLOSE CONTROL UNAVAILABLE, STATUS "
026000             WS-DC-RETURN-STUS
026100         MOVE "Y" TO WS-ABORT-SW
026200         GO TO 1100-EXIT.
026300     IF WS-DC-RCV-STUS NOT = "C"
026400         DISPLAY "DRM0100 - RECEIVING NOT STAMPED COMPLETE FOR "
026500             BF-DATE " - STAMP IT FROM DCL0100 FIRST"
026600         PERFORM 7000-FORCE-CLEARANCE THRU 7000-EXIT
026700         IF NOT WS-FORCE-OK
026800             MOVE "Y" TO WS-ABORT-SW
026900         END-IF
027000     END-IF.
027100 1100-EXIT.
027200     EXIT.
027300*
027400******************************************************************
027500*    1200 - LOAD THE DORMANCY PERIOD, FALLING BACK TO THE
027600*           DEFAULT WHEN DRMPRMF OR ITS RECORD IS MISSING
027700******************************************************************
027800 1200-LOAD-PARMS.
027900     MOVE WS-DFLT-DORM-MONTHS TO WS-DORM-MONTHS.
028000     MOVE "Y" TO WS-PARM-DFLT-SW.
028100     OPEN INPUT DRMPRMF.
028200     IF NOT STS-OK
028300         GO TO 1200-EXIT.
028400     MOVE 0 TO DMP-KEY.
028500     READ DRMPRMF
028600         KEY IS DMP-KEY
028700         INVALID KEY
028800             CONTINUE
028900     END-READ.
029000     IF STS-OK AND DMP-DORM-MONTHS NUMERIC
029100         AND DMP-DORM-MONTHS > 0
029200         MOVE DMP-DORM-MONTHS TO WS-DORM-MONTHS
029300         MOVE "N" TO WS-PARM-DFLT-SW
029400     END-IF.
029500     CLOSE DRMPRMF.
029600 1200-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000*    1300 - BF-DATE LESS WS-BACK-MONTHS WHOLE MONTHS, INTO
030100*           WS-DATE-WORK.  THE DAY OF THE MONTH IS KEPT AS IT IS;
030200*           A DAY PAST THE END OF A SHORT MONTH STILL COMPARES
030300*           BETWEEN THAT MONTH'S LAST DAY AND THE NEXT MONTH'S
030400*           FIRST, WHICH IS ALL THE CUTOFF IS USED FOR
030500******************************************************************
030600 1300-MONTHS-BACK.
030700     MOVE BF-DATE TO WS-DATE-WORK.
030800     COMPUTE WS-MONTH-NO = WS-DW-YEAR * 12 + WS-DW-MM - 1.
030900     IF WS-MONTH-NO < WS-BACK-MONTHS
031000         MOVE 0 TO WS-DATE-WORK
031100         GO TO 1300-EXIT.
031200     SUBTRACT WS-BACK-MONTHS FROM WS-MONTH-NO.
031300     DIVIDE WS-MONTH-NO BY 12 GIVING WS-DW-YEAR
031400         REMAINDER WS-DW-MM.
031500     ADD 1 TO WS-DW-MM.
031600 1300-EXIT.
031700     EXIT.
031800*
031900******************************************************************
032000*    2000 - SORT INPUT - THE DATE OF EVERY RECEIPT AND OFFSET ON
032100*           A CUSTOMER ACCOUNT STILL ON HISTORY, THEN THE DAY'S
032200*           POSTF
032300******************************************************************
032400 2000-SELECT-POSTINGS.
032500     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT.
032600     PERFORM 2200-RELEASE-POSTF THRU 2200-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900*
033000 2100-RELEASE-HISTORY.
033100     OPEN INPUT POSTHSTF.
033200     IF NOT STS-OK
033300         DISPLAY "DRM0100 - NO POSTING HISTORY, STATUS "
033400             FILE-STUS " - MASTER LAST-ACTIVITY DATES ONLY"
033500         GO TO 2100-EXIT.
033600     MOVE LOW-VALUES TO PSH-KEY.
033700     START POSTHSTF KEY NOT < PSH-KEY
033800         INVALID KEY
033900             MOVE "Y" TO WS-HIST-EOF-SW
034000     END-START.
034100     PERFORM 2110-RELEASE-ONE-HIST THRU 2110-EXIT
034200         UNTIL WS-HIST-EOF.
034300     CLOSE POSTHSTF.
034400 2100-EXIT.
034500     EXIT.
034600*
034700 2110-RELEASE-ONE-HIST.
034800     READ POSTHSTF NEXT
034900         AT END
035000             MOVE "Y" TO WS-HIST-EOF-SW
035100     END-READ.
035200     IF WS-HIST-EOF
035300         GO TO 2110-EXIT.
035400     IF PSH-BF-DATE > BF-DATE
035500         MOVE "Y" TO WS-HIST-EOF-SW
035600         GO TO 2110-EXIT.
035700     IF PSH-ACCT-NO NOT NUMERIC OR PSH-ACCT-NO = 0
035800         OR PSH-FEE-ITEM
035900         GO TO 2110-EXIT.
036000     IF PSH-RETURN-CD NOT = "00" AND PSH-RETURN-CD NOT = "08"
036100         GO TO 2110-EXIT.
036200     MOVE PSH-ACCT-NO   TO SRT-ACCT-NO.
036300     MOVE PSH-BF-DATE   TO SRT-BF-DATE.
036400     RELEASE SRT-REC.
036500     ADD 1 TO WS-ITEM-CNT.
036600 2110-EXIT.
036700     EXIT.
036800*
036900 2200-RELEASE-POSTF.
037000     OPEN INPUT POSTF.
037100     IF NOT STS-OK
037200         DISPLAY "DRM0100 - NO POSTING FILE, STATUS " FILE-STUS
037300         GO TO 2200-EXIT.
037400     MOVE LOW-VALUES TO PST-KEY.
037500     START POSTF KEY NOT < PST-KEY
037600         INVALID KEY
037700             MOVE "Y" TO WS-POST-EOF-SW
037800     END-START.
037900     PERFORM 2210-RELEASE-ONE-POST THRU 2210-EXIT
038000         UNTIL WS-POST-EOF.
038100     CLOSE POSTF.
038200 2200-EXIT.
038300     EXIT.
038400*
038500 2210-RELEASE-ONE-POST.
038600     READ POSTF NEXT
038700         AT END
038800             MOVE "Y" TO WS-POST-EOF-SW
038900     END-READ.
039000     IF WS-POST-EOF
039100         GO TO 2210-EXIT.
039200     IF PST-ACCT-NO NOT NUMERIC OR PST-ACCT-NO = 0
039300         OR PST-FEE-ITEM
039400         GO TO 2210-EXIT.
039500     IF PST-RETURN-CD NOT = "00" AND PST-RETURN-CD NOT = "08"
039600         GO TO 2210-EXIT.
039700     MOVE PST-ACCT-NO   TO SRT-ACCT-NO.
039800     MOVE BF-DATE       TO SRT-BF-DATE.
039900     RELEASE SRT-REC.
040000     ADD 1 TO WS-ITEM-CNT.
040100 2210-EXIT.
040200     EXIT.
040300*
040400******************************************************************
040500*    3000 - SORT OUTPUT - MATCH THE SORTED POSTING DATES AGAINST
040600*           THE ACCOUNT MASTER, BOTH IN ACCOUNT ORDER
040700******************************************************************
040800 3000-REVIEW-ACCOUNTS.
040900     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
041000     MOVE LOW-VALUES TO ACT-ACCT-NO.
041100     START ACCTF KEY NOT < ACT-ACCT-NO
041200         INVALID KEY
041300             MOVE "Y" TO WS-ACCT-EOF-SW
041400     END-START.
041500     IF NOT WS-ACCT-EOF
041600         PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT
041700     END-IF.
041800     PERFORM 3200-REVIEW-ONE-ACCOUNT THRU 3200-EXIT
041900         UNTIL WS-ACCT-EOF.
042000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
042100         UNTIL WS-SORT-EOF.
042200 3000-EXIT.
042300     EXIT.
042400*
042500 3100-RETURN-ONE.
042600     RETURN DRMWRKF
042700         AT END
042800             MOVE "Y" TO WS-SORT-EOF-SW
042900     END-RETURN.
043000 3100-EXIT.
043100     EXIT.
043200*
043300 3150-READ-ACCOUNT.
043400     MOVE 1 TO WS-REDO-POINT.
043500     READ ACCTF NEXT
043600         AT END
043700             MOVE "Y" TO WS-ACCT-EOF-SW
043800     END-READ.
043900     IF FILE-LOCK OR RECORD-LOCK
044000         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
044100     END-IF.
044200     IF NOT WS-ACCT-EOF AND NOT STS-OK
044300         DISPLAY "DRM0100 - ACCOUNT MASTER READ FAILED, STATUS "
044400             FILE-STUS " - DORMANCY RUN STOPPED"
044500         MOVE "Y" TO WS-ACCT-EOF-SW
044600     END-IF.
044700 3150-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100*    3200 - REVIEW ONE ACCOUNT.  POSTINGS FOR AN ACCOUNT NOT ON
045200*           THE MASTER ARE READ PAST (ACP0100 LISTS THEM); THE
045300*           ACCOUNT'S OWN ARE SORTED BY DATE, SO THE LAST ONE
045400*           RETURNED IS ITS LATEST
045500******************************************************************
045600 3200-REVIEW-ONE-ACCOUNT.
045700     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
045800         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT < ACT-ACCT-NO.
045900     ADD 1 TO WS-ACCT-CNT.
046000     MOVE 0 TO WS-HIST-LAST.
046100     PERFORM 3210-TAKE-ONE-DATE THRU 3210-EXIT
046200         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT = ACT-ACCT-NO.
046300     IF ACT-REACT-DATE > WS-REACT-FROM
046400         AND ACT-REACT-DATE NOT > BF-DATE
046500         PERFORM 3500-LIST-REACTIVATION THRU 3500-EXIT
046600     END-IF.
046700     IF NOT ACT-OPEN
046800         ADD 1 TO WS-CLOSED-CNT
046900     ELSE
047000         PERFORM 3300-CHECK-DORMANCY THRU 3300-EXIT
047100     END-IF.
047200     PERFORM 3150-READ-ACCOUNT THRU 3150-EXIT.
047300 3200-EXIT.
047400     EXIT.
047500*
047600 3210-TAKE-ONE-DATE.
047700     MOVE SRT-BF-DATE TO WS-HIST-LAST.
047800     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
047900 3210-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300*    3300 - AN OPEN ACCOUNT WHOSE LAST POSTING IS ON OR BEFORE
048400*           THE CUTOFF IS MARKED DORMANT AND GOES ON THE NOTICE
048500*           LIST.  ONE WITH NO POSTING ON RECORD AT ALL HAS ITS
048600*           TIMING STARTED TODAY (ACT-DRM-BASE-DATE) AND IS
048700*           MEASURED FROM THAT
048800******************************************************************
048900 3300-CHECK-DORMANCY.
049000     IF ACT-DORMANT
049100         ADD 1 TO WS-ALREADY-CNT
049200         IF ACT-DORM-DATE = BF-DATE
049300             PERFORM 3400-LIST-NOTICE THRU 3400-EXIT
049400         END-IF
049500         GO TO 3300-EXIT.
049600     MOVE ACT-LAST-ACT-DATE TO WS-LAST-DATE.
049700     IF WS-HIST-LAST > WS-LAST-DATE
049800         MOVE WS-HIST-LAST TO WS-LAST-DATE
049900     END-IF.
050000     MOVE "N" TO WS-NEW-BASE-SW.
050100     IF WS-LAST-DATE = 0
050200         IF ACT-DRM-BASE-DATE = 0
050300             MOVE BF-DATE TO ACT-DRM-BASE-DATE
050400             MOVE "Y" TO WS-NEW-BASE-SW
050500             ADD 1 TO WS-BASE-CNT
050600         END-IF
050700         MOVE ACT-DRM-BASE-DATE TO WS-LAST-DATE
050800     END-IF.
050900     IF WS-LAST-DATE > WS-CUTOFF-DATE
051000         ADD 1 TO WS-ACTIVE-CNT
051100         IF WS-NEW-BASE
051200             PERFORM 3600-REWRITE-ACCOUNT THRU 3600-EXIT
051300         END-IF
051400         GO TO 3300-EXIT.
051500     MOVE "Y"     TO ACT-DORM-SW.
051600     MOVE BF-DATE TO ACT-DORM-DATE.
051700     PERFORM 3600-REWRITE-ACCOUNT THRU 3600-EXIT.
051800     IF STS-OK
051900         ADD 1 TO WS-MARKED-CNT
052000         PERFORM 3400-LIST-NOTICE THRU 3400-EXIT
052100     END-IF.
052200 3300-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600*    3400 - ONE LINE ON THE DORMANCY NOTICE LIST
052700******************************************************************
052800 3400-LIST-NOTICE.
052900     MOVE ACT-LAST-ACT-DATE TO WS-LAST-DATE.
053000     IF WS-HIST-LAST > WS-LAST-DATE
053100         MOVE WS-HIST-LAST TO WS-LAST-DATE
053200     END-IF.
053300     ADD 1 TO WS-NOTICE-CNT.
053400     ADD ACT-CUR-BAL TO WS-NOTICE-BAL.
053500     MOVE SPACES TO NTC-LINE.
053600     MOVE ACT-CUR-BAL TO WS-BAL-ED.
053700     IF WS-LAST-DATE = 0
053800         STRING ACT-ACCT-NO " " ACT-NAME " " ACT-BRID
053900             "      NONE ON FILE  " WS-BAL-ED
054000             DELIMITED BY SIZE INTO NTC-LINE
054100     ELSE
054200         STRING ACT-ACCT-NO " " ACT-NAME " " ACT-BRID
054300             "      " WS-LAST-DATE "      " WS-BAL-ED
054400             DELIMITED BY SIZE INTO NTC-LINE
054500     END-IF.
054600     WRITE NTC-LINE.
054700 3400-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100*    3500 - ONE LINE ON THE REACTIVATION REPORT
055200******************************************************************
055300 3500-LIST-REACTIVATION.
055400     ADD 1 TO WS-REACT-CNT.
055500     MOVE SPACES TO RPT-LINE.
055600     IF ACT-DORMANT
055700         STRING ACT-ACCT-NO " " ACT-NAME " " ACT-BRID
055800             "      " ACT-DORM-DATE "       " ACT-REACT-DATE
055900             "     " ACT-REACT-SUP " DORMANT AGAIN"
056000             DELIMITED BY SIZE INTO RPT-LINE
056100     ELSE
056200         STRING ACT-ACCT-NO " " ACT-NAME " " ACT-BRID
056300             "      " ACT-DORM-DATE "       " ACT-REACT-DATE
056400             "     " ACT-REACT-SUP " ACTIVE"
056500             DELIMITED BY SIZE INTO RPT-LINE
056600     END-IF.
056700     WRITE RPT-LINE.
056800 3500-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200*    3600 - REWRITE THE ACCOUNT MASTER RECORD
057300******************************************************************
057400 3600-REWRITE-ACCOUNT.
057500     MOVE 2 TO WS-REDO-POINT.
057600     REWRITE ACT-REC
057700         INVALID KEY
057800             CONTINUE
057900     END-REWRITE.
058000     IF FILE-LOCK OR RECORD-LOCK
058100         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
058200     END-IF.
058300     IF NOT STS-OK
058400         ADD 1 TO WS-RWRT-FAIL-CNT
058500         DISPLAY "DRM0100 - ACCOUNT " ACT-ACCT-NO
058600             " NOT UPDATED, STATUS " FILE-STUS
058700     END-IF.
058800 3600-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200*    5000 - FINALIZE - NOTICE LIST FOOTING, RUN TOTALS, CLOSE
059300******************************************************************
059400 5000-FINALIZE.
059500     MOVE SPACES TO NTC-LINE.
059600     WRITE NTC-LINE.
059700     MOVE SPACES TO NTC-LINE.
059800     MOVE WS-NOTICE-CNT TO WS-CNT-ED.
059900     MOVE WS-NOTICE-BAL TO WS-TOT-ED.
060000     STRING "NOTICES " WS-CNT-ED "   BALANCES " WS-TOT-ED
060100         DELIMITED BY SIZE INTO NTC-LINE.
060200     WRITE NTC-LINE.
060300     MOVE SPACES TO RPT-LINE.
060400     WRITE RPT-LINE.
060500     MOVE SPACES TO RPT-LINE.
060600     MOVE WS-REACT-CNT TO WS-CNT-ED.
060700     STRING "ACCOUNTS REACTIVATED        " WS-CNT-ED
060800         DELIMITED BY SIZE INTO RPT-LINE.
060900     WRITE RPT-LINE.
061000     MOVE SPACES TO RPT-LINE.
061100     WRITE RPT-LINE.
061200     MOVE SPACES TO RPT-LINE.
061300     MOVE WS-DORM-MONTHS TO WS-CNT-ED.
061400     STRING "DRM0100 RUN TOTALS - DORMANT AFTER " WS-CNT-ED
061500         " MONTHS, CUTOFF " WS-CUTOFF-DATE
061600         DELIMITED BY SIZE INTO RPT-LINE.
061700     WRITE RPT-LINE.
061800     MOVE SPACES TO RPT-LINE.
061900     MOVE WS-ITEM-CNT TO WS-CNT-ED.
062000     STRING "POSTINGS READ               " WS-CNT-ED
062100         DELIMITED BY SIZE INTO RPT-LINE.
062200     WRITE RPT-LINE.
062300     MOVE SPACES TO RPT-LINE.
062400     MOVE WS-ACCT-CNT TO WS-CNT-ED.
062500     STRING "ACCOUNTS ON MASTER          " WS-CNT-ED
062600         DELIMITED BY SIZE INTO RPT-LINE.
062700     WRITE RPT-LINE.
062800     MOVE SPACES TO RPT-LINE.
062900     MOVE WS-CLOSED-CNT TO WS-CNT-ED.
063000     STRING "CLOSED ACCOUNTS             " WS-CNT-ED
063100         DELIMITED BY SIZE INTO RPT-LINE.
063200     WRITE RPT-LINE.
063300     MOVE SPACES TO RPT-LINE.
063400     MOVE WS-ACTIVE-CNT TO WS-CNT-ED.
063500     STRING "OPEN AND ACTIVE             " WS-CNT-ED
063600         DELIMITED BY SIZE INTO RPT-LINE.
063700     WRITE RPT-LINE.
063800     MOVE SPACES TO RPT-LINE.
063900     MOVE WS-ALREADY-CNT TO WS-CNT-ED.
064000     STRING "ALREADY DORMANT             " WS-CNT-ED
064100         DELIMITED BY SIZE INTO RPT-LINE.
064200     WRITE RPT-LINE.
064300     MOVE SPACES TO RPT-LINE.
064400     MOVE WS-MARKED-CNT TO WS-CNT-ED.
064500     STRING "MARKED DORMANT THIS RUN     " WS-CNT-ED
064600         DELIMITED BY SIZE INTO RPT-LINE.
064700     WRITE RPT-LINE.
064800     MOVE SPACES TO RPT-LINE.
064900     MOVE WS-BASE-CNT TO WS-CNT-ED.
065000     STRING "NO POSTING ON RECORD, TIMED " WS-CNT-ED
065100         DELIMITED BY SIZE INTO RPT-LINE.
065200     WRITE RPT-LINE.
065300     IF WS-RWRT-FAIL-CNT > 0
065400         MOVE SPACES TO RPT-LINE
065500         MOVE WS-RWRT-FAIL-CNT TO WS-CNT-ED
065600         STRING "*** ACCOUNTS NOT UPDATED " WS-CNT-ED " ***"
065700             DELIMITED BY SIZE INTO RPT-LINE
065800         WRITE RPT-LINE
065900     END-IF.
066000     CLOSE ACCTF DRMNTCF DRMRPTF.
066100 5000-EXIT.
066200     EXIT.
066300*
066400******************************************************************
066500*    6100 - RELEASE THE SHARED SERVICES
066600******************************************************************
066700 6100-CLOSE-SERVICES.
066800     MOVE "C" TO WS-DC-REQUEST-CD.
066900     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
067000         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
067100     MOVE "C" TO WS-SC-REQUEST-CD.
067200     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
067300         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
067400     MOVE "C" TO WS-SA-REQUEST-CD.
067500     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
067600         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
067700         SUP1 SUP2 WS-SA-RETURN-STUS.
067800 6100-EXIT.
067900     EXIT.
068000*
068100******************************************************************
068200*    7000 - SUPERVISOR-CLEARED FORCE PAST A MISSING RECEIVING
068300*           STAMP.  SUP1 PROVED THROUGH SUPCHECK (BRANCH 000 -
068400*           OPERATOR CONSOLE) AND WRITTEN THROUGH SUPAUDIT AS
068500*           "DATEFORCE"
068600******************************************************************
068700 7000-FORCE-CLEARANCE.
068800     MOVE "N" TO WS-FORCE-OK-SW.
068900     DISPLAY "FORCE - SUP1 TO PROCEED, BLANK TO ABORT: ".
069000     ACCEPT SUP1.
069100     IF SUP1 = SPACES
069200         GO TO 7000-EXIT.
069500     MOVE SPACES TO TELER-TMLID.
069600     MOVE 0   TO BRID.
069700     MOVE "V" TO WS-SC-REQUEST-CD.
069800     MOVE 0   TO WS-SC-AMT.
069900     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
070000         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
070100     IF WS-SC-RETURN-STUS NOT = "00"
070200         DISPLAY "DRM0100 - SUP1 " SUP1 " REFUSED, REASON "
070300             WS-SC-RETURN-STUS
070400         GO TO 7000-EXIT.
070425     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
070450     IF NOT ATH-PERMITTED
070475         GO TO 7000-EXIT.
070500     MOVE "W" TO WS-SA-REQUEST-CD.
070600     MOVE "DATEFORCE" TO WS-OVER-TYPE.
070700     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
070800         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
070900         SUP1 SUP2 WS-SA-RETURN-STUS.
071000     IF WS-SA-RETURN-STUS NOT = "00"
071100         DISPLAY "DRM0100 - AUDIT WRITE FAILED, STATUS "
071200             WS-SA-RETURN-STUS
071300     END-IF.
071400     MOVE "Y" TO WS-FORCE-OK-SW.
071500 7000-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
072000*           LKRETRY.CPY
072100******************************************************************
072200 9500-REDO-IO.
072300     EVALUATE WS-REDO-POINT
072400         WHEN 1
072500             READ ACCTF NEXT
072600                 AT END
072700                     MOVE "Y" TO WS-ACCT-EOF-SW
072800             END-READ
072900         WHEN OTHER
073000             REWRITE ACT-REC
073100                 INVALID KEY
073200                     CONTINUE
073300             END-REWRITE
073400     END-EVALUATE.
073500 9500-REDO-IO-EXIT.
073600     EXIT.
073700*
073800 COPY LKRETRY.
073801*
073802 COPY AUTHENT.
