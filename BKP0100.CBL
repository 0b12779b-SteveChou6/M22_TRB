000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BKP0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    BKP0100 - START-OF-DAY BACKUP GENERATIONS
000900*
001000*    RUN EACH MORNING, BEFORE THE BRANCHES SIGN ON, FOR THE DAY'S
001100*    BUSINESS DATE.  COPIES POSTF, RCPNUMF, DRAWERF AND THE
001200*    MASTERS LISTED IN BKPFIL.CPY INTO BKUPF (BKUP.CPY) AS ONE
001300*    DATED GENERATION: A HEADER STAMPED WITH THE TIME THE COPY
001400*    STARTED, EVERY RECORD IMAGE, AND A TRAILER PER FILE WITH ITS
001500*    RECORD COUNT AND CONTROL TOTAL.  THE HEADER IS MARKED
001600*    COMPLETE ONLY AFTER THE LAST FILE IS COPIED, SO RCY0100
001700*    NEVER RESTORES FROM A GENERATION THAT WAS CUT SHORT.
001800*
001900*    THE NEWEST WS-GEN-KEEP COMPLETE GENERATIONS ARE KEPT AND
002000*    OLDER ONES DROPPED.  THE FORWARD-RECOVERY JOURNAL FWDJNLF
002100*    IS THEN TRIMMED OF ENTRIES LOGGED BEFORE THE OLDEST KEPT
002200*    GENERATION WAS STARTED - RCY0100 NEVER NEEDS THEM.  WHILE A
002300*    RECEIVING RUN FOR THE DATE STILL SHOWS "R" ON RUNLOGF THE
002400*    BACKUP IS STILL TAKEN (ITS UPDATES ARE ON THE JOURNAL AFTER
002500*    THE START TIME) BUT THE JOURNAL IS NOT TRIMMED, AS THE RUN
002600*    MAY BE WRITING TO IT.
002700*
002800*    SAFE TO RERUN: A GENERATION ALREADY ON FILE FOR THE DATE IS
002900*    REPLACED ONCE THE OPERATOR CONFIRMS IT.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    2026-10-14 OPS   ORIGINAL
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BKUPF ASSIGN TO "BKUPF"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS BKU-KEY
004200         FILE STATUS IS FILE-STUS.
004300     SELECT POSTF ASSIGN TO "POSTF"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PST-KEY
004700         FILE STATUS IS FILE-STUS.
004800     SELECT RCPNUMF ASSIGN TO "RCPNUMF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RCP-BRID
005200         FILE STATUS IS FILE-STUS.
005300     SELECT DRAWERF ASSIGN TO "DRAWERF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DRW-KEY
005700         FILE STATUS IS FILE-STUS.
005800     SELECT ACCTF ASSIGN TO "ACCTF"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ACT-ACCT-NO
006200         FILE STATUS IS FILE-STUS.
006300     SELECT BRPARMF ASSIGN TO "BRPARMF"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS BR-BRID
006700         FILE STATUS IS FILE-STUS.
006800     SELECT TERMPRFF ASSIGN TO "TERMPRFF"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS TP-TMLID
007200         FILE STATUS IS FILE-STUS.
007300     SELECT CALDAYF ASSIGN TO "CALDAYF"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS CAL-KEY
007700         FILE STATUS IS FILE-STUS.
007800     SELECT TLRMSTF ASSIGN TO "TLRMSTF"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS TLR-TELER-ID
008200         FILE STATUS IS FILE-STUS.
008300     SELECT RUNLOGF ASSIGN TO "RUNLOGF"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS RUN-KEY
008700         FILE STATUS IS FILE-STUS.
008800     SELECT FWDJNLF ASSIGN TO "FWDJNLF"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS FILE-STUS.
009100     SELECT FWDWRKF ASSIGN TO "FWDWRKF"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS FILE-STUS.
009400     SELECT BKPRPTF ASSIGN TO "BKPRPTF"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS RPT-FILE-STUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  BKUPF.
010000 COPY BKUP.
010100 FD  POSTF.
010200 COPY POSTREC.
010300 FD  RCPNUMF.
010400 COPY RCPNUM.
010500 FD  DRAWERF.
010600 COPY DRAWER.
010700 FD  ACCTF.
010800 COPY ACCT.
010900 FD  BRPARMF.
011000 COPY BRPARM.
011100 FD  TERMPRFF.
011200 COPY TERMPRF.
011300 FD  CALDAYF.
011400 COPY CALDAY.
011500 FD  TLRMSTF.
011600 COPY TLRMST.
011700 FD  RUNLOGF.
011800 COPY RUNLOG.
011900 FD  FWDJNLF.
012000 COPY FWDJNL.
012100 FD  FWDWRKF.
012200 01  FWK-REC                 PIC X(300).
012300 FD  BKPRPTF
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  RPT-LINE                PIC X(80).
012600 WORKING-STORAGE SECTION.
012700 COPY FLAG.
012800 COPY AUTHCHKW.
012900 COPY BKPFIL.
013000 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
013100 01  WS-GEN-KEEP             PIC 9(02) VALUE 5.
013200 01  WS-ABORT-SW             PIC X(01) VALUE "N".
013300     88  WS-ABORT-RUN        VALUE "Y".
013400 01  WS-BKUPF-OPEN-SW        PIC X(01) VALUE "N".
013500     88  WS-BKUPF-OPEN       VALUE "Y".
013600 01  WS-RPT-OPEN-SW          PIC X(01) VALUE "N".
013700     88  WS-RPT-OPEN         VALUE "Y".
013800 01  WS-GEN-DONE-SW          PIC X(01) VALUE "N".
013900     88  WS-GEN-DONE         VALUE "Y".
014000 01  WS-IN-EOF-SW            PIC X(01) VALUE "N".
014100     88  WS-IN-EOF           VALUE "Y".
014200 01  WS-BKU-EOF-SW           PIC X(01) VALUE "N".
014300     88  WS-BKU-EOF          VALUE "Y".
014400 01  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
014500     88  WS-RUN-EOF          VALUE "Y".
014600 01  WS-JNL-EOF-SW           PIC X(01) VALUE "N".
014700     88  WS-JNL-EOF          VALUE "Y".
014800 01  WS-NOT-ON-FILE-SW       PIC X(01) VALUE "N".
014900     88  WS-NOT-ON-FILE      VALUE "Y".
015000 01  WS-BF-ROC-YEAR          PIC 9(04) VALUE 0.
015100 01  WS-BF-GREG-DATE8        PIC 9(08) VALUE 0.
015200 01  WS-BD-REQUEST-CD        PIC X(01) VALUE "B".
015300 01  WS-BD-DATE              PIC 9(08) VALUE 0.
015400 01  WS-BD-RSLT-DATE         PIC 9(08) VALUE 0.
015500 01  WS-BD-RETURN-STUS       PIC X(02) VALUE SPACES.
015600 01  WS-RUNNING-CNT          PIC 9(05) COMP VALUE 0.
015700 01  WS-BKF-SUB              PIC 9(02) COMP VALUE 0.
015800 01  WS-CUR-FILE-ID          PIC X(08) VALUE SPACES.
015900 01  WS-IMAGE                PIC X(200) VALUE SPACES.
016000 01  WS-SEQ                  PIC 9(07) VALUE 0.
016100 01  WS-REC-CNT              PIC 9(07) COMP VALUE 0.
016200 01  WS-CTL-AMT              PIC S9(13)V99 VALUE 0.
016300 01  WS-IMG-CTL              PIC S9(13)V99 VALUE 0.
016400 01  WS-FILE-CNT             PIC 9(02) COMP VALUE 0.
016500 01  WS-TAKEN-DATE           PIC 9(08) VALUE 0.
016600 01  WS-TAKEN-TIME           PIC 9(08) VALUE 0.
016700 01  WS-DEL-DATE             PIC 9(08) VALUE 0.
016800 01  WS-DEL-CNT              PIC 9(07) COMP VALUE 0.
016900*
017000*    HEADERS OF THE GENERATIONS ON FILE, OLDEST FIRST
017100*
017200 01  WS-GEN-CNT              PIC 9(03) COMP VALUE 0.
017300 01  WS-GEN-MAX              PIC 9(03) COMP VALUE 99.
017400 01  WS-GEN-TBL.
017500     05  WS-GEN-ENTRY OCCURS 99 TIMES.
017600         10  WS-GEN-DATE     PIC 9(08).
017700         10  WS-GEN-STUS     PIC X(01).
017800         10  WS-GEN-TK-DATE  PIC 9(08).
017900         10  WS-GEN-TK-TIME  PIC 9(08).
018000 01  WS-GEN-SUB              PIC 9(03) COMP VALUE 0.
018100 01  WS-CMPL-CNT             PIC 9(03) COMP VALUE 0.
018200 01  WS-CMPL-SEEN            PIC 9(03) COMP VALUE 0.
018300 01  WS-CUTOFF-SUB           PIC 9(03) COMP VALUE 0.
018400 01  WS-GEN-DROP-CNT         PIC 9(03) COMP VALUE 0.
018500 01  WS-TRIM-DATE            PIC 9(08) VALUE 0.
018600 01  WS-TRIM-TIME            PIC 9(08) VALUE 0.
018700 01  WS-JNL-KEPT-CNT         PIC 9(07) COMP VALUE 0.
018800 01  WS-JNL-DROP-CNT         PIC 9(07) COMP VALUE 0.
018900 01  WS-CNT-ED               PIC ZZZZZZ9.
019000 01  WS-CNT-ED2              PIC ZZZZZZ9.
019100 01  WS-AMT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019200 PROCEDURE DIVISION.
019300*
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     IF NOT WS-ABORT-RUN
019700         PERFORM 2000-TAKE-GENERATION THRU 2000-EXIT.
019800     IF NOT WS-ABORT-RUN
019900         PERFORM 3000-DROP-OLD-GENERATIONS THRU 3000-EXIT.
020000     IF NOT WS-ABORT-RUN
020100         PERFORM 4000-TRIM-JOURNAL THRU 4000-EXIT.
020200     PERFORM 5000-FINALIZE THRU 5000-EXIT.
020300     STOP RUN.
020400*
020500******************************************************************
020600*    1000 - INITIALIZE - OPERATOR, BUSINESS DATE, RUN BOARD AND
020700*           THE BACKUP FILE
020800******************************************************************
020900 1000-INITIALIZE.
021000     DISPLAY "OPERATOR  : ".
021100     ACCEPT TELER-ID.
021200     MOVE SPACES TO TELER-TMLID.
021300     MOVE 0   TO BRID.
021400     MOVE "BKP0100" TO ATH-PGM-ID.
021500     MOVE "R"       TO ATH-FUNC-CD.
021600     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
021700     IF NOT ATH-PERMITTED
021800         MOVE "Y" TO WS-ABORT-SW
021900         GO TO 1000-EXIT.
022000     DISPLAY "BUS DATE  : ".
022100     ACCEPT BF-DATE.
022200     IF BF-DATE = 0
022300         DISPLAY "BKP0100 - BUSINESS DATE REQUIRED"
022400         MOVE "Y" TO WS-ABORT-SW
022500         GO TO 1000-EXIT.
022600     PERFORM 1020-VALIDATE-BF-DATE THRU 1020-EXIT.
022700     IF WS-ABORT-RUN
022800         GO TO 1000-EXIT.
022900     PERFORM 1035-COUNT-OPEN-RUNS THRU 1035-EXIT.
023000     IF WS-RUNNING-CNT > 0
023100         MOVE WS-RUNNING-CNT TO WS-CNT-ED
023200         DISPLAY "BKP0100 - " WS-CNT-ED " RECEIVING RUN(S) FOR "
023300             BF-DATE " STILL OPEN - JOURNAL WILL NOT BE TRIMMED"
023400     END-IF.
023500     OPEN I-O BKUPF.
023600     IF FILE-STUS = "35"
023700         OPEN OUTPUT BKUPF
023800         CLOSE BKUPF
023900         OPEN I-O BKUPF
024000     END-IF.
024100     IF NOT STS-OK
024200         DISPLAY "BKP0100 - BACKUP FILE OPEN FAILED, STATUS "
024300             FILE-STUS " - NO BACKUP TAKEN"
024400         MOVE "Y" TO WS-ABORT-SW
024500         GO TO 1000-EXIT.
024600     MOVE "Y" TO WS-BKUPF-OPEN-SW.
024700     PERFORM 1050-CHECK-RERUN THRU 1050-EXIT.
024800     IF WS-ABORT-RUN
024900         GO TO 1000-EXIT.
025000     OPEN OUTPUT BKPRPTF.
025100     MOVE "Y" TO WS-RPT-OPEN-SW.
025200     MOVE SPACES TO RPT-LINE.
025300     STRING "BKP0100 START-OF-DAY BACKUP - GENERATION "
025400         WS-BF-GREG-DATE8 "  BF-DATE " BF-DATE
025500         DELIMITED BY SIZE INTO RPT-LINE.
025600     WRITE RPT-LINE.
025700     MOVE SPACES TO RPT-LINE.
025800     WRITE RPT-LINE.
025900     MOVE SPACES TO RPT-LINE.
026000     STRING "FILE        RECORDS         CONTROL TOTAL"
026100         DELIMITED BY SIZE INTO RPT-LINE.
026200     WRITE RPT-LINE.
026300 1000-EXIT.
026400     EXIT.
026500*
026600******************************************************************
026700*    1020 - VALIDATE BF-DATE AGAINST THE BUSINESS CALENDAR
026800*           (BUSDAY "B" - TODAY OR THE PREVIOUS OR NEXT BUSINESS
026900*           DAY).  THE GREGORIAN FORM KEYS THE GENERATION
027000******************************************************************
027100 1020-VALIDATE-BF-DATE.
027200     COMPUTE WS-BF-ROC-YEAR = BF-Y1 * 1000 + BF-Y3.
027300     COMPUTE WS-BF-GREG-DATE8 =
027400         (WS-BF-ROC-YEAR + 1911) * 10000 + (BF-MM * 100) + BF-DD.
027500     MOVE 0                TO BRID.
027600     MOVE "B"              TO WS-BD-REQUEST-CD.
027700     MOVE WS-BF-GREG-DATE8 TO WS-BD-DATE.
027800     CALL "BUSDAY" USING WS-BD-REQUEST-CD
027900         BRID WS-BD-DATE WS-BD-RSLT-DATE WS-BD-RETURN-STUS.
028000     IF WS-BD-RETURN-STUS NOT = "00"
028100         DISPLAY "BKP0100 - BF-DATE " WS-BF-GREG-DATE8
028200             " REFUSED BY BUSINESS CALENDAR, REASON "
028300             WS-BD-RETURN-STUS " - NO BACKUP TAKEN"
028400         MOVE "Y" TO WS-ABORT-SW
028500     END-IF.
028600 1020-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000*    1035 - COUNT THE DATE'S RUNLOGF ENTRIES STILL SHOWING "R"
029100******************************************************************
029200 1035-COUNT-OPEN-RUNS.
029300     MOVE 0 TO WS-RUNNING-CNT.
029400     OPEN INPUT RUNLOGF.
029500     IF NOT STS-OK
029600         GO TO 1035-EXIT.
029700     MOVE BF-DATE    TO RUN-BF-DATE.
029800     MOVE 0          TO RUN-BRID.
029900     MOVE LOW-VALUES TO RUN-TMLID.
030000     START RUNLOGF KEY NOT < RUN-KEY
030100         INVALID KEY
030200             MOVE "Y" TO WS-RUN-EOF-SW
030300     END-START.
030400     PERFORM 1037-COUNT-ONE-RUN THRU 1037-EXIT
030500         UNTIL WS-RUN-EOF.
030600     CLOSE RUNLOGF.
030700 1035-EXIT.
030800     EXIT.
030900*
031000 1037-COUNT-ONE-RUN.
031100     READ RUNLOGF NEXT
031200         AT END
031300             MOVE "Y" TO WS-RUN-EOF-SW
031400     END-READ.
031500     IF WS-RUN-EOF
031600         GO TO 1037-EXIT.
031700     IF RUN-BF-DATE NOT = BF-DATE
031800         MOVE "Y" TO WS-RUN-EOF-SW
031900         GO TO 1037-EXIT.
032000     IF RUN-RUNNING
032100         ADD 1 TO WS-RUNNING-CNT
032200     END-IF.
032300 1037-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700*    1050 - A GENERATION ALREADY ON FILE FOR THE DATE IS REPLACED
032800*           ONLY WHEN THE OPERATOR CONFIRMS IT
032900******************************************************************
033000 1050-CHECK-RERUN.
033100     MOVE WS-BF-GREG-DATE8 TO BKU-GEN-DATE.
033200     MOVE SPACES           TO BKU-FILE-ID.
033300     MOVE 0                TO BKU-SEQ.
033400     READ BKUPF
033500         KEY IS BKU-KEY
033600         INVALID KEY
033700             GO TO 1050-EXIT
033800     END-READ.
033900     IF BKU-COMPLETE
034000         DISPLAY "BKP0100 - GENERATION " WS-BF-GREG-DATE8
034100             " ALREADY TAKEN - REPLACE (Y/N)?"
034200         ACCEPT ANS
034300         IF NOT ANSY
034400             MOVE "Y" TO WS-ABORT-SW
034500             GO TO 1050-EXIT
034600         END-IF
034700     END-IF.
034800     MOVE WS-BF-GREG-DATE8 TO WS-DEL-DATE.
034900     PERFORM 3200-DELETE-GENERATION THRU 3200-EXIT.
035000 1050-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400*    2000 - TAKE THE GENERATION - HEADER "I", EVERY FILE IN
035500*           BKPFIL.CPY ORDER, THEN THE HEADER REWRITTEN "C"
035600******************************************************************
035700 2000-TAKE-GENERATION.
035800     ACCEPT WS-TAKEN-DATE FROM DATE YYYYMMDD.
035900     ACCEPT WS-TAKEN-TIME FROM TIME.
036000     MOVE WS-BF-GREG-DATE8 TO BKU-GEN-DATE.
036100     MOVE SPACES           TO BKU-FILE-ID.
036200     MOVE 0                TO BKU-SEQ.
036300     MOVE SPACES           TO BKU-IMAGE.
036400     MOVE WS-TAKEN-DATE    TO BKU-TAKEN-DATE.
036500     MOVE WS-TAKEN-TIME    TO BKU-TAKEN-TIME.
036600     MOVE BF-DATE          TO BKU-BF-DATE.
036700     MOVE TELER-ID         TO BKU-TELER-ID.
036800     MOVE "I"              TO BKU-GEN-STUS.
036900     MOVE 0                TO BKU-REC-CNT BKU-CTL-AMT.
037000     MOVE 0                TO BKU-IMG-CTL-AMT.
037100     WRITE BKU-REC
037200         INVALID KEY
037300             CONTINUE
037400     END-WRITE.
037500     IF NOT STS-OK
037600         DISPLAY "BKP0100 - GENERATION HEADER WRITE FAILED, "
037700             "STATUS " FILE-STUS " - NO BACKUP TAKEN"
037800         MOVE "Y" TO WS-ABORT-SW
037900         GO TO 2000-EXIT.
038000     MOVE 0 TO WS-FILE-CNT.
038100     PERFORM 2100-COPY-ONE-FILE THRU 2100-EXIT
038200         VARYING WS-BKF-SUB FROM 1 BY 1
038300         UNTIL WS-BKF-SUB > BKF-ENTRY-CNT OR WS-ABORT-RUN.
038400     IF WS-ABORT-RUN
038500         GO TO 2000-EXIT.
038600     MOVE WS-BF-GREG-DATE8 TO BKU-GEN-DATE.
038700     MOVE SPACES           TO BKU-FILE-ID.
038800     MOVE 0                TO BKU-SEQ.
038900     READ BKUPF
039000         KEY IS BKU-KEY
039100         INVALID KEY
039200             CONTINUE
039300     END-READ.
039400     IF STS-OK
039500         MOVE "C"         TO BKU-GEN-STUS
039600         MOVE WS-FILE-CNT TO BKU-REC-CNT
039700         REWRITE BKU-REC
039800             INVALID KEY
039900                 CONTINUE
040000         END-REWRITE
040100     END-IF.
040200     IF NOT STS-OK
040300         DISPLAY "BKP0100 - GENERATION HEADER REWRITE FAILED, "
040400             "STATUS " FILE-STUS " - GENERATION LEFT INCOMPLETE"
040500         MOVE "Y" TO WS-ABORT-SW
040600         GO TO 2000-EXIT.
040700     MOVE "Y" TO WS-GEN-DONE-SW.
040800 2000-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200*    2100 - COPY ONE FILE AND WRITE ITS TRAILER.  A FILE NOT YET
041300*           CREATED IS TAKEN AS AN EMPTY COPY
041400******************************************************************
041500 2100-COPY-ONE-FILE.
041600     MOVE BKF-FILE-ID (WS-BKF-SUB) TO WS-CUR-FILE-ID.
041700     MOVE 0   TO WS-SEQ WS-REC-CNT WS-CTL-AMT.
041800     MOVE "N" TO WS-NOT-ON-FILE-SW WS-IN-EOF-SW.
041900     EVALUATE WS-CUR-FILE-ID
042000         WHEN "POSTF"
042100             PERFORM 2200-COPY-POSTF THRU 2200-EXIT
042200         WHEN "RCPNUMF"
042300             PERFORM 2250-COPY-RCPNUMF THRU 2250-EXIT
042400         WHEN "DRAWERF"
042500             PERFORM 2300-COPY-DRAWERF THRU 2300-EXIT
042600         WHEN "ACCTF"
042700             PERFORM 2350-COPY-ACCTF THRU 2350-EXIT
042800         WHEN "BRPARMF"
042900             PERFORM 2400-COPY-BRPARMF THRU 2400-EXIT
043000         WHEN "TERMPRFF"
043100             PERFORM 2450-COPY-TERMPRFF THRU 2450-EXIT
043200         WHEN "CALDAYF"
043300             PERFORM 2500-COPY-CALDAYF THRU 2500-EXIT
043400         WHEN "TLRMSTF"
043500             PERFORM 2550-COPY-TLRMSTF THRU 2550-EXIT
043600     END-EVALUATE.
043700     IF WS-ABORT-RUN
043800         GO TO 2100-EXIT.
043900     PERFORM 2950-WRITE-TRAILER THRU 2950-EXIT.
044000     IF WS-ABORT-RUN
044100         GO TO 2100-EXIT.
044200     ADD 1 TO WS-FILE-CNT.
044300     MOVE SPACES TO RPT-LINE.
044400     MOVE WS-REC-CNT TO WS-CNT-ED.
044500     MOVE WS-CTL-AMT TO WS-AMT-ED.
044600     IF WS-NOT-ON-FILE
044700         STRING WS-CUR-FILE-ID "   " WS-CNT-ED
044800             "   NOT ON FILE - EMPTY COPY TAKEN"
044900             DELIMITED BY SIZE INTO RPT-LINE
045000     ELSE
045100         STRING WS-CUR-FILE-ID "   " WS-CNT-ED "   " WS-AMT-ED
045200             DELIMITED BY SIZE INTO RPT-LINE
045300     END-IF.
045400     WRITE RPT-LINE.
045500 2100-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900*    2200 - 2550 - ONE COPY LOOP PER FILE.  THE OPEN IS CHECKED
046000*           BY 2190; EVERY RECORD GOES TO 2900 AS AN IMAGE WITH
046100*           ITS CONTROL FIGURE
046200******************************************************************
046300 2200-COPY-POSTF.
046400     OPEN INPUT POSTF.
046500     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
046600     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
046700         GO TO 2200-EXIT.
046800     MOVE LOW-VALUES TO PST-KEY.
046900     START POSTF KEY NOT < PST-KEY
047000         INVALID KEY
047100             MOVE "Y" TO WS-IN-EOF-SW
047200     END-START.
047300     PERFORM 2210-COPY-ONE-POST THRU 2210-EXIT
047400         UNTIL WS-IN-EOF.
047500     CLOSE POSTF.
047600 2200-EXIT.
047700     EXIT.
047800*
047900 2210-COPY-ONE-POST.
048000     READ POSTF NEXT
048100         AT END
048200             MOVE "Y" TO WS-IN-EOF-SW
048300     END-READ.
048400     IF WS-IN-EOF
048500         GO TO 2210-EXIT.
048600     MOVE PST-AMT TO WS-IMG-CTL.
048700     MOVE POST-REC TO WS-IMAGE.
048800     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
048900 2210-EXIT.
049000     EXIT.
049100*
049200 2250-COPY-RCPNUMF.
049300     OPEN INPUT RCPNUMF.
049400     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
049500     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
049600         GO TO 2250-EXIT.
049700     MOVE LOW-VALUES TO RCP-BRID.
049800     START RCPNUMF KEY NOT < RCP-BRID
049900         INVALID KEY
050000             MOVE "Y" TO WS-IN-EOF-SW
050100     END-START.
050200     PERFORM 2260-COPY-ONE-RCPNUM THRU 2260-EXIT
050300         UNTIL WS-IN-EOF.
050400     CLOSE RCPNUMF.
050500 2250-EXIT.
050600     EXIT.
050700*
050800 2260-COPY-ONE-RCPNUM.
050900     READ RCPNUMF NEXT
051000         AT END
051100             MOVE "Y" TO WS-IN-EOF-SW
051200     END-READ.
051300     IF WS-IN-EOF
051400         GO TO 2260-EXIT.
051500     MOVE RCP-NEXT-NO TO WS-IMG-CTL.
051600     MOVE RCP-REC TO WS-IMAGE.
051700     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
051800 2260-EXIT.
051900     EXIT.
052000*
052100 2300-COPY-DRAWERF.
052200     OPEN INPUT DRAWERF.
052300     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
052400     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
052500         GO TO 2300-EXIT.
052600     MOVE LOW-VALUES TO DRW-KEY.
052700     START DRAWERF KEY NOT < DRW-KEY
052800         INVALID KEY
052900             MOVE "Y" TO WS-IN-EOF-SW
053000     END-START.
053100     PERFORM 2310-COPY-ONE-DRAWER THRU 2310-EXIT
053200         UNTIL WS-IN-EOF.
053300     CLOSE DRAWERF.
053400 2300-EXIT.
053500     EXIT.
053600*
053700 2310-COPY-ONE-DRAWER.
053800     READ DRAWERF NEXT
053900         AT END
054000             MOVE "Y" TO WS-IN-EOF-SW
054100     END-READ.
054200     IF WS-IN-EOF
054300         GO TO 2310-EXIT.
054400     MOVE DRW-RCPT-AMT TO WS-IMG-CTL.
054500     MOVE DRW-REC TO WS-IMAGE.
054600     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
054700 2310-EXIT.
054800     EXIT.
054900*
055000 2350-COPY-ACCTF.
055100     OPEN INPUT ACCTF.
055200     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
055300     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
055400         GO TO 2350-EXIT.
055500     MOVE LOW-VALUES TO ACT-ACCT-NO.
055600     START ACCTF KEY NOT < ACT-ACCT-NO
055700         INVALID KEY
055800             MOVE "Y" TO WS-IN-EOF-SW
055900     END-START.
056000     PERFORM 2360-COPY-ONE-ACCT THRU 2360-EXIT
056100         UNTIL WS-IN-EOF.
056200     CLOSE ACCTF.
056300 2350-EXIT.
056400     EXIT.
056500*
056600 2360-COPY-ONE-ACCT.
056700     READ ACCTF NEXT
056800         AT END
056900             MOVE "Y" TO WS-IN-EOF-SW
057000     END-READ.
057100     IF WS-IN-EOF
057200         GO TO 2360-EXIT.
057300     MOVE ACT-CUR-BAL TO WS-IMG-CTL.
057400     MOVE ACT-REC TO WS-IMAGE.
057500     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
057600 2360-EXIT.
057700     EXIT.
057800*
057900 2400-COPY-BRPARMF.
058000     OPEN INPUT BRPARMF.
058100     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
058200     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
058300         GO TO 2400-EXIT.
058400     MOVE LOW-VALUES TO BR-BRID.
058500     START BRPARMF KEY NOT < BR-BRID
058600         INVALID KEY
058700             MOVE "Y" TO WS-IN-EOF-SW
058800     END-START.
058900     PERFORM 2410-COPY-ONE-BRPARM THRU 2410-EXIT
059000         UNTIL WS-IN-EOF.
059100     CLOSE BRPARMF.
059200 2400-EXIT.
059300     EXIT.
059400*
059500 2410-COPY-ONE-BRPARM.
059600     READ BRPARMF NEXT
059700         AT END
059800             MOVE "Y" TO WS-IN-EOF-SW
059900     END-READ.
060000     IF WS-IN-EOF
060100         GO TO 2410-EXIT.
060200     MOVE 0 TO WS-IMG-CTL.
060300     MOVE BR-PARM-REC TO WS-IMAGE.
060400     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
060500 2410-EXIT.
060600     EXIT.
060700*
060800 2450-COPY-TERMPRFF.
060900     OPEN INPUT TERMPRFF.
061000     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
061100     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
061200         GO TO 2450-EXIT.
061300     MOVE LOW-VALUES TO TP-TMLID.
061400     START TERMPRFF KEY NOT < TP-TMLID
061500         INVALID KEY
061600             MOVE "Y" TO WS-IN-EOF-SW
061700     END-START.
061800     PERFORM 2460-COPY-ONE-TERMPRF THRU 2460-EXIT
061900         UNTIL WS-IN-EOF.
062000     CLOSE TERMPRFF.
062100 2450-EXIT.
062200     EXIT.
062300*
062400 2460-COPY-ONE-TERMPRF.
062500     READ TERMPRFF NEXT
062600         AT END
062700             MOVE "Y" TO WS-IN-EOF-SW
062800     END-READ.
062900     IF WS-IN-EOF
063000         GO TO 2460-EXIT.
063100     MOVE 0 TO WS-IMG-CTL.
063200     MOVE TERM-PRF-REC TO WS-IMAGE.
063300     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
063400 2460-EXIT.
063500     EXIT.
063600*
063700 2500-COPY-CALDAYF.
063800     OPEN INPUT CALDAYF.
063900     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
064000     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
064100         GO TO 2500-EXIT.
064200     MOVE LOW-VALUES TO CAL-KEY.
064300     START CALDAYF KEY NOT < CAL-KEY
064400         INVALID KEY
064500             MOVE "Y" TO WS-IN-EOF-SW
064600     END-START.
064700     PERFORM 2510-COPY-ONE-CALDAY THRU 2510-EXIT
064800         UNTIL WS-IN-EOF.
064900     CLOSE CALDAYF.
065000 2500-EXIT.
065100     EXIT.
065200*
065300 2510-COPY-ONE-CALDAY.
065400     READ CALDAYF NEXT
065500         AT END
065600             MOVE "Y" TO WS-IN-EOF-SW
065700     END-READ.
065800     IF WS-IN-EOF
065900         GO TO 2510-EXIT.
066000     MOVE 0 TO WS-IMG-CTL.
066100     MOVE CAL-REC TO WS-IMAGE.
066200     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
066300 2510-EXIT.
066400     EXIT.
066500*
066600 2550-COPY-TLRMSTF.
066700     OPEN INPUT TLRMSTF.
066800     PERFORM 2190-CHECK-OPEN THRU 2190-EXIT.
066900     IF WS-NOT-ON-FILE OR WS-ABORT-RUN
067000         GO TO 2550-EXIT.
067100     MOVE LOW-VALUES TO TLR-TELER-ID.
067200     START TLRMSTF KEY NOT < TLR-TELER-ID
067300         INVALID KEY
067400             MOVE "Y" TO WS-IN-EOF-SW
067500     END-START.
067600     PERFORM 2560-COPY-ONE-TLRMST THRU 2560-EXIT
067700         UNTIL WS-IN-EOF.
067800     CLOSE TLRMSTF.
067900 2550-EXIT.
068000     EXIT.
068100*
068200 2560-COPY-ONE-TLRMST.
068300     READ TLRMSTF NEXT
068400         AT END
068500             MOVE "Y" TO WS-IN-EOF-SW
068600     END-READ.
068700     IF WS-IN-EOF
068800         GO TO 2560-EXIT.
068900     MOVE 0 TO WS-IMG-CTL.
069000     MOVE TLR-REC TO WS-IMAGE.
069100     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
069200 2560-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600*    2190 - CHECK THE OPEN OF THE FILE BEING COPIED.  "35" (NOT
069700*           YET CREATED) IS AN EMPTY COPY; ANYTHING ELSE LEAVES
069800*           THE GENERATION INCOMPLETE
069900******************************************************************
070000 2190-CHECK-OPEN.
070100     IF FILE-STUS = "35"
070200         MOVE "Y" TO WS-NOT-ON-FILE-SW
070300         GO TO 2190-EXIT.
070400     IF NOT STS-OK
070500         DISPLAY "BKP0100 - " WS-CUR-FILE-ID " OPEN FAILED, "
070600             "STATUS " FILE-STUS " - GENERATION LEFT INCOMPLETE"
070700         MOVE "Y" TO WS-ABORT-SW
070800     END-IF.
070900 2190-EXIT.
071000     EXIT.
071100*
071200******************************************************************
071300*    2900 - WRITE ONE RECORD IMAGE TO THE GENERATION
071400******************************************************************
071500 2900-WRITE-IMAGE.
071600     ADD 1 TO WS-SEQ WS-REC-CNT.
071700     ADD WS-IMG-CTL TO WS-CTL-AMT.
071800     MOVE WS-BF-GREG-DATE8 TO BKU-GEN-DATE.
071900     MOVE WS-CUR-FILE-ID   TO BKU-FILE-ID.
072000     MOVE WS-SEQ           TO BKU-SEQ.
072100     MOVE WS-IMAGE         TO BKU-IMAGE.
072200     MOVE WS-IMG-CTL       TO BKU-IMG-CTL-AMT.
072300     WRITE BKU-REC
072400         INVALID KEY
072500             CONTINUE
072600     END-WRITE.
072700     IF NOT STS-OK
072800         DISPLAY "BKP0100 - BACKUP WRITE FAILED FOR "
072900             WS-CUR-FILE-ID " STATUS " FILE-STUS
073000             " - GENERATION LEFT INCOMPLETE"
073100         MOVE "Y" TO WS-ABORT-SW
073200         MOVE "Y" TO WS-IN-EOF-SW
073300     END-IF.
073400 2900-EXIT.
073500     EXIT.
073600*
073700******************************************************************
073800*    2950 - WRITE THE FILE TRAILER - COUNT AND CONTROL TOTAL
073900******************************************************************
074000 2950-WRITE-TRAILER.
074100     MOVE WS-BF-GREG-DATE8 TO BKU-GEN-DATE.
074200     MOVE WS-CUR-FILE-ID   TO BKU-FILE-ID.
074300     MOVE 9999999          TO BKU-SEQ.
074400     MOVE SPACES           TO BKU-IMAGE.
074500     MOVE WS-TAKEN-DATE    TO BKU-TAKEN-DATE.
074600     MOVE WS-TAKEN-TIME    TO BKU-TAKEN-TIME.
074700     MOVE BF-DATE          TO BKU-BF-DATE.
074800     MOVE TELER-ID         TO BKU-TELER-ID.
074900     MOVE "C"              TO BKU-GEN-STUS.
075000     MOVE WS-REC-CNT       TO BKU-REC-CNT.
075100     MOVE WS-CTL-AMT       TO BKU-CTL-AMT.
075200     MOVE 0                TO BKU-IMG-CTL-AMT.
075300     WRITE BKU-REC
075400         INVALID KEY
075500             CONTINUE
075600     END-WRITE.
075700     IF NOT STS-OK
075800         DISPLAY "BKP0100 - TRAILER WRITE FAILED FOR "
075900             WS-CUR-FILE-ID " STATUS " FILE-STUS
076000             " - GENERATION LEFT INCOMPLETE"
076100         MOVE "Y" TO WS-ABORT-SW
076200     END-IF.
076300 2950-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700*    3000 - KEEP THE NEWEST WS-GEN-KEEP COMPLETE GENERATIONS.
076800*           EVERY GENERATION OLDER THAN THE OLDEST OF THEM -
076900*           COMPLETE OR NOT - IS DROPPED.  THAT OLDEST KEPT
077000*           GENERATION'S START TIME IS WHERE THE JOURNAL IS
077100*           TRIMMED TO
077200******************************************************************
077300 3000-DROP-OLD-GENERATIONS.
077400     PERFORM 3100-LOAD-HEADERS THRU 3100-EXIT.
077500     MOVE 0 TO WS-CMPL-CNT WS-CUTOFF-SUB WS-CMPL-SEEN.
077600     PERFORM 3020-COUNT-COMPLETE THRU 3020-EXIT
077700         VARYING WS-GEN-SUB FROM 1 BY 1
077800         UNTIL WS-GEN-SUB > WS-GEN-CNT.
077900     PERFORM 3040-FIND-CUTOFF THRU 3040-EXIT
078000         VARYING WS-GEN-SUB FROM 1 BY 1
078100         UNTIL WS-GEN-SUB > WS-GEN-CNT OR WS-CUTOFF-SUB > 0.
078200     IF WS-CUTOFF-SUB = 0
078300         GO TO 3000-EXIT.
078400     MOVE WS-GEN-TK-DATE (WS-CUTOFF-SUB) TO WS-TRIM-DATE.
078500     MOVE WS-GEN-TK-TIME (WS-CUTOFF-SUB) TO WS-TRIM-TIME.
078600     MOVE 0 TO WS-GEN-DROP-CNT.
078700     PERFORM 3060-DROP-ONE THRU 3060-EXIT
078800         VARYING WS-GEN-SUB FROM 1 BY 1
078900         UNTIL WS-GEN-SUB NOT < WS-CUTOFF-SUB.
079000     MOVE SPACES TO RPT-LINE.
079100     WRITE RPT-LINE.
079200     MOVE SPACES TO RPT-LINE.
079300     COMPUTE WS-CNT-ED = WS-GEN-CNT - WS-GEN-DROP-CNT.
079400     MOVE WS-GEN-DROP-CNT TO WS-CNT-ED2.
079500     STRING "GENERATIONS KEPT " WS-CNT-ED "  DROPPED " WS-CNT-ED2
079600         "  OLDEST KEPT " WS-GEN-DATE (WS-CUTOFF-SUB)
079700         DELIMITED BY SIZE INTO RPT-LINE.
079800     WRITE RPT-LINE.
079900 3000-EXIT.
080000     EXIT.
080100*
080200 3020-COUNT-COMPLETE.
080300     IF WS-GEN-STUS (WS-GEN-SUB) = "C"
080400         ADD 1 TO WS-CMPL-CNT
080500     END-IF.
080600 3020-EXIT.
080700     EXIT.
080800*
080900 3040-FIND-CUTOFF.
081000     IF WS-GEN-STUS (WS-GEN-SUB) NOT = "C"
081100         GO TO 3040-EXIT.
081200     ADD 1 TO WS-CMPL-SEEN.
081300     IF WS-CMPL-CNT - WS-CMPL-SEEN < WS-GEN-KEEP
081400         MOVE WS-GEN-SUB TO WS-CUTOFF-SUB
081500     END-IF.
081600 3040-EXIT.
081700     EXIT.
081800*
081900 3060-DROP-ONE.
082000     MOVE WS-GEN-DATE (WS-GEN-SUB) TO WS-DEL-DATE.
082100     PERFORM 3200-DELETE-GENERATION THRU 3200-EXIT.
082200     ADD 1 TO WS-GEN-DROP-CNT.
082300 3060-EXIT.
082400     EXIT.
082500*
082600******************************************************************
082700*    3100 - LOAD THE GENERATION HEADERS, OLDEST FIRST.  EACH
082800*           HEADER IS THE FIRST RECORD OF ITS DATE; THE START PAST
082900*           THE DATE'S LAST KEY SKIPS STRAIGHT TO THE NEXT ONE
083000******************************************************************
083100 3100-LOAD-HEADERS.
083200     MOVE 0   TO WS-GEN-CNT.
083300     MOVE "N" TO WS-BKU-EOF-SW.
083400     MOVE LOW-VALUES TO BKU-KEY.
083500     START BKUPF KEY NOT < BKU-KEY
083600         INVALID KEY
083700             MOVE "Y" TO WS-BKU-EOF-SW
083800     END-START.
083900     PERFORM 3110-LOAD-ONE-HEADER THRU 3110-EXIT
084000         UNTIL WS-BKU-EOF.
084100 3100-EXIT.
084200     EXIT.
084300*
084400 3110-LOAD-ONE-HEADER.
084500     READ BKUPF NEXT
084600         AT END
084700             MOVE "Y" TO WS-BKU-EOF-SW
084800     END-READ.
084900     IF WS-BKU-EOF
085000         GO TO 3110-EXIT.
085100     IF BKU-FILE-ID = SPACES AND BKU-HEADER
085200         IF WS-GEN-CNT < WS-GEN-MAX
085300             ADD 1 TO WS-GEN-CNT
085400             MOVE BKU-GEN-DATE   TO WS-GEN-DATE (WS-GEN-CNT)
085500             MOVE BKU-GEN-STUS   TO WS-GEN-STUS (WS-GEN-CNT)
085600             MOVE BKU-TAKEN-DATE TO WS-GEN-TK-DATE (WS-GEN-CNT)
085700             MOVE BKU-TAKEN-TIME TO WS-GEN-TK-TIME (WS-GEN-CNT)
085800         END-IF
085900     END-IF.
086000     MOVE HIGH-VALUES TO BKU-FILE-ID.
086100     MOVE 9999999     TO BKU-SEQ.
086200     START BKUPF KEY > BKU-KEY
086300         INVALID KEY
086400             MOVE "Y" TO WS-BKU-EOF-SW
086500     END-START.
086600 3110-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000*    3200 - DELETE EVERY RECORD OF GENERATION WS-DEL-DATE
087100******************************************************************
087200 3200-DELETE-GENERATION.
087300     MOVE 0   TO WS-DEL-CNT.
087400     MOVE "N" TO WS-BKU-EOF-SW.
087500     MOVE WS-DEL-DATE TO BKU-GEN-DATE.
087600     MOVE LOW-VALUES  TO BKU-FILE-ID.
087700     MOVE 0           TO BKU-SEQ.
087800     START BKUPF KEY NOT < BKU-KEY
087900         INVALID KEY
088000             MOVE "Y" TO WS-BKU-EOF-SW
088100     END-START.
088200     PERFORM 3210-DELETE-ONE THRU 3210-EXIT
088300         UNTIL WS-BKU-EOF.
088400 3200-EXIT.
088500     EXIT.
088600*
088700 3210-DELETE-ONE.
088800     READ BKUPF NEXT
088900         AT END
089000             MOVE "Y" TO WS-BKU-EOF-SW
089100     END-READ.
089200     IF WS-BKU-EOF
089300         GO TO 3210-EXIT.
089400     IF BKU-GEN-DATE NOT = WS-DEL-DATE
089500         MOVE "Y" TO WS-BKU-EOF-SW
089600         GO TO 3210-EXIT.
089700     DELETE BKUPF RECORD
089800         INVALID KEY
089900             DISPLAY "BKP0100 - DELETE FAILED FOR GENERATION "
090000                 WS-DEL-DATE " STATUS " FILE-STUS
090100     END-DELETE.
090200     ADD 1 TO WS-DEL-CNT.
090300 3210-EXIT.
090400     EXIT.
090500*
090600******************************************************************
090700*    4000 - TRIM THE FORWARD-RECOVERY JOURNAL: ENTRIES LOGGED
090800*           FROM THE OLDEST KEPT GENERATION'S START TIME ON GO TO
090900*           FWDWRKF, AND ARE COPIED BACK ONLY IF ANY WERE DROPPED
091000******************************************************************
091100 4000-TRIM-JOURNAL.
091200     IF WS-CUTOFF-SUB = 0
091300         GO TO 4000-EXIT.
091400     IF WS-RUNNING-CNT > 0
091500         MOVE SPACES TO RPT-LINE
091600         STRING "JOURNAL NOT TRIMMED - RECEIVING RUN(S) "
091700             "STILL OPEN" DELIMITED BY SIZE INTO RPT-LINE
091800         WRITE RPT-LINE
091900         GO TO 4000-EXIT.
092000     OPEN INPUT FWDJNLF.
092100     IF NOT STS-OK
092200         GO TO 4000-EXIT.
092300     OPEN OUTPUT FWDWRKF.
092400     IF NOT STS-OK
092500         DISPLAY "BKP0100 - JOURNAL WORK FILE OPEN FAILED, "
092600             "STATUS " FILE-STUS " - JOURNAL NOT TRIMMED"
092700         CLOSE FWDJNLF
092800         GO TO 4000-EXIT.
092900     MOVE 0   TO WS-JNL-KEPT-CNT WS-JNL-DROP-CNT.
093000     MOVE "N" TO WS-JNL-EOF-SW.
093100     PERFORM 4100-SCREEN-ONE-ENTRY THRU 4100-EXIT
093200         UNTIL WS-JNL-EOF.
093300     CLOSE FWDJNLF FWDWRKF.
093400     IF WS-JNL-DROP-CNT > 0
093500         OPEN INPUT FWDWRKF
093600         OPEN OUTPUT FWDJNLF
093700         MOVE "N" TO WS-JNL-EOF-SW
093800         PERFORM 4200-COPY-BACK-ONE THRU 4200-EXIT
093900             UNTIL WS-JNL-EOF
094000         CLOSE FWDWRKF FWDJNLF
094100     END-IF.
094200     MOVE SPACES TO RPT-LINE.
094300     MOVE WS-JNL-KEPT-CNT TO WS-CNT-ED.
094400     MOVE WS-JNL-DROP-CNT TO WS-CNT-ED2.
094500     STRING "JOURNAL ENTRIES KEPT " WS-CNT-ED
094600         "  DROPPED " WS-CNT-ED2 DELIMITED BY SIZE INTO RPT-LINE.
094700     WRITE RPT-LINE.
094800 4000-EXIT.
094900     EXIT.
095000*
095100 4100-SCREEN-ONE-ENTRY.
095200     READ FWDJNLF
095300         AT END
095400             MOVE "Y" TO WS-JNL-EOF-SW
095500     END-READ.
095600     IF WS-JNL-EOF
095700         GO TO 4100-EXIT.
095800     IF FJN-LOG-DATE < WS-TRIM-DATE
095900      OR (FJN-LOG-DATE = WS-TRIM-DATE
096000          AND FJN-LOG-TIME < WS-TRIM-TIME)
096100         ADD 1 TO WS-JNL-DROP-CNT
096200         GO TO 4100-EXIT.
096300     MOVE FJN-REC TO FWK-REC.
096400     WRITE FWK-REC.
096500     ADD 1 TO WS-JNL-KEPT-CNT.
096600 4100-EXIT.
096700     EXIT.
096800*
096900 4200-COPY-BACK-ONE.
097000     READ FWDWRKF
097100         AT END
097200             MOVE "Y" TO WS-JNL-EOF-SW
097300     END-READ.
097400     IF WS-JNL-EOF
097500         GO TO 4200-EXIT.
097600     MOVE FWK-REC TO FJN-REC.
097700     WRITE FJN-REC.
097800 4200-EXIT.
097900     EXIT.
098000*
098100******************************************************************
098200*    5000 - FINALIZE - RESULT AND CLOSE
098300******************************************************************
098400 5000-FINALIZE.
098500     IF WS-GEN-DONE
098600         MOVE WS-FILE-CNT TO WS-CNT-ED
098700         DISPLAY "BKP0100 - GENERATION " WS-BF-GREG-DATE8
098800             " COMPLETE, FILES COPIED " WS-CNT-ED
098900     ELSE
099000         DISPLAY "BKP0100 - NO COMPLETE GENERATION TAKEN"
099100     END-IF.
099200     IF WS-RPT-OPEN
099300         MOVE SPACES TO RPT-LINE
099400         WRITE RPT-LINE
099500         MOVE SPACES TO RPT-LINE
099600         IF WS-GEN-DONE
099700             STRING "GENERATION " WS-BF-GREG-DATE8 " COMPLETE"
099800                 DELIMITED BY SIZE INTO RPT-LINE
099900         ELSE
100000             STRING "*** GENERATION " WS-BF-GREG-DATE8
100100                 " INCOMPLETE - NOT USABLE FOR RECOVERY ***"
100200                 DELIMITED BY SIZE INTO RPT-LINE
100300         END-IF
100400         WRITE RPT-LINE
100500         CLOSE BKPRPTF
100600     END-IF.
100700     IF WS-BKUPF-OPEN
100800         CLOSE BKUPF
100900     END-IF.
101000     MOVE "C" TO WS-BD-REQUEST-CD.
101100     CALL "BUSDAY" USING WS-BD-REQUEST-CD
101200         BRID WS-BD-DATE WS-BD-RSLT-DATE WS-BD-RETURN-STUS.
101300 5000-EXIT.
101400     EXIT.
101500*
101600 COPY AUTHENT.
