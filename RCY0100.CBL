000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RCY0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    RCY0100 - RESTORE AND ROLL-FORWARD RECOVERY
000900*
001000*    REBUILDS ONE DAMAGED FILE FROM THE START-OF-DAY BACKUP
001100*    GENERATIONS ON BKUPF (BKP0100) AND THE FORWARD-RECOVERY
001200*    JOURNAL FWDJNLF (FWDJRNL).  SUPERVISOR-CLEARED (SUPCHECK,
001300*    SUPAUDIT "RECOVERY") - THE FILE IS REPLACED.
001400*
001500*    1. THE GENERATION: THE ONE ASKED FOR, OR THE NEWEST COMPLETE
001600*       ONE WHOSE COPY OF THE FILE PROVES TO ITS TRAILER (RECORD
001700*       COUNT AND CONTROL TOTAL); ONE THAT FAILS IS REPORTED AND
001800*       THE NEXT OLDER ONE TRIED.
001900*    2. RESTORE: THE FILE IS EMPTIED AND EVERY IMAGE WRITTEN BACK.
002000*    3. ROLL FORWARD (POSTF, RCPNUMF, DRAWERF ONLY): EVERY JOURNAL
002100*       ENTRY FOR THE FILE LOGGED FROM THE GENERATION'S START TIME
002200*       UP TO THE STOP POINT IS APPLIED - WRITTEN, OR REWRITTEN
002300*       WHEN THE KEY IS ALREADY THERE.  POSTF HOLDS ONE BUSINESS
002400*       DATE ONLY (EOD0100 CYCLES IT OUT WITHOUT JOURNALING), SO
002500*       FOR POSTF ONLY THE ENTRIES OF THE BUSINESS DATE BEING
002600*       REBUILT ARE APPLIED, AND THE GENERATION'S OWN POSTF IMAGES
002700*       ONLY WHEN IT WAS TAKEN FOR THAT SAME DATE.
002800*    4. PROOF: THE REBUILT FILE IS READ BACK AND ITS COUNT AND
002900*       CONTROL TOTAL PROVED TO THE GENERATION TRAILER PLUS THE
003000*       EFFECT OF EVERY JOURNAL ENTRY APPLIED.
003100*    THE MASTERS ARE RESTORED AS AT THE GENERATION ONLY - THEIR
003200*    LATER MAINTENANCE IS ON THE CHANGE JOURNAL (JNL0100).
003300*
003400*    RESULTS ON RCYRPTF.  MAY BE RERUN - EACH RUN STARTS AGAIN
003500*    FROM THE GENERATION.
003600*
003700*    MODIFICATION HISTORY
003800*    DATE       INIT  DESCRIPTION
003900*    2026-10-14 OPS   ORIGINAL
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BKUPF ASSIGN TO "BKUPF"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS BKU-KEY
004800         FILE STATUS IS FILE-STUS.
004900     SELECT POSTF ASSIGN TO "POSTF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PST-KEY
005300         FILE STATUS IS FILE-STUS.
005400     SELECT RCPNUMF ASSIGN TO "RCPNUMF"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RCP-BRID
005800         FILE STATUS IS FILE-STUS.
005900     SELECT DRAWERF ASSIGN TO "DRAWERF"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DRW-KEY
006300         FILE STATUS IS FILE-STUS.
006400     SELECT ACCTF ASSIGN TO "ACCTF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS ACT-ACCT-NO
006800         FILE STATUS IS FILE-STUS.
006900     SELECT BRPARMF ASSIGN TO "BRPARMF"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS BR-BRID
007300         FILE STATUS IS FILE-STUS.
007400     SELECT TERMPRFF ASSIGN TO "TERMPRFF"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS TP-TMLID
007800         FILE STATUS IS FILE-STUS.
007900     SELECT CALDAYF ASSIGN TO "CALDAYF"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS CAL-KEY
008300         FILE STATUS IS FILE-STUS.
008400     SELECT TLRMSTF ASSIGN TO "TLRMSTF"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS TLR-TELER-ID
008800         FILE STATUS IS FILE-STUS.
008900     SELECT RUNLOGF ASSIGN TO "RUNLOGF"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS RUN-KEY
009300         FILE STATUS IS FILE-STUS.
009400     SELECT FWDJNLF ASSIGN TO "FWDJNLF"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS FILE-STUS.
009700     SELECT RCYRPTF ASSIGN TO "RCYRPTF"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS RPT-FILE-STUS.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  BKUPF.
010300 COPY BKUP.
010400 FD  POSTF.
010500 COPY POSTREC.
010600 FD  RCPNUMF.
010700 COPY RCPNUM.
010800 FD  DRAWERF.
010900 COPY DRAWER.
011000 FD  ACCTF.
011100 COPY ACCT.
011200 FD  BRPARMF.
011300 COPY BRPARM.
011400 FD  TERMPRFF.
011500 COPY TERMPRF.
011600 FD  CALDAYF.
011700 COPY CALDAY.
011800 FD  TLRMSTF.
011900 COPY TLRMST.
012000 FD  RUNLOGF.
012100 COPY RUNLOG.
012200 FD  FWDJNLF.
012300 COPY FWDJNL.
012400 FD  RCYRPTF
012500     RECORD CONTAINS 80 CHARACTERS.
012600 01  RPT-LINE                PIC X(80).
012700 WORKING-STORAGE SECTION.
012800 COPY FLAG.
012900 COPY AUTHCHKW.
013000 COPY BKPFIL.
013100 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
013200 01  WS-ABORT-SW             PIC X(01) VALUE "N".
013300     88  WS-ABORT-RUN        VALUE "Y".
013400 01  WS-BKUPF-OPEN-SW        PIC X(01) VALUE "N".
013500     88  WS-BKUPF-OPEN       VALUE "Y".
013600 01  WS-RPT-OPEN-SW          PIC X(01) VALUE "N".
013700     88  WS-RPT-OPEN         VALUE "Y".
013800 01  WS-TGT-OPEN-SW          PIC X(01) VALUE "N".
013900     88  WS-TGT-OPEN         VALUE "Y".
014000 01  WS-JNL-FILE-SW          PIC X(01) VALUE "N".
014100     88  WS-JNL-FILE         VALUE "Y".
014200 01  WS-RST-IMAGES-SW        PIC X(01) VALUE "Y".
014300     88  WS-RST-IMAGES       VALUE "Y".
014400 01  WS-TRL-FOUND-SW         PIC X(01) VALUE "N".
014500     88  WS-TRL-FOUND        VALUE "Y".
014600 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
014700     88  WS-REC-FOUND        VALUE "Y".
014800 01  WS-PROVED-SW            PIC X(01) VALUE "N".
014900     88  WS-PROVED           VALUE "Y".
015000 01  WS-IN-EOF-SW            PIC X(01) VALUE "N".
015100     88  WS-IN-EOF           VALUE "Y".
015200 01  WS-BKU-EOF-SW           PIC X(01) VALUE "N".
015300     88  WS-BKU-EOF          VALUE "Y".
015400 01  WS-RUN-EOF-SW           PIC X(01) VALUE "N".
015500     88  WS-RUN-EOF          VALUE "Y".
015600 01  WS-JNL-EOF-SW           PIC X(01) VALUE "N".
015700     88  WS-JNL-EOF          VALUE "Y".
015800 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
015900 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
016000 01  WS-SA-RETURN-STUS       PIC X(02).
016100 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
016200 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
016300 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
016400 01  WS-RCY-FILE-ID          PIC X(08) VALUE SPACES.
016500 01  WS-BKF-SUB              PIC 9(02) COMP VALUE 0.
016600 01  WS-REQ-GEN-DATE         PIC 9(08) VALUE 0.
016700 01  WS-STOP-DATE            PIC 9(08) VALUE 0.
016800 01  WS-STOP-TIME            PIC 9(08) VALUE 0.
016900 01  WS-RCY-BF-DATE          PIC 9(08) VALUE 0.
017000 01  WS-RUNNING-CNT          PIC 9(05) COMP VALUE 0.
017100 01  WS-IMAGE                PIC X(200) VALUE SPACES.
017200 01  WS-IMG-CTL              PIC S9(13)V99 VALUE 0.
017300 01  WS-OLD-CTL              PIC S9(13)V99 VALUE 0.
017400*
017500*    HEADERS OF THE GENERATIONS ON FILE, OLDEST FIRST
017600*
017700 01  WS-GEN-CNT              PIC 9(03) COMP VALUE 0.
017800 01  WS-GEN-MAX              PIC 9(03) COMP VALUE 99.
017900 01  WS-GEN-TBL.
018000     05  WS-GEN-ENTRY OCCURS 99 TIMES.
018100         10  WS-GEN-DATE     PIC 9(08).
018200         10  WS-GEN-STUS     PIC X(01).
018300         10  WS-GEN-TK-DATE  PIC 9(08).
018400         10  WS-GEN-TK-TIME  PIC 9(08).
018500         10  WS-GEN-BF-DATE  PIC 9(08).
018600 01  WS-GEN-SUB              PIC 9(03) COMP VALUE 0.
018700 01  WS-USE-SUB              PIC 9(03) COMP VALUE 0.
018800*
018900*    GENERATION PROOF, RESTORE AND REBUILT-FILE FIGURES
019000*
019100 01  WS-PRF-CNT              PIC 9(07) COMP VALUE 0.
019200 01  WS-PRF-CTL              PIC S9(13)V99 VALUE 0.
019300 01  WS-TRL-CNT              PIC 9(07) COMP VALUE 0.
019400 01  WS-TRL-CTL              PIC S9(13)V99 VALUE 0.
019500 01  WS-RST-CNT              PIC 9(07) COMP VALUE 0.
019600 01  WS-RST-CTL              PIC S9(13)V99 VALUE 0.
019700 01  WS-RST-FAIL-CNT         PIC 9(07) COMP VALUE 0.
019800 01  WS-EXP-CNT              PIC 9(07) COMP VALUE 0.
019900 01  WS-EXP-CTL              PIC S9(13)V99 VALUE 0.
020000 01  WS-ACT-CNT              PIC 9(07) COMP VALUE 0.
020100 01  WS-ACT-CTL              PIC S9(13)V99 VALUE 0.
020200*
020300*    JOURNAL ROLL-FORWARD COUNTS
020400*
020500 01  WS-JNL-READ-CNT         PIC 9(07) COMP VALUE 0.
020600 01  WS-JNL-FILE-CNT         PIC 9(07) COMP VALUE 0.
020700 01  WS-JNL-EARLY-CNT        PIC 9(07) COMP VALUE 0.
020800 01  WS-JNL-LATE-CNT         PIC 9(07) COMP VALUE 0.
020900 01  WS-JNL-OTHDT-CNT        PIC 9(07) COMP VALUE 0.
021000 01  WS-JNL-NEW-CNT          PIC 9(07) COMP VALUE 0.
021100 01  WS-JNL-REPL-CNT         PIC 9(07) COMP VALUE 0.
021200 01  WS-JNL-FAIL-CNT         PIC 9(07) COMP VALUE 0.
021300 01  WS-LAST-LOG-DATE        PIC 9(08) VALUE 0.
021400 01  WS-LAST-LOG-TIME        PIC 9(08) VALUE 0.
021500 01  WS-CNT-ED               PIC ZZZZZZ9.
021600 01  WS-CNT-ED2              PIC ZZZZZZ9.
021700 01  WS-AMT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021800 01  WS-AMT-ED2              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021900 PROCEDURE DIVISION.
022000*
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     IF NOT WS-ABORT-RUN
022400         PERFORM 2000-CHOOSE-GENERATION THRU 2000-EXIT.
022500     IF NOT WS-ABORT-RUN
022600         PERFORM 2500-CONFIRM THRU 2500-EXIT.
022700     IF NOT WS-ABORT-RUN
022800         PERFORM 3000-RESTORE-FILE THRU 3000-EXIT.
022900     IF NOT WS-ABORT-RUN AND WS-JNL-FILE
023000         PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT.
023100     IF NOT WS-ABORT-RUN
023200         PERFORM 4500-PROVE-REBUILT THRU 4500-EXIT.
023300     PERFORM 5000-FINALIZE THRU 5000-EXIT.
023400     STOP RUN.
023500*
023600******************************************************************
023700*    1000 - INITIALIZE - OPERATOR, SUPERVISOR, FILE AND
023800*           GENERATION ASKED FOR
023900******************************************************************
024000 1000-INITIALIZE.
024100     DISPLAY "OPERATOR  : ".
024200     ACCEPT TELER-ID.
024300     MOVE SPACES TO TELER-TMLID.
024400     MOVE 0   TO BRID.
024500     MOVE "RCY0100" TO ATH-PGM-ID.
024600     MOVE "R"       TO ATH-FUNC-CD.
024700     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
024800     IF NOT ATH-PERMITTED
024900         MOVE "Y" TO WS-ABORT-SW
025000         GO TO 1000-EXIT.
025100     PERFORM 1100-CLEAR-RECOVERY THRU 1100-EXIT.
025200     IF WS-ABORT-RUN
025300         GO TO 1000-EXIT.
025400     DISPLAY "FILE      : ".
025500     ACCEPT WS-RCY-FILE-ID.
025600     MOVE 0 TO WS-BKF-SUB.
025700     PERFORM 1020-FIND-FILE THRU 1020-EXIT
025800         VARYING WS-GEN-SUB FROM 1 BY 1
025900         UNTIL WS-GEN-SUB > BKF-ENTRY-CNT OR WS-BKF-SUB > 0.
026000     IF WS-BKF-SUB = 0
026100         DISPLAY "RCY0100 - " WS-RCY-FILE-ID
026200             " IS NOT A BACKED-UP FILE - NOTHING DONE"
026300         MOVE "Y" TO WS-ABORT-SW
026400         GO TO 1000-EXIT.
026500     IF BKF-JOURNALED (WS-BKF-SUB)
026600         MOVE "Y" TO WS-JNL-FILE-SW
026700     END-IF.
026800     DISPLAY "GENERATION (YYYYMMDD, 0 = NEWEST GOOD) : ".
026900     ACCEPT WS-REQ-GEN-DATE.
027000     OPEN INPUT BKUPF.
027100     IF NOT STS-OK
027200         DISPLAY "RCY0100 - NO BACKUP FILE, STATUS " FILE-STUS
027300             " - NOTHING DONE"
027400         MOVE "Y" TO WS-ABORT-SW
027500         GO TO 1000-EXIT.
027600     MOVE "Y" TO WS-BKUPF-OPEN-SW.
027700     OPEN OUTPUT RCYRPTF.
027800     MOVE "Y" TO WS-RPT-OPEN-SW.
027900     MOVE SPACES TO RPT-LINE.
028000     STRING "RCY0100 RECOVERY OF " WS-RCY-FILE-ID
028100         "  OPERATOR " TELER-ID "  SUP1 " SUP1
028200         DELIMITED BY SIZE INTO RPT-LINE.
028300     WRITE RPT-LINE.
028400     MOVE SPACES TO RPT-LINE.
028500     WRITE RPT-LINE.
028600 1000-EXIT.
028700     EXIT.
028800*
028900 1020-FIND-FILE.
029000     IF BKF-FILE-ID (WS-GEN-SUB) = WS-RCY-FILE-ID
029100         MOVE WS-GEN-SUB TO WS-BKF-SUB
029200     END-IF.
029300 1020-EXIT.
029400     EXIT.
029500*
029600******************************************************************
029700*    1100 - RECOVERY REPLACES A LIVE FILE: THE OPERATOR NEEDS THE
029800*           CHANGE FUNCTION AND A SUP1 PROVED THROUGH SUPCHECK,
029900*           AUDITED AS "RECOVERY"
030000******************************************************************
030100 1100-CLEAR-RECOVERY.
030200     MOVE "C" TO ATH-FUNC-CD.
030300     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
030400     IF NOT ATH-PERMITTED
030500         MOVE "Y" TO WS-ABORT-SW
030600         GO TO 1100-EXIT.
030700     DISPLAY "SUP1      : ".
030800     ACCEPT SUP1.
030900     IF SUP1 = SPACES
031000         DISPLAY "RCY0100 - SUP1 REQUIRED FOR RECOVERY"
031100         MOVE "Y" TO WS-ABORT-SW
031200         GO TO 1100-EXIT.
031300     MOVE SPACES TO TELER-TMLID.
031400     MOVE 0   TO BRID.
031500     MOVE "V" TO WS-SC-REQUEST-CD.
031600     MOVE 0   TO WS-SC-AMT.
031700     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
031800         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
031900     IF WS-SC-RETURN-STUS NOT = "00"
032000         DISPLAY "RCY0100 - SUP1 " SUP1 " REFUSED, REASON "
032100             WS-SC-RETURN-STUS
032200         MOVE "Y" TO WS-ABORT-SW
032300         GO TO 1100-EXIT.
032400     MOVE "W" TO WS-SA-REQUEST-CD.
032500     MOVE "RECOVERY" TO WS-OVER-TYPE.
032600     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
032700         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
032800         SUP1 SUP2 WS-SA-RETURN-STUS.
032900     IF WS-SA-RETURN-STUS NOT = "00"
033000         DISPLAY "RCY0100 - AUDIT WRITE FAILED, STATUS "
033100             WS-SA-RETURN-STUS
033200     END-IF.
033300 1100-EXIT.
033400     EXIT.
033500*
033600******************************************************************
033700*    2000 - CHOOSE THE GENERATION - NEWEST FIRST, COMPLETE, AND
033800*           ITS COPY OF THE FILE PROVED TO THE TRAILER
033900******************************************************************
034000 2000-CHOOSE-GENERATION.
034100     PERFORM 2100-LOAD-HEADERS THRU 2100-EXIT.
034200     MOVE 0 TO WS-USE-SUB.
034300     PERFORM 2200-TRY-ONE-GEN THRU 2200-EXIT
034400         VARYING WS-GEN-SUB FROM WS-GEN-CNT BY -1
034500         UNTIL WS-GEN-SUB < 1 OR WS-USE-SUB > 0.
034600     IF WS-USE-SUB = 0
034700         DISPLAY "RCY0100 - NO GENERATION OF " WS-RCY-FILE-ID
034800             " PROVES - NOTHING RESTORED"
034900         MOVE SPACES TO RPT-LINE
035000         STRING "*** NO GENERATION OF " WS-RCY-FILE-ID
035100             " PROVES - NOTHING RESTORED ***"
035200             DELIMITED BY SIZE INTO RPT-LINE
035300         WRITE RPT-LINE
035400         MOVE "Y" TO WS-ABORT-SW
035500         GO TO 2000-EXIT.
035600     MOVE WS-GEN-BF-DATE (WS-USE-SUB) TO WS-RCY-BF-DATE.
035700     IF NOT WS-JNL-FILE
035800         GO TO 2000-EXIT.
035900     IF WS-RCY-FILE-ID = "POSTF"
036000         DISPLAY "BUS DATE REBUILT (0 = " WS-RCY-BF-DATE ") : "
036100         ACCEPT BF-DATE
036200         IF BF-DATE NOT = 0
036300             MOVE BF-DATE TO WS-RCY-BF-DATE
036400         END-IF
036500         IF WS-RCY-BF-DATE NOT = WS-GEN-BF-DATE (WS-USE-SUB)
036600             MOVE "N" TO WS-RST-IMAGES-SW
036700         END-IF
036800     END-IF.
036900     DISPLAY "STOP DATE (YYYYMMDD, 0 = END OF JOURNAL) : ".
037000     ACCEPT WS-STOP-DATE.
037100     IF WS-STOP-DATE NOT = 0
037200         DISPLAY "STOP TIME (HHMMSSCC, 0 = END OF DAY) : "
037300         ACCEPT WS-STOP-TIME
037400         IF WS-STOP-TIME = 0
037500             MOVE 99999999 TO WS-STOP-TIME
037600         END-IF
037700     END-IF.
037800 2000-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200*    2100 - LOAD THE GENERATION HEADERS, OLDEST FIRST.  EACH
038300*           HEADER IS THE FIRST RECORD OF ITS DATE; THE START PAST
038400*           THE DATE'S LAST KEY SKIPS STRAIGHT TO THE NEXT ONE
038500******************************************************************
038600 2100-LOAD-HEADERS.
038700     MOVE 0   TO WS-GEN-CNT.
038800     MOVE "N" TO WS-BKU-EOF-SW.
038900     MOVE LOW-VALUES TO BKU-KEY.
039000     START BKUPF KEY NOT < BKU-KEY
039100         INVALID KEY
039200             MOVE "Y" TO WS-BKU-EOF-SW
039300     END-START.
039400     PERFORM 2110-LOAD-ONE-HEADER THRU 2110-EXIT
039500         UNTIL WS-BKU-EOF.
039600 2100-EXIT.
039700     EXIT.
039800*
039900 2110-LOAD-ONE-HEADER.
040000     READ BKUPF NEXT
040100         AT END
040200             MOVE "Y" TO WS-BKU-EOF-SW
040300     END-READ.
040400     IF WS-BKU-EOF
040500         GO TO 2110-EXIT.
040600     IF BKU-FILE-ID = SPACES AND BKU-HEADER
040700         IF WS-GEN-CNT < WS-GEN-MAX
040800             ADD 1 TO WS-GEN-CNT
040900             MOVE BKU-GEN-DATE   TO WS-GEN-DATE (WS-GEN-CNT)
041000             MOVE BKU-GEN-STUS   TO WS-GEN-STUS (WS-GEN-CNT)
041100             MOVE BKU-TAKEN-DATE TO WS-GEN-TK-DATE (WS-GEN-CNT)
041200             MOVE BKU-TAKEN-TIME TO WS-GEN-TK-TIME (WS-GEN-CNT)
041300             MOVE BKU-BF-DATE    TO WS-GEN-BF-DATE (WS-GEN-CNT)
041400         END-IF
041500     END-IF.
041600     MOVE HIGH-VALUES TO BKU-FILE-ID.
041700     MOVE 9999999     TO BKU-SEQ.
041800     START BKUPF KEY > BKU-KEY
041900         INVALID KEY
042000             MOVE "Y" TO WS-BKU-EOF-SW
042100     END-START.
042200 2110-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600*    2200 - TRY ONE GENERATION.  A GENERATION ASKED FOR BY DATE
042700*           IS THE ONLY ONE TRIED
042800******************************************************************
042900 2200-TRY-ONE-GEN.
043000     IF WS-REQ-GEN-DATE NOT = 0
043100      AND WS-GEN-DATE (WS-GEN-SUB) NOT = WS-REQ-GEN-DATE
043200         GO TO 2200-EXIT.
043300     MOVE SPACES TO RPT-LINE.
043400     IF WS-GEN-STUS (WS-GEN-SUB) NOT = "C"
043500         STRING "GENERATION " WS-GEN-DATE (WS-GEN-SUB)
043600             " INCOMPLETE - NOT USED"
043700             DELIMITED BY SIZE INTO RPT-LINE
043800         WRITE RPT-LINE
043900         GO TO 2200-EXIT.
044000     PERFORM 2300-PROVE-COPY THRU 2300-EXIT.
044100     MOVE WS-PRF-CNT TO WS-CNT-ED.
044200     MOVE WS-TRL-CNT TO WS-CNT-ED2.
044300     IF WS-TRL-FOUND
044400      AND WS-PRF-CNT = WS-TRL-CNT
044500      AND WS-PRF-CTL = WS-TRL-CTL
044600         MOVE WS-GEN-SUB TO WS-USE-SUB
044700         STRING "GENERATION " WS-GEN-DATE (WS-GEN-SUB)
044800             " COPY PROVED - RECORDS " WS-CNT-ED
044900             DELIMITED BY SIZE INTO RPT-LINE
045000     ELSE
045100         STRING "GENERATION " WS-GEN-DATE (WS-GEN-SUB)
045200             " FAILS PROOF - RECORDS " WS-CNT-ED
045300             " TRAILER " WS-CNT-ED2
045400             DELIMITED BY SIZE INTO RPT-LINE
045500     END-IF.
045600     WRITE RPT-LINE.
045700 2200-EXIT.
045800     EXIT.
045900*
046000******************************************************************
046100*    2300 - ADD UP THE GENERATION'S COPY OF THE FILE AND PICK UP
046200*           ITS TRAILER
046300******************************************************************
046400 2300-PROVE-COPY.
046500     MOVE 0   TO WS-PRF-CNT WS-PRF-CTL WS-TRL-CNT WS-TRL-CTL.
046600     MOVE "N" TO WS-TRL-FOUND-SW WS-BKU-EOF-SW.
046700     MOVE WS-GEN-DATE (WS-GEN-SUB) TO BKU-GEN-DATE.
046800     MOVE WS-RCY-FILE-ID           TO BKU-FILE-ID.
046900     MOVE 1                        TO BKU-SEQ.
047000     START BKUPF KEY NOT < BKU-KEY
047100         INVALID KEY
047200             MOVE "Y" TO WS-BKU-EOF-SW
047300     END-START.
047400     PERFORM 2310-PROVE-ONE-IMAGE THRU 2310-EXIT
047500         UNTIL WS-BKU-EOF.
047600 2300-EXIT.
047700     EXIT.
047800*
047900 2310-PROVE-ONE-IMAGE.
048000     READ BKUPF NEXT
048100         AT END
048200             MOVE "Y" TO WS-BKU-EOF-SW
048300     END-READ.
048400     IF WS-BKU-EOF
048500         GO TO 2310-EXIT.
048600     IF BKU-GEN-DATE NOT = WS-GEN-DATE (WS-GEN-SUB)
048700      OR BKU-FILE-ID NOT = WS-RCY-FILE-ID
048800         MOVE "Y" TO WS-BKU-EOF-SW
048900         GO TO 2310-EXIT.
049000     IF BKU-TRAILER
049100         MOVE "Y"         TO WS-TRL-FOUND-SW
049200         MOVE BKU-REC-CNT TO WS-TRL-CNT
049300         MOVE BKU-CTL-AMT TO WS-TRL-CTL
049400         MOVE "Y"         TO WS-BKU-EOF-SW
049500         GO TO 2310-EXIT.
049600     ADD 1               TO WS-PRF-CNT.
049700     ADD BKU-IMG-CTL-AMT TO WS-PRF-CTL.
049800 2310-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200*    2500 - SHOW WHAT WILL BE DONE AND HAVE IT CONFIRMED
050300******************************************************************
050400 2500-CONFIRM.
050500     PERFORM 2550-COUNT-OPEN-RUNS THRU 2550-EXIT.
050600     IF WS-RUNNING-CNT > 0
050700         MOVE WS-RUNNING-CNT TO WS-CNT-ED
050800         DISPLAY "RCY0100 - " WS-CNT-ED " RECEIVING RUN(S) STILL "
050900             "SHOW RUNNING ON RUNLOGF - NONE MAY BE ACTIVE"
051000     END-IF.
051100     DISPLAY "RCY0100 - " WS-RCY-FILE-ID " WILL BE REPLACED FROM "
051200         "GENERATION " WS-GEN-DATE (WS-USE-SUB).
051300     IF WS-JNL-FILE
051400         DISPLAY "RCY0100 - AND ROLLED FORWARD TO "
051500             WS-STOP-DATE " " WS-STOP-TIME " (0 = END OF JOURNAL)"
051600     END-IF.
051700     DISPLAY "RCY0100 - PROCEED (Y/N)?".
051800     ACCEPT ANS.
051900     IF NOT ANSY
052000         MOVE SPACES TO RPT-LINE
052100         STRING "RECOVERY NOT CONFIRMED - NOTHING CHANGED"
052200             DELIMITED BY SIZE INTO RPT-LINE
052300         WRITE RPT-LINE
052400         MOVE "Y" TO WS-ABORT-SW
052500     END-IF.
052600 2500-EXIT.
052700     EXIT.
052800*
052900 2550-COUNT-OPEN-RUNS.
053000     MOVE 0 TO WS-RUNNING-CNT.
053100     OPEN INPUT RUNLOGF.
053200     IF NOT STS-OK
053300         GO TO 2550-EXIT.
053400     MOVE LOW-VALUES TO RUN-KEY.
053500     START RUNLOGF KEY NOT < RUN-KEY
053600         INVALID KEY
053700             MOVE "Y" TO WS-RUN-EOF-SW
053800     END-START.
053900     PERFORM 2560-COUNT-ONE-RUN THRU 2560-EXIT
054000         UNTIL WS-RUN-EOF.
054100     CLOSE RUNLOGF.
054200 2550-EXIT.
054300     EXIT.
054400*
054500 2560-COUNT-ONE-RUN.
054600     READ RUNLOGF NEXT
054700         AT END
054800             MOVE "Y" TO WS-RUN-EOF-SW
054900     END-READ.
055000     IF WS-RUN-EOF
055100         GO TO 2560-EXIT.
055200     IF RUN-RUNNING
055300         ADD 1 TO WS-RUNNING-CNT
055400     END-IF.
055500 2560-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900*    3000 - RESTORE - EMPTY THE FILE AND WRITE BACK EVERY IMAGE
056000*           OF THE GENERATION.  THE TRAILER FIGURES ARE THE
056100*           STARTING POINT OF THE PROOF
056200******************************************************************
056300 3000-RESTORE-FILE.
056400     PERFORM 7000-OPEN-EMPTY THRU 7000-EXIT.
056500     IF WS-ABORT-RUN
056600         GO TO 3000-EXIT.
056700     MOVE 0 TO WS-RST-CNT WS-RST-CTL WS-RST-FAIL-CNT.
056800     MOVE SPACES TO RPT-LINE.
056900     IF NOT WS-RST-IMAGES
057000         MOVE 0 TO WS-EXP-CNT WS-EXP-CTL
057100         STRING "GENERATION IS FOR BF-DATE "
057200             WS-GEN-BF-DATE (WS-USE-SUB)
057300             " - ITS POSTF WAS CYCLED BY EOD0100"
057400             DELIMITED BY SIZE INTO RPT-LINE
057500         WRITE RPT-LINE
057600         MOVE SPACES TO RPT-LINE
057700         STRING "POSTF STARTED EMPTY FOR BF-DATE " WS-RCY-BF-DATE
057800             DELIMITED BY SIZE INTO RPT-LINE
057900         WRITE RPT-LINE
058000         GO TO 3000-EXIT.
058100     MOVE WS-TRL-CNT TO WS-EXP-CNT.
058200     MOVE WS-TRL-CTL TO WS-EXP-CTL.
058300     MOVE "N" TO WS-BKU-EOF-SW.
058400     MOVE WS-GEN-DATE (WS-USE-SUB) TO BKU-GEN-DATE.
058500     MOVE WS-RCY-FILE-ID           TO BKU-FILE-ID.
058600     MOVE 1                        TO BKU-SEQ.
058700     START BKUPF KEY NOT < BKU-KEY
058800         INVALID KEY
058900             MOVE "Y" TO WS-BKU-EOF-SW
059000     END-START.
059100     PERFORM 3100-RESTORE-ONE THRU 3100-EXIT
059200         UNTIL WS-BKU-EOF.
059300     MOVE SPACES TO RPT-LINE.
059400     MOVE WS-RST-CNT TO WS-CNT-ED.
059500     MOVE WS-RST-CTL TO WS-AMT-ED.
059600     STRING "RESTORED RECORDS   " WS-CNT-ED
059700         "   CONTROL " WS-AMT-ED DELIMITED BY SIZE INTO RPT-LINE.
059800     WRITE RPT-LINE.
059900     IF WS-RST-FAIL-CNT > 0
060000         MOVE SPACES TO RPT-LINE
060100         MOVE WS-RST-FAIL-CNT TO WS-CNT-ED
060200         STRING "*** RESTORE WRITES FAILED " WS-CNT-ED " ***"
060300             DELIMITED BY SIZE INTO RPT-LINE
060400         WRITE RPT-LINE
060500     END-IF.
060600 3000-EXIT.
060700     EXIT.
060800*
060900 3100-RESTORE-ONE.
061000     READ BKUPF NEXT
061100         AT END
061200             MOVE "Y" TO WS-BKU-EOF-SW
061300     END-READ.
061400     IF WS-BKU-EOF
061500         GO TO 3100-EXIT.
061600     IF BKU-GEN-DATE NOT = WS-GEN-DATE (WS-USE-SUB)
061700      OR BKU-FILE-ID NOT = WS-RCY-FILE-ID
061800      OR BKU-TRAILER
061900         MOVE "Y" TO WS-BKU-EOF-SW
062000         GO TO 3100-EXIT.
062100     MOVE BKU-IMAGE TO WS-IMAGE.
062200     PERFORM 7100-WRITE-IMAGE THRU 7100-EXIT.
062300     IF STS-OK
062400         ADD 1               TO WS-RST-CNT
062500         ADD BKU-IMG-CTL-AMT TO WS-RST-CTL
062600     ELSE
062700         ADD 1 TO WS-RST-FAIL-CNT
062800         DISPLAY "RCY0100 - RESTORE WRITE FAILED, STATUS "
062900             FILE-STUS " SEQ " BKU-SEQ
063000     END-IF.
063100 3100-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500*    4000 - ROLL FORWARD - APPLY THE FILE'S JOURNAL ENTRIES LOGGED
063600*           FROM THE GENERATION'S START UP TO THE STOP POINT.  THE
063700*           EXPECTED FIGURES MOVE WITH EACH ONE APPLIED: A NEW
063800*           KEY ADDS A RECORD AND ITS CONTROL, A REPLACED ONE
063900*           SWAPS THE OLD CONTROL FOR THE NEW
064000******************************************************************
064100 4000-ROLL-FORWARD.
064200     OPEN INPUT FWDJNLF.
064300     IF NOT STS-OK
064400         MOVE SPACES TO RPT-LINE
064500         STRING "NO FORWARD-RECOVERY JOURNAL ON FILE - "
064600             "RESTORED AS AT THE GENERATION"
064700             DELIMITED BY SIZE INTO RPT-LINE
064800         WRITE RPT-LINE
064900         GO TO 4000-EXIT.
065000     MOVE "N" TO WS-JNL-EOF-SW.
065100     PERFORM 4100-APPLY-ONE-ENTRY THRU 4100-EXIT
065200         UNTIL WS-JNL-EOF.
065300     CLOSE FWDJNLF.
065400     MOVE SPACES TO RPT-LINE.
065500     WRITE RPT-LINE.
065600     MOVE SPACES TO RPT-LINE.
065700     MOVE WS-JNL-READ-CNT TO WS-CNT-ED.
065800     MOVE WS-JNL-FILE-CNT TO WS-CNT-ED2.
065900     STRING "JOURNAL ENTRIES READ " WS-CNT-ED "   FOR "
066000         WS-RCY-FILE-ID " " WS-CNT-ED2
066100         DELIMITED BY SIZE INTO RPT-LINE.
066200     WRITE RPT-LINE.
066300     MOVE SPACES TO RPT-LINE.
066400     MOVE WS-JNL-EARLY-CNT TO WS-CNT-ED.
066500     MOVE WS-JNL-LATE-CNT  TO WS-CNT-ED2.
066600     STRING "  BEFORE GENERATION  " WS-CNT-ED
066700         "   AFTER STOP POINT " WS-CNT-ED2
066800         DELIMITED BY SIZE INTO RPT-LINE.
066900     WRITE RPT-LINE.
067000     IF WS-RCY-FILE-ID = "POSTF"
067100         MOVE SPACES TO RPT-LINE
067200         MOVE WS-JNL-OTHDT-CNT TO WS-CNT-ED
067300         STRING "  OTHER BF-DATE      " WS-CNT-ED
067400             DELIMITED BY SIZE INTO RPT-LINE
067500         WRITE RPT-LINE
067600     END-IF.
067700     MOVE SPACES TO RPT-LINE.
067800     MOVE WS-JNL-NEW-CNT  TO WS-CNT-ED.
067900     MOVE WS-JNL-REPL-CNT TO WS-CNT-ED2.
068000     STRING "  APPLIED - NEW KEY  " WS-CNT-ED
068100         "   REPLACED         " WS-CNT-ED2
068200         DELIMITED BY SIZE INTO RPT-LINE.
068300     WRITE RPT-LINE.
068400     MOVE SPACES TO RPT-LINE.
068500     MOVE WS-JNL-FAIL-CNT TO WS-CNT-ED.
068600     STRING "  APPLY FAILED       " WS-CNT-ED
068700         "   LAST APPLIED " WS-LAST-LOG-DATE " " WS-LAST-LOG-TIME
068800         DELIMITED BY SIZE INTO RPT-LINE.
068900     WRITE RPT-LINE.
069000 4000-EXIT.
069100     EXIT.
069200*
069300 4100-APPLY-ONE-ENTRY.
069400     READ FWDJNLF
069500         AT END
069600             MOVE "Y" TO WS-JNL-EOF-SW
069700     END-READ.
069800     IF WS-JNL-EOF
069900         GO TO 4100-EXIT.
070000     ADD 1 TO WS-JNL-READ-CNT.
070100     IF FJN-FILE-ID NOT = WS-RCY-FILE-ID
070200         GO TO 4100-EXIT.
070300     ADD 1 TO WS-JNL-FILE-CNT.
070400     IF FJN-LOG-DATE < WS-GEN-TK-DATE (WS-USE-SUB)
070500      OR (FJN-LOG-DATE = WS-GEN-TK-DATE (WS-USE-SUB)
070600          AND FJN-LOG-TIME < WS-GEN-TK-TIME (WS-USE-SUB))
070700         ADD 1 TO WS-JNL-EARLY-CNT
070800         GO TO 4100-EXIT.
070900     IF WS-STOP-DATE NOT = 0
071000      AND (FJN-LOG-DATE > WS-STOP-DATE
071100           OR (FJN-LOG-DATE = WS-STOP-DATE
071200               AND FJN-LOG-TIME > WS-STOP-TIME))
071300         ADD 1 TO WS-JNL-LATE-CNT
071400         GO TO 4100-EXIT.
071500     IF WS-RCY-FILE-ID = "POSTF"
071600      AND FJN-BF-DATE NOT = WS-RCY-BF-DATE
071700         ADD 1 TO WS-JNL-OTHDT-CNT
071800         GO TO 4100-EXIT.
071900     MOVE FJN-IMAGE TO WS-IMAGE.
072000     PERFORM 7200-UPSERT-IMAGE THRU 7200-EXIT.
072100     IF NOT STS-OK
072200         ADD 1 TO WS-JNL-FAIL-CNT
072300         DISPLAY "RCY0100 - JOURNAL APPLY FAILED, STATUS "
072400             FILE-STUS " KEY " FJN-REC-KEY
072500         GO TO 4100-EXIT.
072600     IF WS-REC-FOUND
072700         ADD 1 TO WS-JNL-REPL-CNT
072800         COMPUTE WS-EXP-CTL = WS-EXP-CTL - WS-OLD-CTL
072900             + FJN-CTL-AMT
073000     ELSE
073100         ADD 1 TO WS-JNL-NEW-CNT
073200         ADD 1 TO WS-EXP-CNT
073300         ADD FJN-CTL-AMT TO WS-EXP-CTL
073400     END-IF.
073500     MOVE FJN-LOG-DATE TO WS-LAST-LOG-DATE.
073600     MOVE FJN-LOG-TIME TO WS-LAST-LOG-TIME.
073700 4100-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100*    4500 - PROVE THE REBUILT FILE - READ IT BACK AND AGREE ITS
074200*           COUNT AND CONTROL TOTAL TO THE EXPECTED FIGURES
074300******************************************************************
074400 4500-PROVE-REBUILT.
074500     MOVE 0   TO WS-ACT-CNT WS-ACT-CTL.
074600     MOVE "N" TO WS-IN-EOF-SW.
074700     PERFORM 7300-START-FILE THRU 7300-EXIT.
074800     PERFORM 4510-ADD-ONE-RECORD THRU 4510-EXIT
074900         UNTIL WS-IN-EOF.
075000     IF WS-ACT-CNT = WS-EXP-CNT AND WS-ACT-CTL = WS-EXP-CTL
075100         MOVE "Y" TO WS-PROVED-SW
075200     END-IF.
075300     MOVE SPACES TO RPT-LINE.
075400     WRITE RPT-LINE.
075500     MOVE SPACES TO RPT-LINE.
075600     MOVE WS-EXP-CNT TO WS-CNT-ED.
075700     MOVE WS-EXP-CTL TO WS-AMT-ED.
075800     STRING "EXPECTED  RECORDS " WS-CNT-ED
075900         "   CONTROL " WS-AMT-ED DELIMITED BY SIZE INTO RPT-LINE.
076000     WRITE RPT-LINE.
076100     MOVE SPACES TO RPT-LINE.
076200     MOVE WS-ACT-CNT TO WS-CNT-ED.
076300     MOVE WS-ACT-CTL TO WS-AMT-ED2.
076400     STRING "REBUILT   RECORDS " WS-CNT-ED
076500         "   CONTROL " WS-AMT-ED2 DELIMITED BY SIZE INTO RPT-LINE.
076600     WRITE RPT-LINE.
076700     MOVE SPACES TO RPT-LINE.
076800     IF WS-PROVED
076900         STRING WS-RCY-FILE-ID " REBUILT AND PROVED"
077000             DELIMITED BY SIZE INTO RPT-LINE
077100     ELSE
077200         STRING "*** " WS-RCY-FILE-ID " OUT OF BALANCE - DO NOT "
077300             "RELEASE THE FILE ***"
077400             DELIMITED BY SIZE INTO RPT-LINE
077500     END-IF.
077600     WRITE RPT-LINE.
077700     IF NOT WS-JNL-FILE
077800         MOVE SPACES TO RPT-LINE
077900         STRING "RESTORED AS AT THE GENERATION - LATER "
078000             "MAINTENANCE IS ON THE CHANGE"
078100             DELIMITED BY SIZE INTO RPT-LINE
078200         WRITE RPT-LINE
078300         MOVE SPACES TO RPT-LINE
078400         STRING "JOURNAL (JNL0100) AND MUST BE RE-ENTERED"
078500             DELIMITED BY SIZE INTO RPT-LINE
078600         WRITE RPT-LINE
078700     END-IF.
078800     IF WS-RCY-FILE-ID = "ACCTF"
078900         MOVE SPACES TO RPT-LINE
079000         STRING "ACCOUNT BALANCES STAND AS AT THE GENERATION - "
079100             "PROVE WITH ACP0100"
079200             DELIMITED BY SIZE INTO RPT-LINE
079300         WRITE RPT-LINE
079400     END-IF.
079500 4500-EXIT.
079600     EXIT.
079700*
079800 4510-ADD-ONE-RECORD.
079900     PERFORM 7310-READ-NEXT THRU 7310-EXIT.
080000     IF WS-IN-EOF
080100         GO TO 4510-EXIT.
080200     ADD 1          TO WS-ACT-CNT.
080300     ADD WS-IMG-CTL TO WS-ACT-CTL.
080400 4510-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800*    5000 - FINALIZE - RESULT AND CLOSE
080900******************************************************************
081000 5000-FINALIZE.
081100     IF WS-PROVED
081200         DISPLAY "RCY0100 - " WS-RCY-FILE-ID " REBUILT AND PROVED"
081300     ELSE
081400         IF WS-TGT-OPEN
081500             DISPLAY "RCY0100 - " WS-RCY-FILE-ID
081600                 " OUT OF BALANCE - SEE RCYRPTF"
081700         ELSE
081800             DISPLAY "RCY0100 - NOTHING RESTORED"
081900         END-IF
082000     END-IF.
082100     IF WS-TGT-OPEN
082200         PERFORM 7400-CLOSE-FILE THRU 7400-EXIT
082300     END-IF.
082400     IF WS-RPT-OPEN
082500         CLOSE RCYRPTF
082600     END-IF.
082700     IF WS-BKUPF-OPEN
082800         CLOSE BKUPF
082900     END-IF.
083000     MOVE "C" TO WS-SC-REQUEST-CD.
083100     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
083200         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
083300     MOVE "C" TO WS-SA-REQUEST-CD.
083400     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
083500         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
083600         SUP1 SUP2 WS-SA-RETURN-STUS.
083700 5000-EXIT.
083800     EXIT.
083900*
084000******************************************************************
084100*    7000 - 7400 - I/O ON THE FILE BEING RECOVERED, BY FILE
084200******************************************************************
084300*
084400*    7000 - EMPTY THE FILE AND LEAVE IT OPEN I-O
084500*
084600 7000-OPEN-EMPTY.
084700     EVALUATE WS-RCY-FILE-ID
084800         WHEN "POSTF"
084900             OPEN OUTPUT POSTF
085000             CLOSE POSTF
085100             OPEN I-O POSTF
085200         WHEN "RCPNUMF"
085300             OPEN OUTPUT RCPNUMF
085400             CLOSE RCPNUMF
085500             OPEN I-O RCPNUMF
085600         WHEN "DRAWERF"
085700             OPEN OUTPUT DRAWERF
085800             CLOSE DRAWERF
085900             OPEN I-O DRAWERF
086000         WHEN "ACCTF"
086100             OPEN OUTPUT ACCTF
086200             CLOSE ACCTF
086300             OPEN I-O ACCTF
086400         WHEN "BRPARMF"
086500             OPEN OUTPUT BRPARMF
086600             CLOSE BRPARMF
086700             OPEN I-O BRPARMF
086800         WHEN "TERMPRFF"
086900             OPEN OUTPUT TERMPRFF
087000             CLOSE TERMPRFF
087100             OPEN I-O TERMPRFF
087200         WHEN "CALDAYF"
087300             OPEN OUTPUT CALDAYF
087400             CLOSE CALDAYF
087500             OPEN I-O CALDAYF
087600         WHEN "TLRMSTF"
087700             OPEN OUTPUT TLRMSTF
087800             CLOSE TLRMSTF
087900             OPEN I-O TLRMSTF
088000     END-EVALUATE.
088100     IF NOT STS-OK
088200         DISPLAY "RCY0100 - " WS-RCY-FILE-ID " COULD NOT BE "
088300             "RECREATED, STATUS " FILE-STUS " - NOTHING RESTORED"
088400         MOVE "Y" TO WS-ABORT-SW
088500         GO TO 7000-EXIT.
088600     MOVE "Y" TO WS-TGT-OPEN-SW.
088700 7000-EXIT.
088800     EXIT.
088900*
089000*    7100 - WRITE WS-IMAGE AS A NEW RECORD
089100*
089200 7100-WRITE-IMAGE.
089300     EVALUATE WS-RCY-FILE-ID
089400         WHEN "POSTF"
089500             MOVE WS-IMAGE TO POST-REC
089600             WRITE POST-REC
089700                 INVALID KEY
089800                     CONTINUE
089900             END-WRITE
090000         WHEN "RCPNUMF"
090100             MOVE WS-IMAGE TO RCP-REC
090200             WRITE RCP-REC
090300                 INVALID KEY
090400                     CONTINUE
090500             END-WRITE
090600         WHEN "DRAWERF"
090700             MOVE WS-IMAGE TO DRW-REC
090800             WRITE DRW-REC
090900                 INVALID KEY
091000                     CONTINUE
091100             END-WRITE
091200         WHEN "ACCTF"
091300             MOVE WS-IMAGE TO ACT-REC
091400             WRITE ACT-REC
091500                 INVALID KEY
091600                     CONTINUE
091700             END-WRITE
091800         WHEN "BRPARMF"
091900             MOVE WS-IMAGE TO BR-PARM-REC
092000             WRITE BR-PARM-REC
092100                 INVALID KEY
092200                     CONTINUE
092300             END-WRITE
092400         WHEN "TERMPRFF"
092500             MOVE WS-IMAGE TO TERM-PRF-REC
092600             WRITE TERM-PRF-REC
092700                 INVALID KEY
092800                     CONTINUE
092900             END-WRITE
093000         WHEN "CALDAYF"
093100             MOVE WS-IMAGE TO CAL-REC
093200             WRITE CAL-REC
093300                 INVALID KEY
093400                     CONTINUE
093500             END-WRITE
093600         WHEN "TLRMSTF"
093700             MOVE WS-IMAGE TO TLR-REC
093800             WRITE TLR-REC
093900                 INVALID KEY
094000                     CONTINUE
094100             END-WRITE
094200     END-EVALUATE.
094300 7100-EXIT.
094400     EXIT.
094500*
094600*    7200 - APPLY A JOURNAL IMAGE: REWRITE WHEN THE KEY IS ON
094700*           FILE (ITS OLD CONTROL FIGURE KEPT IN WS-OLD-CTL),
094800*           OTHERWISE WRITE.  JOURNALED FILES ONLY
094900*
095000 7200-UPSERT-IMAGE.
095100     MOVE "N" TO WS-REC-FOUND-SW.
095200     MOVE 0   TO WS-OLD-CTL.
095300     EVALUATE WS-RCY-FILE-ID
095400         WHEN "POSTF"
095500             PERFORM 7210-UPSERT-POSTF THRU 7210-EXIT
095600         WHEN "RCPNUMF"
095700             PERFORM 7220-UPSERT-RCPNUMF THRU 7220-EXIT
095800         WHEN "DRAWERF"
095900             PERFORM 7230-UPSERT-DRAWERF THRU 7230-EXIT
096000     END-EVALUATE.
096100 7200-EXIT.
096200     EXIT.
096300*
096400 7210-UPSERT-POSTF.
096500     MOVE WS-IMAGE TO POST-REC.
096600     READ POSTF
096700         KEY IS PST-KEY
096800         INVALID KEY
096900             CONTINUE
097000     END-READ.
097100     IF STS-OK
097200         MOVE "Y"     TO WS-REC-FOUND-SW
097300         MOVE PST-AMT TO WS-OLD-CTL
097400     END-IF.
097500     MOVE WS-IMAGE TO POST-REC.
097600     IF WS-REC-FOUND
097700         REWRITE POST-REC
097800             INVALID KEY
097900                 CONTINUE
098000         END-REWRITE
098100     ELSE
098200         WRITE POST-REC
098300             INVALID KEY
098400                 CONTINUE
098500         END-WRITE
098600     END-IF.
098700 7210-EXIT.
098800     EXIT.
098900*
099000 7220-UPSERT-RCPNUMF.
099100     MOVE WS-IMAGE TO RCP-REC.
099200     READ RCPNUMF
099300         KEY IS RCP-BRID
099400         INVALID KEY
099500             CONTINUE
099600     END-READ.
099700     IF STS-OK
099800         MOVE "Y"         TO WS-REC-FOUND-SW
099900         MOVE RCP-NEXT-NO TO WS-OLD-CTL
100000     END-IF.
100100     MOVE WS-IMAGE TO RCP-REC.
100200     IF WS-REC-FOUND
100300         REWRITE RCP-REC
100400             INVALID KEY
100500                 CONTINUE
100600         END-REWRITE
100700     ELSE
100800         WRITE RCP-REC
100900             INVALID KEY
101000                 CONTINUE
101100         END-WRITE
101200     END-IF.
101300 7220-EXIT.
101400     EXIT.
101500*
101600 7230-UPSERT-DRAWERF.
101700     MOVE WS-IMAGE TO DRW-REC.
101800     READ DRAWERF
101900         KEY IS DRW-KEY
102000         INVALID KEY
102100             CONTINUE
102200     END-READ.
102300     IF STS-OK
102400         MOVE "Y"          TO WS-REC-FOUND-SW
102500         MOVE DRW-RCPT-AMT TO WS-OLD-CTL
102600     END-IF.
102700     MOVE WS-IMAGE TO DRW-REC.
102800     IF WS-REC-FOUND
102900         REWRITE DRW-REC
103000             INVALID KEY
103100                 CONTINUE
103200         END-REWRITE
103300     ELSE
103400         WRITE DRW-REC
103500             INVALID KEY
103600                 CONTINUE
103700         END-WRITE
103800     END-IF.
103900 7230-EXIT.
104000     EXIT.
104100*
104200*    7300 - POSITION AT THE FIRST RECORD
104300*
104400 7300-START-FILE.
104500     EVALUATE WS-RCY-FILE-ID
104600         WHEN "POSTF"
104700             MOVE LOW-VALUES TO PST-KEY
104800             START POSTF KEY NOT < PST-KEY
104900                 INVALID KEY
105000                     MOVE "Y" TO WS-IN-EOF-SW
105100             END-START
105200         WHEN "RCPNUMF"
105300             MOVE LOW-VALUES TO RCP-BRID
105400             START RCPNUMF KEY NOT < RCP-BRID
105500                 INVALID KEY
105600                     MOVE "Y" TO WS-IN-EOF-SW
105700             END-START
105800         WHEN "DRAWERF"
105900             MOVE LOW-VALUES TO DRW-KEY
106000             START DRAWERF KEY NOT < DRW-KEY
106100                 INVALID KEY
106200                     MOVE "Y" TO WS-IN-EOF-SW
106300             END-START
106400         WHEN "ACCTF"
106500             MOVE LOW-VALUES TO ACT-ACCT-NO
106600             START ACCTF KEY NOT < ACT-ACCT-NO
106700                 INVALID KEY
106800                     MOVE "Y" TO WS-IN-EOF-SW
106900             END-START
107000         WHEN "BRPARMF"
107100             MOVE LOW-VALUES TO BR-BRID
107200             START BRPARMF KEY NOT < BR-BRID
107300                 INVALID KEY
107400                     MOVE "Y" TO WS-IN-EOF-SW
107500             END-START
107600         WHEN "TERMPRFF"
107700             MOVE LOW-VALUES TO TP-TMLID
107800             START TERMPRFF KEY NOT < TP-TMLID
107900                 INVALID KEY
108000                     MOVE "Y" TO WS-IN-EOF-SW
108100             END-START
108200         WHEN "CALDAYF"
108300             MOVE LOW-VALUES TO CAL-KEY
108400             START CALDAYF KEY NOT < CAL-KEY
108500                 INVALID KEY
108600                     MOVE "Y" TO WS-IN-EOF-SW
108700             END-START
108800         WHEN "TLRMSTF"
108900             MOVE LOW-VALUES TO TLR-TELER-ID
109000             START TLRMSTF KEY NOT < TLR-TELER-ID
109100                 INVALID KEY
109200                     MOVE "Y" TO WS-IN-EOF-SW
109300             END-START
109400     END-EVALUATE.
109500 7300-EXIT.
109600     EXIT.
109700*
109800*    7310 - READ THE NEXT RECORD AND TAKE ITS CONTROL FIGURE
109900*
110000 7310-READ-NEXT.
110100     MOVE 0 TO WS-IMG-CTL.
110200     EVALUATE WS-RCY-FILE-ID
110300         WHEN "POSTF"
110400             READ POSTF NEXT
110500                 AT END
110600                     MOVE "Y" TO WS-IN-EOF-SW
110700             END-READ
110800             IF NOT WS-IN-EOF
110900                 MOVE PST-AMT TO WS-IMG-CTL
111000             END-IF
111100         WHEN "RCPNUMF"
111200             READ RCPNUMF NEXT
111300                 AT END
111400                     MOVE "Y" TO WS-IN-EOF-SW
111500             END-READ
111600             IF NOT WS-IN-EOF
111700                 MOVE RCP-NEXT-NO TO WS-IMG-CTL
111800             END-IF
111900         WHEN "DRAWERF"
112000             READ DRAWERF NEXT
112100                 AT END
112200                     MOVE "Y" TO WS-IN-EOF-SW
112300             END-READ
112400             IF NOT WS-IN-EOF
112500                 MOVE DRW-RCPT-AMT TO WS-IMG-CTL
112600             END-IF
112700         WHEN "ACCTF"
112800             READ ACCTF NEXT
112900                 AT END
113000                     MOVE "Y" TO WS-IN-EOF-SW
113100             END-READ
113200             IF NOT WS-IN-EOF
113300                 MOVE ACT-CUR-BAL TO WS-IMG-CTL
113400             END-IF
113500         WHEN "BRPARMF"
113600             READ BRPARMF NEXT
113700                 AT END
113800                     MOVE "Y" TO WS-IN-EOF-SW
113900             END-READ
114000         WHEN "TERMPRFF"
114100             READ TERMPRFF NEXT
114200                 AT END
114300                     MOVE "Y" TO WS-IN-EOF-SW
114400             END-READ
114500         WHEN "CALDAYF"
114600             READ CALDAYF NEXT
114700                 AT END
114800                     MOVE "Y" TO WS-IN-EOF-SW
114900             END-READ
115000         WHEN "TLRMSTF"
115100             READ TLRMSTF NEXT
115200                 AT END
115300                     MOVE "Y" TO WS-IN-EOF-SW
115400             END-READ
115500     END-EVALUATE.
115600 7310-EXIT.
115700     EXIT.
115800*
115900*    7400 - CLOSE THE FILE
116000*
116100 7400-CLOSE-FILE.
116200     EVALUATE WS-RCY-FILE-ID
116300         WHEN "POSTF"
116400             CLOSE POSTF
116500         WHEN "RCPNUMF"
116600             CLOSE RCPNUMF
116700         WHEN "DRAWERF"
116800             CLOSE DRAWERF
116900         WHEN "ACCTF"
117000             CLOSE ACCTF
117100         WHEN "BRPARMF"
117200             CLOSE BRPARMF
117300         WHEN "TERMPRFF"
117400             CLOSE TERMPRFF
117500         WHEN "CALDAYF"
117600             CLOSE CALDAYF
117700         WHEN "TLRMSTF"
117800             CLOSE TLRMSTF
117900     END-EVALUATE.
118000 7400-EXIT.
118100     EXIT.
118200*
118300 COPY AUTHENT.
