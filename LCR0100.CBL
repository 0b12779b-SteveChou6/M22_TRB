000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LCR0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*    LCR0100 - LARGE-CASH AND STRUCTURING COMPLIANCE REPORT
000900*
001000*    READS THE DAY'S POSTINGS (POSTF) AND THE POSTING HISTORY
001100*    (POSTHSTF) BACK OVER THE ROLLING WINDOW, SORTS THE CASH
001200*    ITEMS BY CUSTOMER ACCOUNT (PST-ACCT-NO) AND REPORTS, FOR
001300*    COMPLIANCE:
001400*      LARGE ITEM   EVERY CASH ITEM ON THE BUSINESS DATE AT OR
001500*                   ABOVE THE REPORTING THRESHOLD - ACCOUNT-LESS
001600*                   RECEIPTS INCLUDED, UNDER ACCOUNT ZERO
001700*      STRUCTURING  AN ACCOUNT WHOSE SMALLER CASH ITEMS IN THE
001800*                   WINDOW ADD UP TO THE PATTERN AMOUNT ACROSS
001900*                   ENOUGH ITEMS (AND, IF ASKED, MORE THAN ONE
002000*                   TELLER OR BRANCH), ONE OF THEM TODAY
002100*    WITH EVERY CONTRIBUTING POSTING - BRANCH, SEQUENCE, TELLER,
002200*    OFFICIAL RECEIPT NUMBER, DATE AND AMOUNT.  THRESHOLD,
002300*    WINDOW AND PATTERN SETTINGS COME FROM THE LCRPRMF RECORD
002400*    (LCRPRM.CPY, KEPT THROUGH PRM0100).  CHEQUES, SERVICE FEES
002500*    AND ANY ITEM BACKED OUT BY AN "08" OFFSET IN THE WINDOW ARE
002600*    LEFT OUT.
002700*
002800*    THE SAME CASES GO TO THE SUBMISSION FILE LCRSUBF, 60-BYTE
002900*    RECORDS, ONE RECORD TYPE CODE PER LINE:
003000*      "H" BF-DATE RUN-DATE THRESHOLD WINDOW PATTERN-COUNT
003100*          PATTERN-AMT FLOOR SPREAD             FILE HEADER
003200*      "C" CASE-NO TYPE ("L"/"S") ACCT ITEMS AMT SPREAD
003300*          FIRST-DATE LAST-DATE                 ONE PER CASE
003400*      "D" CASE-NO ACCT BF-DATE BRID SEQ TELER-ID RCPT-NO AMT
003500*                                               ONE PER POSTING
003600*      "T" CASE-COUNT DETAIL-COUNT AMT-HASH     FILE TRAILER
003700*
003800*    RUN AFTER RECEIVING IS STAMPED COMPLETE AND BEFORE EOD0100
003900*    CYCLES POSTF AWAY - IT HAS ITS OWN SLOT ON THE DATE-CLOSE
004000*    CONTROL (DATECTL STEP "L") AND EOD0100 WAITS FOR IT.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    2026-10-07 OPS   ORIGINAL
004425*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
004450*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
004475*                     MATRIX BEFORE ANYTHING ELSE IS DONE
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT POSTF ASSIGN TO "POSTF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PST-KEY
005300         FILE STATUS IS FILE-STUS.
005400     SELECT POSTHSTF ASSIGN TO "POSTHSTF"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PSH-KEY
005800         FILE STATUS IS FILE-STUS.
005900     SELECT LCRPRMF ASSIGN TO "LCRPRMF"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS LCP-FILE-KEY
006300         FILE STATUS IS FILE-STUS.
006400     SELECT LCRWRKF ASSIGN TO "LCRWRKF".
006500     SELECT LCRRPTF ASSIGN TO "LCRRPTF"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS RPT-FILE-STUS.
006800     SELECT LCRSUBF ASSIGN TO "LCRSUBF"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS RPT-FILE-STUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  POSTF.
007400 COPY POSTREC.
007500 FD  POSTHSTF.
007600 COPY PSTHST.
007700 FD  LCRPRMF.
007800 01  LCP-FILE-REC.
007900     05  LCP-FILE-KEY        PIC 9(03).
008000     05  FILLER              PIC X(67).
008100 SD  LCRWRKF.
008200 01  SRT-REC.
008300     05  SRT-ACCT-NO         PIC 9(10).
008400     05  SRT-BF-DATE         PIC 9(08).
008500     05  SRT-BRID            PIC 9(03).
008600     05  SRT-SEQ             PIC 9(05).
008700     05  SRT-TELER-ID        PIC X(09).
008800     05  SRT-RCPT-NO         PIC 9(08).
008900     05  SRT-AMT             PIC 9(09)V99.
009000     05  SRT-RETURN-CD       PIC X(02).
009100     05  SRT-RVSL-DATE       PIC 9(08).
009200     05  SRT-RVSL-BRID       PIC 9(03).
009300     05  SRT-RVSL-SEQ        PIC 9(05).
009400 FD  LCRRPTF
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  RPT-LINE                PIC X(80).
009700 FD  LCRSUBF
009800     RECORD CONTAINS 60 CHARACTERS.
009900 01  SUB-LINE                PIC X(60).
010000 WORKING-STORAGE SECTION.
010100 COPY FLAG.
010150 COPY AUTHCHKW.
010200 COPY LCRPRM.
010300 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
010400 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
010500     88  WS-POST-EOF         VALUE "Y".
010600 01  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
010700     88  WS-HIST-EOF         VALUE "Y".
010800 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
010900     88  WS-SORT-EOF         VALUE "Y".
011000 01  WS-ABORT-SW             PIC X(01) VALUE "N".
011100     88  WS-ABORT-RUN        VALUE "Y".
011200 01  WS-PARM-DFLT-SW         PIC X(01) VALUE "Y".
011300     88  WS-PARM-DFLT        VALUE "Y".
011400 01  WS-OVFL-SW              PIC X(01) VALUE "N".
011500     88  WS-ACCT-OVFL        VALUE "Y".
011600 01  WS-STR-TODAY-SW         PIC X(01) VALUE "N".
011700     88  WS-STR-TODAY        VALUE "Y".
011800 01  WS-SPREAD-SW            PIC X(01) VALUE "N".
011900     88  WS-SPREAD           VALUE "Y".
012000*
012100*    HOUSE DEFAULTS WHEN NO LCRPRMF RECORD IS ON FILE
012200*
012300 01  WS-DFLT-THRESH          PIC 9(09)V99 VALUE 500000.00.
012400 01  WS-DFLT-WINDOW-DAYS     PIC 9(03) VALUE 7.
012500 01  WS-DFLT-STR-MIN-CNT     PIC 9(03) VALUE 3.
012600 01  WS-DFLT-STR-AMT         PIC 9(09)V99 VALUE 500000.00.
012700 01  WS-DFLT-STR-FLOOR       PIC 9(09)V99 VALUE 50000.00.
012800 01  WS-DFLT-SPREAD-SW       PIC X(01) VALUE "Y".
012900*
013000 01  WS-BF-ROC-YEAR          PIC 9(04) VALUE 0.
013100 01  WS-BF-GREG-DATE8        PIC 9(08) VALUE 0.
013200 01  WS-WIN-GREG-DATE8       PIC 9(08) VALUE 0.
013300 01  FILLER                  REDEFINES WS-WIN-GREG-DATE8.
013400     05  WS-WIN-GREG-YYYY    PIC 9(04).
013500     05  WS-WIN-GREG-MMDD    PIC 9(04).
013600 01  WS-WIN-START-DATE       PIC 9(08) VALUE 0.
013700 01  WS-WORK-DAYS            PIC 9(07) VALUE 0.
013800 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
013900 01  WS-CUR-ACCT             PIC 9(10) VALUE 0.
014000 01  WS-ITM-MAX              PIC 9(03) COMP VALUE 500.
014100 01  WS-ITM-CNT              PIC 9(03) COMP VALUE 0.
014200 01  WS-ITM-TABLE.
014300     05  WS-ITM-ENT OCCURS 500 TIMES
014400                 INDEXED BY WS-ITM-IX WS-ITM-IX2.
014500         10  WS-ITM-BF-DATE  PIC 9(08).
014600         10  WS-ITM-BRID     PIC 9(03).
014700         10  WS-ITM-SEQ      PIC 9(05).
014800         10  WS-ITM-TELER-ID PIC X(09).
014900         10  WS-ITM-RCPT-NO  PIC 9(08).
015000         10  WS-ITM-AMT      PIC 9(09)V99.
015100         10  WS-ITM-RVSL-DATE PIC 9(08).
015200         10  WS-ITM-RVSL-BRID PIC 9(03).
015300         10  WS-ITM-RVSL-SEQ PIC 9(05).
015400         10  WS-ITM-STUS     PIC X(01).
015500             88  WS-ITM-LIVE     VALUE " ".
015600             88  WS-ITM-OFFSET   VALUE "O".
015700             88  WS-ITM-REVERSED VALUE "R".
015800         10  WS-ITM-SEL-SW   PIC X(01).
015900             88  WS-ITM-SEL      VALUE "Y".
016000 01  WS-FIRST-TELER-ID       PIC X(09) VALUE SPACES.
016100 01  WS-FIRST-BRID           PIC 9(03) VALUE 0.
016200 01  WS-STR-ITEMS            PIC 9(05) COMP VALUE 0.
016300 01  WS-STR-AMT              PIC 9(11)V99 COMP-3 VALUE 0.
016400 01  WS-CASE-NO              PIC 9(05) VALUE 0.
016500 01  WS-CASE-TYPE            PIC X(01) VALUE SPACE.
016600     88  WS-CASE-LARGE       VALUE "L".
016700     88  WS-CASE-STRUCT      VALUE "S".
016800 01  WS-CASE-ITEMS           PIC 9(05) COMP VALUE 0.
016900 01  WS-CASE-AMT             PIC 9(11)V99 COMP-3 VALUE 0.
017000 01  WS-CASE-FIRST-DATE      PIC 9(08) VALUE 0.
017100 01  WS-CASE-LAST-DATE       PIC 9(08) VALUE 0.
017200 01  WS-CASE-DESC            PIC X(12) VALUE SPACES.
017300 01  WS-TODAY-MARK           PIC X(06) VALUE SPACES.
017400 01  WS-ITEM-CNT             PIC 9(07) COMP VALUE 0.
017500 01  WS-ACCT-CNT             PIC 9(07) COMP VALUE 0.
017600 01  WS-LARGE-CNT            PIC 9(07) COMP VALUE 0.
017700 01  WS-STRUCT-CNT           PIC 9(07) COMP VALUE 0.
017800 01  WS-RVSD-CNT             PIC 9(07) COMP VALUE 0.
017900 01  WS-OVFL-CNT             PIC 9(07) COMP VALUE 0.
018000 01  WS-SUB-DTL-CNT          PIC 9(07) COMP VALUE 0.
018100 01  WS-SUB-AMT              PIC 9(13)V99 COMP-3 VALUE 0.
018200 01  WS-CNT-ED               PIC ZZZZZZ9.
018300 01  WS-ITM-ED               PIC ZZZZ9.
018400 01  WS-DAYS-ED              PIC ZZ9.
018500 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018600 01  WS-DAMT-ED              PIC ZZZ,ZZZ,ZZ9.99.
018700 01  WS-HDR-REC.
018800     05  WS-HDR-TYPE         PIC X(01) VALUE "H".
018900     05  WS-HDR-BF-DATE      PIC 9(08).
019000     05  WS-HDR-RUN-DATE     PIC 9(08).
019100     05  WS-HDR-THRESH       PIC 9(09)V99.
019200     05  WS-HDR-WINDOW-DAYS  PIC 9(03).
019300     05  WS-HDR-STR-MIN-CNT  PIC 9(03).
019400     05  WS-HDR-STR-AMT      PIC 9(09)V99.
019500     05  WS-HDR-STR-FLOOR    PIC 9(09)V99.
019600     05  WS-HDR-SPREAD-SW    PIC X(01).
019700     05  FILLER              PIC X(03) VALUE SPACES.
019800 01  WS-CSE-REC.
019900     05  WS-CSE-TYPE         PIC X(01) VALUE "C".
020000     05  WS-CSE-CASE-NO      PIC 9(05).
020100     05  WS-CSE-CASE-TYPE    PIC X(01).
020200     05  WS-CSE-ACCT-NO      PIC 9(10).
020300     05  WS-CSE-ITEMS        PIC 9(05).
020400     05  WS-CSE-AMT          PIC 9(11)V99.
020500     05  WS-CSE-SPREAD-SW    PIC X(01).
020600     05  WS-CSE-FIRST-DATE   PIC 9(08).
020700     05  WS-CSE-LAST-DATE    PIC 9(08).
020800     05  FILLER              PIC X(08) VALUE SPACES.
020900 01  WS-DTL-REC.
021000     05  WS-DTL-TYPE         PIC X(01) VALUE "D".
021100     05  WS-DTL-CASE-NO      PIC 9(05).
021200     05  WS-DTL-ACCT-NO      PIC 9(10).
021300     05  WS-DTL-BF-DATE      PIC 9(08).
021400     05  WS-DTL-BRID         PIC 9(03).
021500     05  WS-DTL-SEQ          PIC 9(05).
021600     05  WS-DTL-TELER-ID     PIC X(09).
021700     05  WS-DTL-RCPT-NO      PIC 9(08).
021800     05  WS-DTL-AMT          PIC 9(09)V99.
021900 01  WS-TRL-REC.
022000     05  WS-TRL-TYPE         PIC X(01) VALUE "T".
022100     05  WS-TRL-CASE-CNT     PIC 9(07).
022200     05  WS-TRL-DTL-CNT      PIC 9(07).
022300     05  WS-TRL-AMT          PIC 9(13)V99.
022400     05  FILLER              PIC X(30) VALUE SPACES.
022500 01  WS-FORCE-OK-SW          PIC X(01) VALUE "N".
022600     88  WS-FORCE-OK         VALUE "Y".
022700 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
022800 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
022900 01  WS-SA-RETURN-STUS       PIC X(02).
023000 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
023100 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
023200 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
023300 01  WS-DC-REQUEST-CD        PIC X(01) VALUE "Q".
023400 01  WS-DC-STEP-CD           PIC X(01) VALUE SPACE.
023500 01  WS-DC-STEP-STATS.
023600     05  WS-DC-RCV-STUS      PIC X(01).
023700     05  WS-DC-STL-STUS      PIC X(01).
023800     05  WS-DC-GLX-STUS      PIC X(01).
023900     05  WS-DC-GLA-STUS      PIC X(01).
024000     05  WS-DC-EOD-STUS      PIC X(01).
024100     05  WS-DC-LCR-STUS      PIC X(01).
024200 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
024300 PROCEDURE DIVISION.
024400*
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     IF NOT WS-ABORT-RUN
024800         SORT LCRWRKF
024900             ON ASCENDING KEY SRT-ACCT-NO
025000             ON DESCENDING KEY SRT-BF-DATE
025100             ON ASCENDING KEY SRT-BRID SRT-SEQ
025200             INPUT PROCEDURE IS 2000-SELECT-POSTINGS
025300                 THRU 2000-EXIT
025400             OUTPUT PROCEDURE IS 3000-EXAMINE-ACCOUNTS
025500                 THRU 3000-EXIT
025600         IF SORT-RETURN NOT = 0
025700             DISPLAY "LCR0100 - SORT FAILED, RETURN " SORT-RETURN
025800                 " - REPORT INCOMPLETE, STEP NOT STAMPED"
025900             MOVE "Y" TO WS-ABORT-SW
026000         END-IF
026100         PERFORM 5000-FINALIZE THRU 5000-EXIT
026200     END-IF.
026300     IF NOT WS-ABORT-RUN
026400         PERFORM 6000-STAMP-STEP THRU 6000-EXIT
026500     END-IF.
026600     PERFORM 6100-CLOSE-SERVICES THRU 6100-EXIT.
026700     STOP RUN.
026800*
026900******************************************************************
027000*    1000 - INITIALIZE - DATE CONTROL, PARAMETERS, WINDOW AND
027100*           OUTPUT FILES
027200******************************************************************
027300 1000-INITIALIZE.
027309     DISPLAY "OPERATOR  : ".
027318     ACCEPT TELER-ID.
027327     MOVE SPACES TO TELER-TMLID.
027336     MOVE 0   TO BRID.
027345     MOVE "LCR0100" TO ATH-PGM-ID.
027354     MOVE "R"       TO ATH-FUNC-CD.
027363     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
027372     IF NOT ATH-PERMITTED
027381         MOVE "Y" TO WS-ABORT-SW
027390         GO TO 1000-EXIT.
027400     DISPLAY "BUS DATE  : ".
027500     ACCEPT BF-DATE.
027600     PERFORM 1100-CHECK-DATE-CTL THRU 1100-EXIT.
027700     IF WS-ABORT-RUN
027800         GO TO 1000-EXIT.
027900     PERFORM 1200-LOAD-PARMS THRU 1200-EXIT.
028000     PERFORM 1300-COMPUTE-WINDOW THRU 1300-EXIT.
028100     IF WS-ABORT-RUN
028200         GO TO 1000-EXIT.
028300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028400     OPEN OUTPUT LCRRPTF.
028500     OPEN OUTPUT LCRSUBF.
028600     PERFORM 1400-PRINT-HEADING THRU 1400-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100*    1100 - CHECK THE DATE-CLOSE CONTROL.  RECEIVING MUST BE
029200*           STAMPED COMPLETE (DCL0100) OR A SUPERVISOR MUST
029300*           FORCE PAST IT; A REPORT ALREADY STAMPED WARNS BEFORE
029400*           RERUNNING
029500******************************************************************
029600 1100-CHECK-DATE-CTL.
029700     MOVE "Q" TO WS-DC-REQUEST-CD.
029800     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
029900         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
030000     IF WS-DC-RETURN-STUS NOT = "00"
030100         DISPLAY "LCR0100 - CLOSE CONTROL UNAVAILABLE, STATUS "
030200             WS-DC-RETURN-STUS
030300         MOVE "Y" TO WS-ABORT-SW
030400         GO TO 1100-EXIT.
030500     IF WS-DC-RCV-STUS NOT = "C"
030600         DISPLAY "LCR0100 - RECEIVING NOT STAMPED COMPLETE FOR "
030700             BF-DATE " - STAMP IT FROM DCL0100 FIRST"
030800         PERFORM 7000-FORCE-CLEARANCE THRU 7000-EXIT
030900         IF NOT WS-FORCE-OK
031000             MOVE "Y" TO WS-ABORT-SW
031100             GO TO 1100-EXIT
031200         END-IF
031300     END-IF.
031400     IF WS-DC-LCR-STUS = "C"
031500         DISPLAY "LCR0100 - REPORT ALREADY STAMPED COMPLETE FOR "
031600             BF-DATE " - RERUN (Y/N)?"
031700         ACCEPT ANS
031800         IF NOT ANSY
031900             MOVE "Y" TO WS-ABORT-SW
032000         END-IF
032100     END-IF.
032200 1100-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600*    1200 - LOAD THE COMPLIANCE PARAMETERS, OR THE HOUSE
032700*           DEFAULTS WHEN NO RECORD IS ON FILE
032800******************************************************************
032900 1200-LOAD-PARMS.
033000     MOVE "Y" TO WS-PARM-DFLT-SW.
033100     OPEN INPUT LCRPRMF.
033200     IF STS-OK
033300         MOVE 0 TO LCP-FILE-KEY
033400         READ LCRPRMF INTO LCR-PARM-REC
033500             KEY IS LCP-FILE-KEY
033600             INVALID KEY
033700                 CONTINUE
033800         END-READ
033900         IF STS-OK
034000             MOVE "N" TO WS-PARM-DFLT-SW
034100         END-IF
034200         CLOSE LCRPRMF
034300     END-IF.
034400     IF WS-PARM-DFLT
034500         DISPLAY "LCR0100 - NO LARGE-CASH PARAMETERS ON FILE - "
034600             "HOUSE DEFAULTS USED"
034700         MOVE 0                   TO LCP-KEY
034800         MOVE WS-DFLT-THRESH      TO LCP-CASH-THRESH
034900         MOVE WS-DFLT-WINDOW-DAYS TO LCP-WINDOW-DAYS
035000         MOVE WS-DFLT-STR-MIN-CNT TO LCP-STR-MIN-CNT
035100         MOVE WS-DFLT-STR-AMT     TO LCP-STR-AMT
035200         MOVE WS-DFLT-STR-FLOOR   TO LCP-STR-FLOOR
035300         MOVE WS-DFLT-SPREAD-SW   TO LCP-SPREAD-SW
035400     END-IF.
035500     IF LCP-WINDOW-DAYS = 0
035600         MOVE 1 TO LCP-WINDOW-DAYS
035700     END-IF.
035800 1200-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200*    1300 - FIRST BUSINESS DATE OF THE WINDOW.  BF-DATE IS ROC
036300*           FORM (BF-Y1/BF-Y3 ERA/YEAR DIGITS) LIKE PSH-BF-DATE,
036400*           SO THE ARITHMETIC IS DONE ON THE GREGORIAN DATE AND
036500*           THE RESULT TURNED BACK INTO ROC FORM FOR THE
036600*           POSTHSTF START KEY
036700******************************************************************
036800 1300-COMPUTE-WINDOW.
036900     COMPUTE WS-BF-ROC-YEAR = BF-Y1 * 1000 + BF-Y3.
037000     COMPUTE WS-BF-GREG-DATE8 =
037100         (WS-BF-ROC-YEAR + 1911) * 10000 + (BF-MM * 100) + BF-DD.
037200     COMPUTE WS-WORK-DAYS =
037300         FUNCTION INTEGER-OF-DATE(WS-BF-GREG-DATE8)
037400         ON SIZE ERROR
037500             MOVE 0 TO WS-WORK-DAYS
037600     END-COMPUTE.
037700     IF WS-WORK-DAYS NOT > LCP-WINDOW-DAYS
037800         DISPLAY "LCR0100 - BF-DATE " BF-DATE
037900             " IS NOT A VALID DATE - REPORT NOT RUN"
038000         MOVE "Y" TO WS-ABORT-SW
038100         GO TO 1300-EXIT.
038200     COMPUTE WS-WORK-DAYS = WS-WORK-DAYS - LCP-WINDOW-DAYS + 1.
038300     COMPUTE WS-WIN-GREG-DATE8 =
038400         FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS).
038500     COMPUTE WS-WIN-START-DATE =
038600         (WS-WIN-GREG-YYYY - 1911) * 10000 + WS-WIN-GREG-MMDD.
038700 1300-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100*    1400 - REPORT HEADING AND SUBMISSION FILE HEADER, BOTH
039200*           SHOWING THE PARAMETERS THE RUN USED
039300******************************************************************
039400 1400-PRINT-HEADING.
039500     MOVE SPACES TO RPT-LINE.
039600     STRING "LCR0100 LARGE-CASH AND STRUCTURING REPORT  BUS DATE "
039700         BF-DATE
039800         DELIMITED BY SIZE INTO RPT-LINE.
039900     WRITE RPT-LINE.
040000     MOVE SPACES TO RPT-LINE.
040100     MOVE LCP-CASH-THRESH TO WS-AMT-ED.
040200     MOVE LCP-WINDOW-DAYS TO WS-DAYS-ED.
040300     STRING "  THRESHOLD " WS-AMT-ED
040400         "   WINDOW " WS-DAYS-ED " DAYS FROM " WS-WIN-START-DATE
040500         DELIMITED BY SIZE INTO RPT-LINE.
040600     WRITE RPT-LINE.
040700     MOVE SPACES TO RPT-LINE.
040800     MOVE LCP-STR-MIN-CNT TO WS-DAYS-ED.
040900     MOVE LCP-STR-AMT     TO WS-AMT-ED.
041000     MOVE LCP-STR-FLOOR   TO WS-DAMT-ED.
041100     STRING "  PATTERN " WS-DAYS-ED " ITEMS TO" WS-AMT-ED
041200         "  FLOOR " WS-DAMT-ED "  SPREAD " LCP-SPREAD-SW
041300         DELIMITED BY SIZE INTO RPT-LINE.
041400     WRITE RPT-LINE.
041500     IF WS-PARM-DFLT
041600         MOVE SPACES TO RPT-LINE
041700         STRING "  *** NO LCRPRMF RECORD - DEFAULTS USED ***"
041800             DELIMITED BY SIZE INTO RPT-LINE
041900         WRITE RPT-LINE
042000     END-IF.
042100     MOVE BF-DATE         TO WS-HDR-BF-DATE.
042200     MOVE WS-RUN-DATE     TO WS-HDR-RUN-DATE.
042300     MOVE LCP-CASH-THRESH TO WS-HDR-THRESH.
042400     MOVE LCP-WINDOW-DAYS TO WS-HDR-WINDOW-DAYS.
042500     MOVE LCP-STR-MIN-CNT TO WS-HDR-STR-MIN-CNT.
042600     MOVE LCP-STR-AMT     TO WS-HDR-STR-AMT.
042700     MOVE LCP-STR-FLOOR   TO WS-HDR-STR-FLOOR.
042800     MOVE LCP-SPREAD-SW   TO WS-HDR-SPREAD-SW.
042900     WRITE SUB-LINE FROM WS-HDR-REC.
043000 1400-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400*    2000 - SORT INPUT - RELEASE THE WINDOW'S HISTORY AND THE
043500*           DAY'S POSTINGS
043600******************************************************************
043700 2000-SELECT-POSTINGS.
043800     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT.
043900     PERFORM 2200-RELEASE-POSTF THRU 2200-EXIT.
044000 2000-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400*    2100 - POSTHSTF FROM THE FIRST DATE OF THE WINDOW THROUGH
044500*           BF-DATE (A RERUN AFTER EOD0100 FINDS THE DAY ITSELF
044600*           ON HISTORY AND NOTHING LEFT ON POSTF)
044700******************************************************************
044800 2100-RELEASE-HISTORY.
044900     OPEN INPUT POSTHSTF.
045000     IF NOT STS-OK
045100         DISPLAY "LCR0100 - NO POSTING HISTORY, STATUS "
045200             FILE-STUS " - TODAY'S POSTINGS ONLY"
045300         GO TO 2100-EXIT.
045400     MOVE WS-WIN-START-DATE TO PSH-BF-DATE.
045500     MOVE 0                 TO PSH-BRID.
045600     MOVE 0                 TO PSH-SEQ.
045700     START POSTHSTF KEY NOT < PSH-KEY
045800         INVALID KEY
045900             MOVE "Y" TO WS-HIST-EOF-SW
046000     END-START.
046100     PERFORM 2110-RELEASE-ONE-HIST THRU 2110-EXIT
046200         UNTIL WS-HIST-EOF.
046300     CLOSE POSTHSTF.
046400 2100-EXIT.
046500     EXIT.
046600*
046700 2110-RELEASE-ONE-HIST.
046800     READ POSTHSTF NEXT
046900         AT END
047000             MOVE "Y" TO WS-HIST-EOF-SW
047100     END-READ.
047200     IF WS-HIST-EOF
047300         GO TO 2110-EXIT.
047400     IF PSH-BF-DATE > BF-DATE
047500         MOVE "Y" TO WS-HIST-EOF-SW
047600         GO TO 2110-EXIT.
047700     IF NOT PSH-INSTR-CASH OR PSH-FEE-ITEM
047800         GO TO 2110-EXIT.
047900     IF PSH-RETURN-CD NOT = "00" AND PSH-RETURN-CD NOT = "08"
048000         GO TO 2110-EXIT.
048100     MOVE PSH-ACCT-NO   TO SRT-ACCT-NO.
048200     MOVE PSH-BF-DATE   TO SRT-BF-DATE.
048300     MOVE PSH-BRID      TO SRT-BRID.
048400     MOVE PSH-SEQ       TO SRT-SEQ.
048500     MOVE PSH-TELER-ID  TO SRT-TELER-ID.
048600     MOVE PSH-RCPT-NO   TO SRT-RCPT-NO.
048700     MOVE PSH-AMT       TO SRT-AMT.
048800     MOVE PSH-RETURN-CD TO SRT-RETURN-CD.
048900     MOVE 0             TO SRT-RVSL-DATE.
049000     MOVE 0             TO SRT-RVSL-BRID.
049100     MOVE 0             TO SRT-RVSL-SEQ.
049200     IF PSH-RETURN-CD = "08"
049300         MOVE PSH-RVSL-BRID TO SRT-RVSL-BRID
049400         MOVE PSH-RVSL-SEQ  TO SRT-RVSL-SEQ
049500         IF PSH-RVSL-DATE = 0
049600             MOVE PSH-BF-DATE   TO SRT-RVSL-DATE
049700         ELSE
049800             MOVE PSH-RVSL-DATE TO SRT-RVSL-DATE
049900         END-IF
050000     END-IF.
050100     PERFORM 2300-RELEASE-IF-WANTED THRU 2300-EXIT.
050200 2110-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600*    2200 - THE DAY'S POSTINGS STILL ON POSTF
050700******************************************************************
050800 2200-RELEASE-POSTF.
050900     OPEN INPUT POSTF.
051000     IF NOT STS-OK
051100         DISPLAY "LCR0100 - NO POSTING FILE, STATUS " FILE-STUS
051200         GO TO 2200-EXIT.
051300     MOVE LOW-VALUES TO PST-KEY.
051400     START POSTF KEY NOT < PST-KEY
051500         INVALID KEY
051600             MOVE "Y" TO WS-POST-EOF-SW
051700     END-START.
051800     PERFORM 2210-RELEASE-ONE-POST THRU 2210-EXIT
051900         UNTIL WS-POST-EOF.
052000     CLOSE POSTF.
052100 2200-EXIT.
052200     EXIT.
052300*
052400 2210-RELEASE-ONE-POST.
052500     READ POSTF NEXT
052600         AT END
052700             MOVE "Y" TO WS-POST-EOF-SW
052800     END-READ.
052900     IF WS-POST-EOF
053000         GO TO 2210-EXIT.
053100     IF NOT PST-INSTR-CASH OR PST-FEE-ITEM
053200         GO TO 2210-EXIT.
053300     IF PST-RETURN-CD NOT = "00" AND PST-RETURN-CD NOT = "08"
053400         GO TO 2210-EXIT.
053500     MOVE PST-ACCT-NO   TO SRT-ACCT-NO.
053600     MOVE BF-DATE       TO SRT-BF-DATE.
053700     MOVE PST-BRID      TO SRT-BRID.
053800     MOVE PST-SEQ       TO SRT-SEQ.
053900     MOVE PST-TELER-ID  TO SRT-TELER-ID.
054000     MOVE PST-RCPT-NO   TO SRT-RCPT-NO.
054100     MOVE PST-AMT       TO SRT-AMT.
054200     MOVE PST-RETURN-CD TO SRT-RETURN-CD.
054300     MOVE 0             TO SRT-RVSL-DATE.
054400     MOVE 0             TO SRT-RVSL-BRID.
054500     MOVE 0             TO SRT-RVSL-SEQ.
054600     IF PST-RETURN-CD = "08"
054700         MOVE PST-RVSL-BRID TO SRT-RVSL-BRID
054800         MOVE PST-RVSL-SEQ  TO SRT-RVSL-SEQ
054900         IF PST-RVSL-DATE = 0
055000             MOVE BF-DATE       TO SRT-RVSL-DATE
055100         ELSE
055200             MOVE PST-RVSL-DATE TO SRT-RVSL-DATE
055300         END-IF
055400     END-IF.
055500     PERFORM 2300-RELEASE-IF-WANTED THRU 2300-EXIT.
055600 2210-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000*    2300 - RELEASE ONLY WHAT CAN MATTER.  AN ACCOUNT-LESS ITEM
056100*           CANNOT BE TIED TO A CUSTOMER, SO ONLY A LARGE ONE ON
056200*           THE BUSINESS DATE IS KEPT; AN ITEM UNDER THE PATTERN
056300*           FLOOR NEVER COUNTS.  AN "08" OFFSET CARRIES ITS
056400*           ORIGINAL'S AMOUNT, SO IT PASSES THE SAME TEST AS THE
056500*           ITEM IT BACKS OUT
056600******************************************************************
056700 2300-RELEASE-IF-WANTED.
056800     IF SRT-ACCT-NO = 0
056900         IF SRT-BF-DATE NOT = BF-DATE
057000             OR SRT-AMT < LCP-CASH-THRESH
057100             GO TO 2300-EXIT
057200         END-IF
057300     ELSE
057400         IF SRT-AMT < LCP-STR-FLOOR
057500             GO TO 2300-EXIT
057600         END-IF
057700     END-IF.
057800     RELEASE SRT-REC.
057900     ADD 1 TO WS-ITEM-CNT.
058000 2300-EXIT.
058100     EXIT.
058200*
058300******************************************************************
058400*    3000 - SORT OUTPUT - ONE ACCOUNT AT A TIME
058500******************************************************************
058600 3000-EXAMINE-ACCOUNTS.
058700     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
058800     PERFORM 3200-ONE-ACCOUNT THRU 3200-EXIT
058900         UNTIL WS-SORT-EOF.
059000 3000-EXIT.
059100     EXIT.
059200*
059300 3100-RETURN-ONE.
059400     RETURN LCRWRKF
059500         AT END
059600             MOVE "Y" TO WS-SORT-EOF-SW
059700     END-RETURN.
059800 3100-EXIT.
059900     EXIT.
060000*
060100******************************************************************
060200*    3200 - LOAD ONE ACCOUNT'S ITEMS, NEWEST FIRST, AND EXAMINE
060300*           THEM.  AN ACCOUNT WITH MORE ITEMS THAN THE TABLE
060400*           HOLDS IS EXAMINED ON ITS NEWEST ITEMS AND FLAGGED
060500******************************************************************
060600 3200-ONE-ACCOUNT.
060700     MOVE SRT-ACCT-NO TO WS-CUR-ACCT.
060800     MOVE 0           TO WS-ITM-CNT.
060900     MOVE "N"         TO WS-OVFL-SW.
061000     ADD 1 TO WS-ACCT-CNT.
061100     PERFORM 3210-LOAD-ONE-ITEM THRU 3210-EXIT
061200         UNTIL WS-SORT-EOF OR SRT-ACCT-NO NOT = WS-CUR-ACCT.
061300     IF WS-ACCT-OVFL
061400         ADD 1 TO WS-OVFL-CNT
061500         MOVE SPACES TO RPT-LINE
061600         WRITE RPT-LINE
061700         MOVE SPACES TO RPT-LINE
061800         MOVE WS-ITM-MAX TO WS-ITM-ED
061900         STRING "*** ACCOUNT " WS-CUR-ACCT " HAS OVER " WS-ITM-ED
062000             " CASH ITEMS IN THE WINDOW - NEWEST EXAMINED ***"
062100             DELIMITED BY SIZE INTO RPT-LINE
062200         WRITE RPT-LINE
062300     END-IF.
062400     PERFORM 4000-ANALYZE-ACCOUNT THRU 4000-EXIT.
062500 3200-EXIT.
062600     EXIT.
062700*
062800 3210-LOAD-ONE-ITEM.
062900     IF WS-ITM-CNT < WS-ITM-MAX
063000         ADD 1 TO WS-ITM-CNT
063100         SET WS-ITM-IX TO WS-ITM-CNT
063200         MOVE SRT-BF-DATE   TO WS-ITM-BF-DATE (WS-ITM-IX)
063300         MOVE SRT-BRID      TO WS-ITM-BRID (WS-ITM-IX)
063400         MOVE SRT-SEQ       TO WS-ITM-SEQ (WS-ITM-IX)
063500         MOVE SRT-TELER-ID  TO WS-ITM-TELER-ID (WS-ITM-IX)
063600         MOVE SRT-RCPT-NO   TO WS-ITM-RCPT-NO (WS-ITM-IX)
063700         MOVE SRT-AMT       TO WS-ITM-AMT (WS-ITM-IX)
063800         MOVE SRT-RVSL-DATE TO WS-ITM-RVSL-DATE (WS-ITM-IX)
063900         MOVE SRT-RVSL-BRID TO WS-ITM-RVSL-BRID (WS-ITM-IX)
064000         MOVE SRT-RVSL-SEQ  TO WS-ITM-RVSL-SEQ (WS-ITM-IX)
064100         MOVE "N"           TO WS-ITM-SEL-SW (WS-ITM-IX)
064200         IF SRT-RETURN-CD = "08"
064300             MOVE "O" TO WS-ITM-STUS (WS-ITM-IX)
064400         ELSE
064500             MOVE " " TO WS-ITM-STUS (WS-ITM-IX)
064600         END-IF
064700     ELSE
064800         MOVE "Y" TO WS-OVFL-SW
064900     END-IF.
065000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
065100 3210-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500*    4000 - EXAMINE ONE ACCOUNT - DROP REVERSED ITEMS, THEN
065600*           REPORT EACH LARGE ITEM AND ANY STRUCTURING PATTERN
065700******************************************************************
065800 4000-ANALYZE-ACCOUNT.
065900     IF WS-ITM-CNT = 0
066000         GO TO 4000-EXIT.
066100     PERFORM 4100-MARK-REVERSED THRU 4100-EXIT
066200         VARYING WS-ITM-IX FROM 1 BY 1
066300         UNTIL WS-ITM-IX > WS-ITM-CNT.
066400     PERFORM 4200-CHECK-LARGE-ITEM THRU 4200-EXIT
066500         VARYING WS-ITM-IX FROM 1 BY 1
066600         UNTIL WS-ITM-IX > WS-ITM-CNT.
066700     IF WS-CUR-ACCT NOT = 0
066800         PERFORM 4300-CHECK-STRUCTURING THRU 4300-EXIT
066900     END-IF.
067000 4000-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400*    4100 - AN "08" OFFSET BACKS OUT THE ORIGINAL IT POINTS AT
067500*           (BUSINESS DATE, BRANCH, SEQUENCE); NEITHER COUNTS.
067600*           AN ORIGINAL OLDER THAN THE WINDOW LEAVES ITS OFFSET
067700*           UNMATCHED, AND THE OFFSET STILL DOES NOT COUNT
067800******************************************************************
067900 4100-MARK-REVERSED.
068000     IF NOT WS-ITM-OFFSET (WS-ITM-IX)
068100         GO TO 4100-EXIT.
068200     SET WS-ITM-IX2 TO 1.
068300     SEARCH WS-ITM-ENT VARYING WS-ITM-IX2
068400         AT END
068500             CONTINUE
068600         WHEN WS-ITM-IX2 > WS-ITM-CNT
068700             CONTINUE
068800         WHEN WS-ITM-LIVE (WS-ITM-IX2)
068900             AND WS-ITM-BF-DATE (WS-ITM-IX2) =
069000                 WS-ITM-RVSL-DATE (WS-ITM-IX)
069100             AND WS-ITM-BRID (WS-ITM-IX2) =
069200                 WS-ITM-RVSL-BRID (WS-ITM-IX)
069300             AND WS-ITM-SEQ (WS-ITM-IX2) =
069400                 WS-ITM-RVSL-SEQ (WS-ITM-IX)
069500             MOVE "R" TO WS-ITM-STUS (WS-ITM-IX2)
069600             ADD 1 TO WS-RVSD-CNT.
069700 4100-EXIT.
069800     EXIT.
069900*
070000******************************************************************
070100*    4200 - A SINGLE CASH ITEM ON THE BUSINESS DATE AT OR ABOVE
070200*           THE THRESHOLD IS A CASE OF ITS OWN
070300******************************************************************
070400 4200-CHECK-LARGE-ITEM.
070500     IF NOT WS-ITM-LIVE (WS-ITM-IX)
070600         OR WS-ITM-BF-DATE (WS-ITM-IX) NOT = BF-DATE
070700         OR WS-ITM-AMT (WS-ITM-IX) < LCP-CASH-THRESH
070800         GO TO 4200-EXIT.
070900     PERFORM 4210-CLEAR-ONE-SEL THRU 4210-EXIT
071000         VARYING WS-ITM-IX2 FROM 1 BY 1
071100         UNTIL WS-ITM-IX2 > WS-ITM-CNT.
071200     MOVE "Y" TO WS-ITM-SEL-SW (WS-ITM-IX).
071300     MOVE "L" TO WS-CASE-TYPE.
071400     MOVE " " TO WS-SPREAD-SW.
071500     ADD 1 TO WS-LARGE-CNT.
071600     PERFORM 4500-WRITE-CASE THRU 4500-EXIT.
071700 4200-EXIT.
071800     EXIT.
071900*
072000 4210-CLEAR-ONE-SEL.
072100     MOVE "N" TO WS-ITM-SEL-SW (WS-ITM-IX2).
072200 4210-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600*    4300 - STRUCTURING - THE ACCOUNT'S CASH ITEMS UNDER THE
072700*           THRESHOLD (AND NOT UNDER THE FLOOR) IN THE WINDOW,
072800*           ENOUGH OF THEM TO REACH THE PATTERN COUNT AND AMOUNT,
072900*           AT LEAST ONE TODAY SO A PATTERN IS REPORTED THE DAY
073000*           IT GROWS RATHER THAN EVERY DAY IT STAYS IN THE
073100*           WINDOW, AND - WHEN LCP-SPREAD-SW ASKS - TAKEN BY
073200*           MORE THAN ONE TELLER OR BRANCH
073300******************************************************************
073400 4300-CHECK-STRUCTURING.
073500     MOVE 0   TO WS-STR-ITEMS.
073600     MOVE 0   TO WS-STR-AMT.
073700     MOVE "N" TO WS-STR-TODAY-SW.
073800     MOVE "N" TO WS-SPREAD-SW.
073900     PERFORM 4310-TEST-ONE-ITEM THRU 4310-EXIT
074000         VARYING WS-ITM-IX FROM 1 BY 1
074100         UNTIL WS-ITM-IX > WS-ITM-CNT.
074200     IF WS-STR-ITEMS < LCP-STR-MIN-CNT
074300         OR WS-STR-AMT < LCP-STR-AMT
074400         OR NOT WS-STR-TODAY
074500         GO TO 4300-EXIT.
074600     IF LCP-SPREAD-REQ AND NOT WS-SPREAD
074700         GO TO 4300-EXIT.
074800     MOVE "S" TO WS-CASE-TYPE.
074900     ADD 1 TO WS-STRUCT-CNT.
075000     PERFORM 4500-WRITE-CASE THRU 4500-EXIT.
075100 4300-EXIT.
075200     EXIT.
075300*
075400 4310-TEST-ONE-ITEM.
075500     MOVE "N" TO WS-ITM-SEL-SW (WS-ITM-IX).
075600     IF NOT WS-ITM-LIVE (WS-ITM-IX)
075700         OR WS-ITM-AMT (WS-ITM-IX) NOT < LCP-CASH-THRESH
075800         OR WS-ITM-AMT (WS-ITM-IX) < LCP-STR-FLOOR
075900         GO TO 4310-EXIT.
076000     MOVE "Y" TO WS-ITM-SEL-SW (WS-ITM-IX).
076100     ADD 1 TO WS-STR-ITEMS.
076200     ADD WS-ITM-AMT (WS-ITM-IX) TO WS-STR-AMT.
076300     IF WS-ITM-BF-DATE (WS-ITM-IX) = BF-DATE
076400         MOVE "Y" TO WS-STR-TODAY-SW
076500     END-IF.
076600     IF WS-STR-ITEMS = 1
076700         MOVE WS-ITM-TELER-ID (WS-ITM-IX) TO WS-FIRST-TELER-ID
076800         MOVE WS-ITM-BRID (WS-ITM-IX)     TO WS-FIRST-BRID
076900     ELSE
077000         IF WS-ITM-TELER-ID (WS-ITM-IX) NOT = WS-FIRST-TELER-ID
077100             OR WS-ITM-BRID (WS-ITM-IX) NOT = WS-FIRST-BRID
077200             MOVE "Y" TO WS-SPREAD-SW
077300         END-IF
077400     END-IF.
077500 4310-EXIT.
077600     EXIT.
077700*
077800******************************************************************
077900*    4500 - WRITE ONE CASE - THE SELECTED ITEMS OF THE TABLE -
078000*           TO THE REPORT AND THE SUBMISSION FILE
078100******************************************************************
078200 4500-WRITE-CASE.
078300     ADD 1 TO WS-CASE-NO.
078400     MOVE 0 TO WS-CASE-ITEMS.
078500     MOVE 0 TO WS-CASE-AMT.
078600     MOVE 0 TO WS-CASE-FIRST-DATE.
078700     MOVE 0 TO WS-CASE-LAST-DATE.
078800     PERFORM 4510-TOTAL-ONE-ITEM THRU 4510-EXIT
078900         VARYING WS-ITM-IX2 FROM 1 BY 1
079000         UNTIL WS-ITM-IX2 > WS-ITM-CNT.
079100     IF WS-CASE-LARGE
079200         MOVE "LARGE ITEM  " TO WS-CASE-DESC
079300     ELSE
079400         MOVE "STRUCTURING " TO WS-CASE-DESC
079500     END-IF.
079600     MOVE SPACES TO RPT-LINE.
079700     WRITE RPT-LINE.
079800     MOVE SPACES TO RPT-LINE.
079900     MOVE WS-CASE-ITEMS TO WS-ITM-ED.
080000     MOVE WS-CASE-AMT   TO WS-AMT-ED.
080100     STRING "CASE " WS-CASE-NO "  " WS-CASE-DESC
080200         " ACCT " WS-CUR-ACCT "  ITEMS " WS-ITM-ED
080300         "  TOTAL " WS-AMT-ED
080400         DELIMITED BY SIZE INTO RPT-LINE.
080500     WRITE RPT-LINE.
080600     IF WS-CASE-STRUCT
080700         MOVE SPACES TO RPT-LINE
080800         STRING "      FROM " WS-CASE-FIRST-DATE
080900             " TO " WS-CASE-LAST-DATE
081000             "   MORE THAN ONE TELLER/BRANCH " WS-SPREAD-SW
081100             DELIMITED BY SIZE INTO RPT-LINE
081200         WRITE RPT-LINE
081300     END-IF.
081400     MOVE SPACES TO RPT-LINE.
081500     STRING "      DATE     BR/SEQ    TELLER    RECEIPT  "
081600         "        AMOUNT  (NEWEST FIRST)"
081700         DELIMITED BY SIZE INTO RPT-LINE.
081800     WRITE RPT-LINE.
081900     MOVE WS-CASE-NO         TO WS-CSE-CASE-NO.
082000     MOVE WS-CASE-TYPE       TO WS-CSE-CASE-TYPE.
082100     MOVE WS-CUR-ACCT        TO WS-CSE-ACCT-NO.
082200     MOVE WS-CASE-ITEMS      TO WS-CSE-ITEMS.
082300     MOVE WS-CASE-AMT        TO WS-CSE-AMT.
082400     MOVE WS-SPREAD-SW       TO WS-CSE-SPREAD-SW.
082500     MOVE WS-CASE-FIRST-DATE TO WS-CSE-FIRST-DATE.
082600     MOVE WS-CASE-LAST-DATE  TO WS-CSE-LAST-DATE.
082700     WRITE SUB-LINE FROM WS-CSE-REC.
082800     PERFORM 4520-WRITE-ONE-DETAIL THRU 4520-EXIT
082900         VARYING WS-ITM-IX2 FROM 1 BY 1
083000         UNTIL WS-ITM-IX2 > WS-ITM-CNT.
083100 4500-EXIT.
083200     EXIT.
083300*
083400 4510-TOTAL-ONE-ITEM.
083500     IF NOT WS-ITM-SEL (WS-ITM-IX2)
083600         GO TO 4510-EXIT.
083700     ADD 1 TO WS-CASE-ITEMS.
083800     ADD WS-ITM-AMT (WS-ITM-IX2) TO WS-CASE-AMT.
083900     IF WS-CASE-FIRST-DATE = 0
084000         OR WS-ITM-BF-DATE (WS-ITM-IX2) < WS-CASE-FIRST-DATE
084100         MOVE WS-ITM-BF-DATE (WS-ITM-IX2) TO WS-CASE-FIRST-DATE
084200     END-IF.
084300     IF WS-ITM-BF-DATE (WS-ITM-IX2) > WS-CASE-LAST-DATE
084400         MOVE WS-ITM-BF-DATE (WS-ITM-IX2) TO WS-CASE-LAST-DATE
084500     END-IF.
084600 4510-EXIT.
084700     EXIT.
084800*
084900 4520-WRITE-ONE-DETAIL.
085000     IF NOT WS-ITM-SEL (WS-ITM-IX2)
085100         GO TO 4520-EXIT.
085200     IF WS-ITM-BF-DATE (WS-ITM-IX2) = BF-DATE
085300         MOVE "TODAY" TO WS-TODAY-MARK
085400     ELSE
085500         MOVE SPACES  TO WS-TODAY-MARK
085600     END-IF.
085700     MOVE SPACES TO RPT-LINE.
085800     MOVE WS-ITM-AMT (WS-ITM-IX2) TO WS-DAMT-ED.
085900     STRING "      " WS-ITM-BF-DATE (WS-ITM-IX2)
086000         " " WS-ITM-BRID (WS-ITM-IX2)
086100         "/" WS-ITM-SEQ (WS-ITM-IX2)
086200         " " WS-ITM-TELER-ID (WS-ITM-IX2)
086300         " " WS-ITM-RCPT-NO (WS-ITM-IX2)
086400         " " WS-DAMT-ED "  " WS-TODAY-MARK
086500         DELIMITED BY SIZE INTO RPT-LINE.
086600     WRITE RPT-LINE.
086700     MOVE WS-CASE-NO                  TO WS-DTL-CASE-NO.
086800     MOVE WS-CUR-ACCT                 TO WS-DTL-ACCT-NO.
086900     MOVE WS-ITM-BF-DATE (WS-ITM-IX2)  TO WS-DTL-BF-DATE.
087000     MOVE WS-ITM-BRID (WS-ITM-IX2)     TO WS-DTL-BRID.
087100     MOVE WS-ITM-SEQ (WS-ITM-IX2)      TO WS-DTL-SEQ.
087200     MOVE WS-ITM-TELER-ID (WS-ITM-IX2) TO WS-DTL-TELER-ID.
087300     MOVE WS-ITM-RCPT-NO (WS-ITM-IX2)  TO WS-DTL-RCPT-NO.
087400     MOVE WS-ITM-AMT (WS-ITM-IX2)      TO WS-DTL-AMT.
087500     WRITE SUB-LINE FROM WS-DTL-REC.
087600     ADD 1 TO WS-SUB-DTL-CNT.
087700     ADD WS-ITM-AMT (WS-ITM-IX2) TO WS-SUB-AMT.
087800 4520-EXIT.
087900     EXIT.
088000*
088100******************************************************************
088200*    5000 - FINALIZE - FOOTING, SUBMISSION TRAILER, CLOSE
088300******************************************************************
088400 5000-FINALIZE.
088500     IF WS-CASE-NO = 0
088600         MOVE SPACES TO RPT-LINE
088700         WRITE RPT-LINE
088800         MOVE SPACES TO RPT-LINE
088900         STRING "  NO LARGE-CASH OR STRUCTURING CASES TODAY"
089000             DELIMITED BY SIZE INTO RPT-LINE
089100         WRITE RPT-LINE
089200     END-IF.
089300     MOVE SPACES TO RPT-LINE.
089400     WRITE RPT-LINE.
089500     MOVE SPACES TO RPT-LINE.
089600     MOVE WS-ITEM-CNT TO WS-CNT-ED.
089700     STRING "CASH ITEMS EXAMINED         " WS-CNT-ED
089800         DELIMITED BY SIZE INTO RPT-LINE.
089900     WRITE RPT-LINE.
090000     MOVE SPACES TO RPT-LINE.
090100     MOVE WS-ACCT-CNT TO WS-CNT-ED.
090200     STRING "ACCOUNTS EXAMINED           " WS-CNT-ED
090300         DELIMITED BY SIZE INTO RPT-LINE.
090400     WRITE RPT-LINE.
090500     MOVE SPACES TO RPT-LINE.
090600     MOVE WS-RVSD-CNT TO WS-CNT-ED.
090700     STRING "REVERSED ITEMS LEFT OUT     " WS-CNT-ED
090800         DELIMITED BY SIZE INTO RPT-LINE.
090900     WRITE RPT-LINE.
091000     MOVE SPACES TO RPT-LINE.
091100     MOVE WS-LARGE-CNT TO WS-CNT-ED.
091200     STRING "LARGE ITEMS REPORTED        " WS-CNT-ED
091300         DELIMITED BY SIZE INTO RPT-LINE.
091400     WRITE RPT-LINE.
091500     MOVE SPACES TO RPT-LINE.
091600     MOVE WS-STRUCT-CNT TO WS-CNT-ED.
091700     STRING "STRUCTURING PATTERNS        " WS-CNT-ED
091800         DELIMITED BY SIZE INTO RPT-LINE.
091900     WRITE RPT-LINE.
092000     MOVE SPACES TO RPT-LINE.
092100     MOVE WS-SUB-DTL-CNT TO WS-CNT-ED.
092200     MOVE WS-SUB-AMT     TO WS-AMT-ED.
092300     STRING "POSTINGS TO SUBMISSION FILE " WS-CNT-ED
092400         "  " WS-AMT-ED
092500         DELIMITED BY SIZE INTO RPT-LINE.
092600     WRITE RPT-LINE.
092700     IF WS-OVFL-CNT > 0
092800         MOVE SPACES TO RPT-LINE
092900         MOVE WS-OVFL-CNT TO WS-CNT-ED
093000         STRING "*** ACCOUNTS OVER THE ITEM TABLE " WS-CNT-ED
093100             " - OLDEST ITEMS NOT EXAMINED ***"
093200             DELIMITED BY SIZE INTO RPT-LINE
093300         WRITE RPT-LINE
093400     END-IF.
093500     MOVE WS-CASE-NO     TO WS-TRL-CASE-CNT.
093600     MOVE WS-SUB-DTL-CNT TO WS-TRL-DTL-CNT.
093700     MOVE WS-SUB-AMT     TO WS-TRL-AMT.
093800     WRITE SUB-LINE FROM WS-TRL-REC.
093900     CLOSE LCRRPTF LCRSUBF.
094000 5000-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400*    6000 - STAMP THE LARGE-CASH REPORT STEP COMPLETE ON THE
094500*           DATE-CLOSE CONTROL
094600******************************************************************
094700 6000-STAMP-STEP.
094800     MOVE "M" TO WS-DC-REQUEST-CD.
094900     MOVE "L" TO WS-DC-STEP-CD.
095000     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
095100         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
095200     IF WS-DC-RETURN-STUS NOT = "00"
095300         DISPLAY "LCR0100 - STEP STAMP FAILED, STATUS "
095400             WS-DC-RETURN-STUS
095500     END-IF.
095600 6000-EXIT.
095700     EXIT.
095800*
095900******************************************************************
096000*    6100 - RELEASE THE SHARED SERVICES
096100******************************************************************
096200 6100-CLOSE-SERVICES.
096300     MOVE "C" TO WS-DC-REQUEST-CD.
096400     CALL "DATECTL" USING WS-DC-REQUEST-CD BF-DATE
096500         WS-DC-STEP-CD WS-DC-STEP-STATS WS-DC-RETURN-STUS.
096600     MOVE "C" TO WS-SC-REQUEST-CD.
096700     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
096800         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
096900     MOVE "C" TO WS-SA-REQUEST-CD.
097000     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
097100         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
097200         SUP1 SUP2 WS-SA-RETURN-STUS.
097300 6100-EXIT.
097400     EXIT.
097500*
097600******************************************************************
097700*    7000 - SUPERVISOR-CLEARED FORCE PAST A MISSING RECEIVING
097800*           STAMP.  SUP1 PROVED THROUGH SUPCHECK (BRANCH 000 -
097900*           OPERATOR CONSOLE) AND WRITTEN THROUGH SUPAUDIT AS
098000*           "DATEFORCE"
098100******************************************************************
098200 7000-FORCE-CLEARANCE.
098300     MOVE "N" TO WS-FORCE-OK-SW.
098400     DISPLAY "FORCE - SUP1 TO PROCEED, BLANK TO ABORT: ".
098500     ACCEPT SUP1.
098600     IF SUP1 = SPACES
098700         GO TO 7000-EXIT.
099000     MOVE SPACES TO TELER-TMLID.
099100     MOVE 0   TO BRID.
099200     MOVE "V" TO WS-SC-REQUEST-CD.
099300     MOVE 0   TO WS-SC-AMT.
099400     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
099500         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
099600     IF WS-SC-RETURN-STUS NOT = "00"
099700         DISPLAY "LCR0100 - SUP1 " SUP1 " REFUSED, REASON "
099800             WS-SC-RETURN-STUS
099900         GO TO 7000-EXIT.
099925     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
099950     IF NOT ATH-PERMITTED
099975         GO TO 7000-EXIT.
100000     MOVE "W" TO WS-SA-REQUEST-CD.
100100     MOVE "DATEFORCE" TO WS-OVER-TYPE.
100200     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
100300         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
100400         SUP1 SUP2 WS-SA-RETURN-STUS.
100500     IF WS-SA-RETURN-STUS NOT = "00"
100600         DISPLAY "LCR0100 - AUDIT WRITE FAILED, STATUS "
100700             WS-SA-RETURN-STUS
100800     END-IF.
100900     MOVE "Y" TO WS-FORCE-OK-SW.
101000 7000-EXIT.
101100     EXIT.
101101*
101102 COPY AUTHENT.
