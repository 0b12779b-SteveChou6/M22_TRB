000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AGT0200.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    AGT0200 - PARTNER AGENT RETURN FILE AND SETTLEMENT SUMMARY
000900*
001000*    RUN ONCE A BUSINESS DATE AFTER THE AGENT FILES LOADED BY
001100*    AGT0100 HAVE BEEN THROUGH EDT0100 AND RCV0100, AND BEFORE THE
001200*    NEXT EDT0100 RUN OVERWRITES RCVF AND RCVERRF.  IT READS THE
001300*    RESULTS BACK ONTO THE AGENT ITEM REGISTER (AGTITMF,
001400*    AGTITM.CPY) BY THE RCV-AGT-REF EVERY AGENT ITEM CARRIES:
001500*
001600*      RCVERRF  - ITEMS EDT0100 REJECTED, WITH ITS REASON
001700*      RCVF     - ITEMS EDT0100 PASSED.  THE POSTING IS FOUND ON
001800*                 POSTF UNDER THE ACCOUNT'S HOME BRANCH AND THE
001900*                 ITEM'S POSITION IN RCVF, AS RCV0100 KEYS IT, AND
002000*                 GIVES THE OFFICIAL RECEIPT NUMBER
002100*      HLDF     - ITEMS RCV0100 PUT ON THE HOLD QUEUE, AND ANY THE
002200*                 HOLD QUEUE HAS SINCE REJECTED.  A RELEASED ITEM
002300*                 COMES BACK THROUGH RCVINF UNDER THE SAME
002400*                 REFERENCE AND IS PICKED UP FROM RCVF
002500*
002600*    AN ITEM PASSED BY EDT0100 BUT NEITHER POSTED NOR HELD IS
002700*    REJECTED AS NOT POSTED, ONCE RUNLOGF SHOWS A COMPLETED
002800*    RECEIVING RUN FOR THE BUSINESS DATE - UNTIL THEN IT IS LEFT
002900*    OUTSTANDING.
003000*
003100*    EVERY RESULT NOT YET RETURNED GOES TO THE AGENT ON AGTRTNF
003200*    (AGTRTN.CPY) - A HEADER, DETAILS AND A TRAILER PER AGENT:
003300*    ACCEPTED WITH OUR RECEIPT NUMBER, REJECTED WITH THE REASON,
003400*    HELD WITH THE HOLD REASON.  A HELD ITEM IS RETURNED AGAIN
003500*    ONCE IT IS SETTLED.  A RERUN FOR THE SAME BUSINESS DATE
003600*    RETURNS THE SAME ITEMS AGAIN.
003700*
003800*    AGTSRPTF IS THE SETTLEMENT SUMMARY: PER AGENT, WHAT THE
003900*    ACCEPTED FILES DECLARED (WHAT THE AGENT OWES US) AGAINST WHAT
004000*    WAS POSTED, REJECTED, HELD AND STILL OUTSTANDING, WITH ANY
004100*    AMOUNT NOT ACCOUNTED FOR, AND EARLIER ITEMS SETTLED TODAY.
004200*
004300*    MODIFICATION HISTORY
004400*    DATE       INIT  DESCRIPTION
004500*    2026-10-15 OPS   ORIGINAL
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT AGTPRMF ASSIGN TO "AGTPRMF"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS AGP-AGT-ID
005400         FILE STATUS IS FILE-STUS.
005500     SELECT AGTFILF ASSIGN TO "AGTFILF"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AGF-KEY
005900         FILE STATUS IS FILE-STUS.
006000     SELECT AGTITMF ASSIGN TO "AGTITMF"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS AGI-KEY
006400         FILE STATUS IS FILE-STUS.
006500     SELECT RCVERRF ASSIGN TO "RCVERRF"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FILE-STUS.
006800     SELECT RCVF ASSIGN TO "RCVF"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FILE-STUS.
007100     SELECT ACCTF ASSIGN TO "ACCTF"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS ACT-ACCT-NO
007500         FILE STATUS IS FILE-STUS.
007600     SELECT POSTF ASSIGN TO "POSTF"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS PST-KEY
008000         FILE STATUS IS FILE-STUS.
008100     SELECT HLDF ASSIGN TO "HLDF"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS HLD-KEY
008500         FILE STATUS IS FILE-STUS.
008600     SELECT RUNLOGF ASSIGN TO "RUNLOGF"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS RUN-KEY
009000         FILE STATUS IS FILE-STUS.
009100     SELECT AGTRTNF ASSIGN TO "AGTRTNF"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS RPT-FILE-STUS.
009400     SELECT AGTSRPTF ASSIGN TO "AGTSRPTF"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS RPT-FILE-STUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  AGTPRMF.
010000 COPY AGTPRM.
010100 FD  AGTFILF.
010200 COPY AGTFIL.
010300 FD  AGTITMF.
010400 COPY AGTITM.
010500 FD  RCVERRF.
010600 COPY RCVERR.
010700 FD  RCVF.
010800 01  RCVF-REC                PIC X(120).
010900 FD  ACCTF.
011000 COPY ACCT.
011100 FD  POSTF.
011200 COPY POSTREC.
011300 FD  HLDF.
011400 COPY HLDITM.
011500 FD  RUNLOGF.
011600 COPY RUNLOG.
011700 FD  AGTRTNF.
011800 COPY AGTRTN.
011900 FD  AGTSRPTF
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  RPT-LINE                PIC X(80).
012200 WORKING-STORAGE SECTION.
012300 COPY FLAG.
012400 COPY AUTHCHKW.
012500 COPY RTNCD.
012600 COPY RCVREC.
012700 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
012800 01  WS-ABORT-SW             PIC X(01) VALUE "N".
012900     88  WS-ABORT-RUN        VALUE "Y".
013000 01  WS-EOF-SW               PIC X(01) VALUE "N".
013100     88  WS-EOF              VALUE "Y".
013200 01  WS-AGT-EOF-SW           PIC X(01) VALUE "N".
013300     88  WS-AGT-EOF          VALUE "Y".
013400 01  WS-SUB-EOF-SW           PIC X(01) VALUE "N".
013500     88  WS-SUB-EOF          VALUE "Y".
013600 01  WS-HLDF-SW              PIC X(01) VALUE "N".
013700     88  WS-HLDF-OPEN        VALUE "Y".
013800 01  WS-RCV-DONE-SW          PIC X(01) VALUE "N".
013900     88  WS-RCV-DONE         VALUE "Y".
014000 01  WS-ITM-FOUND-SW         PIC X(01) VALUE "N".
014100     88  WS-ITM-FOUND        VALUE "Y".
014200 01  WS-POST-MATCH-SW        PIC X(01) VALUE "N".
014300     88  WS-POST-MATCH       VALUE "Y".
014400 01  WS-ITM-CHANGED-SW       PIC X(01) VALUE "N".
014500     88  WS-ITM-CHANGED      VALUE "Y".
014600 01  WS-RTN-HDR-SW           PIC X(01) VALUE "N".
014700     88  WS-RTN-HDR-WRITTEN  VALUE "Y".
014800 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
014900*        POSITION OF THE ITEM IN RCVF - RCV0100'S RCV-IDX
015000 01  WS-RCV-IDX              PIC 9(05) COMP VALUE 0.
015100 01  WS-HELD-DESC            PIC X(30) VALUE SPACES.
015200*        RESULTS APPLIED TO THE REGISTER THIS RUN
015300 01  WS-ERR-APPLIED          PIC 9(07) COMP VALUE 0.
015400 01  WS-POST-APPLIED         PIC 9(07) COMP VALUE 0.
015500 01  WS-PASS-APPLIED         PIC 9(07) COMP VALUE 0.
015600 01  WS-HOLD-APPLIED         PIC 9(07) COMP VALUE 0.
015700 01  WS-HREJ-APPLIED         PIC 9(07) COMP VALUE 0.
015800 01  WS-NPST-APPLIED         PIC 9(07) COMP VALUE 0.
015900 01  WS-NOREG-CNT            PIC 9(07) COMP VALUE 0.
016000 01  WS-RTN-AGT-CNT          PIC 9(07) COMP VALUE 0.
016100 01  WS-RTN-DTL-CNT          PIC 9(07) COMP VALUE 0.
016200*        RETURN FILE TRAILER TOTALS FOR THE CURRENT AGENT
016300 01  WS-RT-REC-CNT           PIC 9(07) COMP VALUE 0.
016400 01  WS-RT-ACPT-CNT          PIC 9(07) COMP VALUE 0.
016500 01  WS-RT-ACPT-AMT          PIC 9(13)V99 COMP-3 VALUE 0.
016600 01  WS-RT-RJCT-CNT          PIC 9(07) COMP VALUE 0.
016700 01  WS-RT-RJCT-AMT          PIC 9(13)V99 COMP-3 VALUE 0.
016800 01  WS-RT-HELD-CNT          PIC 9(07) COMP VALUE 0.
016900 01  WS-RT-HELD-AMT          PIC 9(13)V99 COMP-3 VALUE 0.
017000*        SETTLEMENT LINES, PER AGENT AND FOR ALL AGENTS
017100*          1 DECLARED BY ACCEPTED FILES   5 HELD FOR REPAIR
017200*          2 POSTED                       6 NOT YET SETTLED
017300*          3 REJECTED AT LOAD             7 EARLIER ITEMS POSTED
017400*          4 REJECTED AFTER LOAD          8 EARLIER ITEMS REJECTED
017500 01  WS-STL-LABEL-INIT.
017600     05  FILLER PIC X(24) VALUE "DECLARED (AGENT OWES)   ".
017700     05  FILLER PIC X(24) VALUE "POSTED                  ".
017800     05  FILLER PIC X(24) VALUE "REJECTED AT LOAD        ".
017900     05  FILLER PIC X(24) VALUE "REJECTED AFTER LOAD     ".
018000     05  FILLER PIC X(24) VALUE "HELD FOR REPAIR         ".
018100     05  FILLER PIC X(24) VALUE "NOT YET SETTLED         ".
018200     05  FILLER PIC X(24) VALUE "EARLIER ITEMS POSTED    ".
018300     05  FILLER PIC X(24) VALUE "EARLIER ITEMS REJECTED  ".
018400 01  WS-STL-LABEL-TABLE REDEFINES WS-STL-LABEL-INIT.
018500     05  WS-STL-LABEL        PIC X(24) OCCURS 8 TIMES.
018600 01  WS-AG-TOTALS.
018700     05  WS-AG-ENT OCCURS 8 TIMES.
018800         10  WS-AG-CNT       PIC 9(07) COMP.
018900         10  WS-AG-AMT       PIC 9(13)V99 COMP-3.
019000 01  WS-GT-TOTALS.
019100     05  WS-GT-ENT OCCURS 8 TIMES.
019200         10  WS-GT-CNT       PIC 9(07) COMP.
019300         10  WS-GT-AMT       PIC 9(13)V99 COMP-3.
019400 01  WS-TX                   PIC 9(02) COMP VALUE 0.
019500 01  WS-AG-FILE-CNT          PIC 9(05) COMP VALUE 0.
019600 01  WS-AG-RFSD-CNT          PIC 9(05) COMP VALUE 0.
019700 01  WS-AG-PRINTED-CNT       PIC 9(05) COMP VALUE 0.
019800 01  WS-OOB-AGT-CNT          PIC 9(05) COMP VALUE 0.
019900 01  WS-SHORT-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
020000 01  WS-UNACC-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
020100 01  WS-PRT-LABEL            PIC X(24) VALUE SPACES.
020200 01  WS-PRT-CNT              PIC 9(07) COMP VALUE 0.
020300 01  WS-PRT-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
020400 01  WS-CNT-ED               PIC ZZZZZZ9.
020500 01  WS-CNT2-ED              PIC ZZZZZZ9.
020600 01  WS-AMT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020700 PROCEDURE DIVISION.
020800*
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     IF NOT WS-ABORT-RUN
021200         PERFORM 2000-APPLY-EDIT-REJECTS THRU 2000-EXIT
021300         PERFORM 3000-APPLY-POSTINGS THRU 3000-EXIT
021400         PERFORM 4000-APPLY-HOLDS THRU 4000-EXIT
021500         PERFORM 5000-RETURN-AND-SETTLE THRU 5000-EXIT
021600         PERFORM 9000-FINALIZE THRU 9000-EXIT.
021700     STOP RUN.
021800*
021900******************************************************************
022000*    1000 - INITIALIZE - OPERATOR, BUSINESS DATE AND FILES
022100******************************************************************
022200 1000-INITIALIZE.
022300     DISPLAY "OPERATOR  : ".
022400     ACCEPT TELER-ID.
022500     MOVE SPACES TO TELER-TMLID.
022600     MOVE 0   TO BRID.
022700     MOVE "AGT0200" TO ATH-PGM-ID.
022800     MOVE "R"       TO ATH-FUNC-CD.
022900     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
023000     IF NOT ATH-PERMITTED
023100         MOVE "Y" TO WS-ABORT-SW
023200         GO TO 1000-EXIT.
023300     DISPLAY "BUS DATE  : ".
023400     ACCEPT BF-DATE.
023500     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.
023600     OPEN INPUT AGTPRMF.
023700     IF NOT STS-OK
023800         DISPLAY "AGT0200 - NO AGENT PARAMETERS, STATUS "
023900             FILE-STUS " - NOTHING TO RETURN"
024000         MOVE "Y" TO WS-ABORT-SW
024100         GO TO 1000-EXIT.
024200     OPEN I-O AGTITMF.
024300     IF NOT STS-OK
024400         DISPLAY "AGT0200 - NO AGENT ITEM REGISTER, STATUS "
024500             FILE-STUS " - NOTHING LOADED BY AGT0100"
024600         CLOSE AGTPRMF
024700         MOVE "Y" TO WS-ABORT-SW
024800         GO TO 1000-EXIT.
024900     OPEN INPUT AGTFILF.
025000     IF NOT STS-OK
025100         DISPLAY "AGT0200 - NO AGENT FILE LOG, STATUS " FILE-STUS
025200         CLOSE AGTPRMF AGTITMF
025300         MOVE "Y" TO WS-ABORT-SW
025400         GO TO 1000-EXIT.
025500*        WITHOUT THE ACCOUNT MASTER AND POSTF NO POSTING CAN BE
025600*        FOUND, AND EVERY PASSED ITEM WOULD FALL OUT NOT POSTED
025700     OPEN INPUT ACCTF.
025800     IF NOT STS-OK
025900         DISPLAY "AGT0200 - ACCTF NOT OPENED, STATUS " FILE-STUS
026000         CLOSE AGTPRMF AGTITMF AGTFILF
026100         MOVE "Y" TO WS-ABORT-SW
026200         GO TO 1000-EXIT.
026300     OPEN INPUT POSTF.
026400     IF NOT STS-OK
026500         DISPLAY "AGT0200 - POSTF NOT OPENED, STATUS " FILE-STUS
026600         CLOSE AGTPRMF AGTITMF AGTFILF ACCTF
026700         MOVE "Y" TO WS-ABORT-SW
026800         GO TO 1000-EXIT.
026900*        NO HOLD QUEUE YET ("35") MEANS NOTHING HAS EVER BEEN HELD
027000     OPEN INPUT HLDF.
027100     IF STS-OK
027200         MOVE "Y" TO WS-HLDF-SW
027300     ELSE
027400         IF FILE-STUS NOT = "35"
027500             DISPLAY "AGT0200 - HLDF NOT OPENED, STATUS "
027600                 FILE-STUS
027700             CLOSE AGTPRMF AGTITMF AGTFILF ACCTF POSTF
027800             MOVE "Y" TO WS-ABORT-SW
027900             GO TO 1000-EXIT
028000         END-IF
028100     END-IF.
028200     PERFORM 1100-CHECK-RECEIVING-RUN THRU 1100-EXIT.
028300     OPEN OUTPUT AGTRTNF.
028400     OPEN OUTPUT AGTSRPTF.
028500     MOVE SPACES TO RPT-LINE.
028600     STRING "AGT0200 PARTNER AGENT SETTLEMENT SUMMARY - "
028700         "BUS DATE " BF-DATE
028800         DELIMITED BY SIZE INTO RPT-LINE.
028900     WRITE RPT-LINE.
029000     MOVE SPACES TO RPT-LINE.
029100     STRING "RUN DATE " WS-SYS-DATE8 "  OPERATOR " TELER-ID
029200         DELIMITED BY SIZE INTO RPT-LINE.
029300     WRITE RPT-LINE.
029400     IF NOT WS-RCV-DONE
029500         MOVE SPACES TO RPT-LINE
029600         STRING "NO COMPLETED RCV0100 RUN FOR THE BUS DATE - "
029700             "PASSED ITEMS LEFT OUTSTANDING"
029800             DELIMITED BY SIZE INTO RPT-LINE
029900         WRITE RPT-LINE
030000     END-IF.
030100     MOVE SPACES TO RPT-LINE.
030200     WRITE RPT-LINE.
030300     INITIALIZE WS-GT-TOTALS.
030400 1000-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800*    1100 - HAS A RECEIVING RUN COMPLETED FOR THE BUSINESS DATE?
030900*           UNTIL ONE HAS, AN ITEM NOT FOUND ON POSTF MAY SIMPLY
031000*           NOT HAVE BEEN POSTED YET
031100******************************************************************
031200 1100-CHECK-RECEIVING-RUN.
031300     OPEN INPUT RUNLOGF.
031400     IF NOT STS-OK
031500         DISPLAY "AGT0200 - NO RUN LOG, STATUS " FILE-STUS
031600             " - PASSED ITEMS LEFT OUTSTANDING"
031700         GO TO 1100-EXIT.
031800     MOVE BF-DATE    TO RUN-BF-DATE.
031900     MOVE 0          TO RUN-BRID.
032000     MOVE LOW-VALUES TO RUN-TMLID.
032100     MOVE "N" TO WS-SUB-EOF-SW.
032200     START RUNLOGF KEY NOT < RUN-KEY
032300         INVALID KEY
032400             MOVE "Y" TO WS-SUB-EOF-SW
032500     END-START.
032600     PERFORM 1110-CHECK-ONE-RUN THRU 1110-EXIT
032700         UNTIL WS-SUB-EOF OR WS-RCV-DONE.
032800     CLOSE RUNLOGF.
032900 1100-EXIT.
033000     EXIT.
033100*
033200 1110-CHECK-ONE-RUN.
033300     READ RUNLOGF NEXT
033400         AT END
033500             MOVE "Y" TO WS-SUB-EOF-SW
033600     END-READ.
033700     IF WS-SUB-EOF
033800         GO TO 1110-EXIT.
033900     IF RUN-BF-DATE NOT = BF-DATE
034000         MOVE "Y" TO WS-SUB-EOF-SW
034100         GO TO 1110-EXIT.
034200     IF RUN-COMPLETED
034300         MOVE "Y" TO WS-RCV-DONE-SW.
034400 1110-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800*    2000 - ITEMS EDT0100 REJECTED (RCVERRF) - THE REGISTER ENTRY
034900*           IS REJECTED WITH EDT0100'S REASON
035000******************************************************************
035100 2000-APPLY-EDIT-REJECTS.
035200     OPEN INPUT RCVERRF.
035300     IF NOT STS-OK
035400         DISPLAY "AGT0200 - NO RCVERRF, STATUS " FILE-STUS
035500             " - NO PRE-EDIT REJECTIONS APPLIED"
035600         GO TO 2000-EXIT.
035700     MOVE "N" TO WS-EOF-SW.
035800     PERFORM 2100-APPLY-ONE-REJECT THRU 2100-EXIT
035900         UNTIL WS-EOF.
036000     CLOSE RCVERRF.
036100 2000-EXIT.
036200     EXIT.
036300*
036400 2100-APPLY-ONE-REJECT.
036500     READ RCVERRF
036600         AT END
036700             MOVE "Y" TO WS-EOF-SW
036800     END-READ.
036900     IF WS-EOF
037000         GO TO 2100-EXIT.
037100     MOVE ERR-IMAGE TO RCV-REC.
037200     IF RCV-AGT-ID = SPACES
037300         GO TO 2100-EXIT.
037400     PERFORM 6000-READ-REGISTER THRU 6000-EXIT.
037500     IF NOT WS-ITM-FOUND OR NOT AGI-OPEN
037600         GO TO 2100-EXIT.
037700     MOVE "R"        TO AGI-STUS.
037800     MOVE "E"        TO AGI-RSLT-SRC.
037900     MOVE BF-DATE    TO AGI-RSLT-DATE.
038000     MOVE ERR-REASON TO AGI-REASON.
038100     MOVE 0          TO AGI-RTN-DATE.
038200     PERFORM 6100-REWRITE-REGISTER THRU 6100-EXIT.
038300     ADD 1 TO WS-ERR-APPLIED.
038400 2100-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800*    3000 - ITEMS EDT0100 PASSED (RCVF).  A POSTING FOUND ON POSTF
038900*           ACCEPTS THE ITEM WITH ITS RECEIPT NUMBER; OTHERWISE IT
039000*           IS MARKED PASSED UNTIL THE HOLD QUEUE OR THE
039100*           SETTLEMENT STEP SAYS WHAT BECAME OF IT
039200******************************************************************
039300 3000-APPLY-POSTINGS.
039400     OPEN INPUT RCVF.
039500     IF NOT STS-OK
039600         DISPLAY "AGT0200 - NO RCVF, STATUS " FILE-STUS
039700             " - NO POSTINGS APPLIED"
039800         GO TO 3000-EXIT.
039900     MOVE "N" TO WS-EOF-SW.
040000     MOVE 0   TO WS-RCV-IDX.
040100     PERFORM 3100-APPLY-ONE-ITEM THRU 3100-EXIT
040200         UNTIL WS-EOF.
040300     CLOSE RCVF.
040400 3000-EXIT.
040500     EXIT.
040600*
040700 3100-APPLY-ONE-ITEM.
040800     READ RCVF INTO RCV-REC
040900         AT END
041000             MOVE "Y" TO WS-EOF-SW
041100     END-READ.
041200     IF WS-EOF
041300         GO TO 3100-EXIT.
041400     ADD 1 TO WS-RCV-IDX.
041500     IF RCV-AGT-ID = SPACES
041600         GO TO 3100-EXIT.
041700     PERFORM 6000-READ-REGISTER THRU 6000-EXIT.
041800     IF NOT WS-ITM-FOUND OR NOT AGI-OPEN
041900         GO TO 3100-EXIT.
042000     PERFORM 3200-FIND-POSTING THRU 3200-EXIT.
042100     MOVE BF-DATE TO AGI-RSLT-DATE.
042200     IF WS-POST-MATCH
042300         MOVE "A"         TO AGI-STUS
042400         MOVE "P"         TO AGI-RSLT-SRC
042500         MOVE PST-RCPT-NO TO AGI-RCPT-NO
042600         MOVE PST-BRID    TO AGI-POST-BRID
042700         MOVE PST-SEQ     TO AGI-POST-SEQ
042800         MOVE SPACES      TO AGI-REASON
042900         MOVE 0           TO AGI-RTN-DATE
043000         ADD 1 TO WS-POST-APPLIED
043100     ELSE
043200         MOVE "P"         TO AGI-STUS
043300         MOVE "E"         TO AGI-RSLT-SRC
043400         ADD 1 TO WS-PASS-APPLIED
043500     END-IF.
043600     PERFORM 6100-REWRITE-REGISTER THRU 6100-EXIT.
043700 3100-EXIT.
043800     EXIT.
043900*
044000******************************************************************
044100*    3200 - FIND THE ITEM'S POSTING AS RCV0100 KEYS IT: THE
044200*           ACCOUNT'S HOME BRANCH AND THE ITEM'S RCVF POSITION.
044300*           IT MUST BE THE SAME TELLER, ACCOUNT AND AMOUNT, NOT A
044400*           SERVICE FEE, AND POSTED CLEAN
044500******************************************************************
044600 3200-FIND-POSTING.
044700     MOVE "N" TO WS-POST-MATCH-SW.
044800     MOVE RCV-ACCT-NO TO ACT-ACCT-NO.
044900     READ ACCTF
045000         KEY IS ACT-ACCT-NO
045100         INVALID KEY
045200             CONTINUE
045300     END-READ.
045400     IF NOT STS-OK
045500         GO TO 3200-EXIT.
045600     MOVE ACT-BRID   TO PST-BRID.
045700     MOVE WS-RCV-IDX TO PST-SEQ.
045800     READ POSTF
045900         KEY IS PST-KEY
046000         INVALID KEY
046100             CONTINUE
046200     END-READ.
046300     IF NOT STS-OK
046400         GO TO 3200-EXIT.
046500     IF PST-TELER-ID = RCV-TELER-ID
046600         AND PST-ACCT-NO = RCV-ACCT-NO
046700         AND PST-AMT = RCV-AMT
046800         AND NOT PST-FEE-ITEM
046900         AND PST-RETURN-CD = "00"
047000         MOVE "Y" TO WS-POST-MATCH-SW.
047100 3200-EXIT.
047200     EXIT.
047300*
047400******************************************************************
047500*    4000 - THE HOLD QUEUE (HLDF).  AN OPEN HOLD ON A PASSED ITEM
047600*           MAKES IT HELD, WITH THE HOLD REASON; AN ITEM THE HOLD
047700*           QUEUE REJECTED IS REJECTED.  A RELEASED HOLD IS LEFT
047800*           ALONE - THE ITEM COMES BACK THROUGH RCVF
047900******************************************************************
048000 4000-APPLY-HOLDS.
048100     IF NOT WS-HLDF-OPEN
048200         GO TO 4000-EXIT.
048300     MOVE "N" TO WS-EOF-SW.
048400     PERFORM 4100-APPLY-ONE-HOLD THRU 4100-EXIT
048500         UNTIL WS-EOF.
048600 4000-EXIT.
048700     EXIT.
048800*
048900 4100-APPLY-ONE-HOLD.
049000     READ HLDF NEXT
049100         AT END
049200             MOVE "Y" TO WS-EOF-SW
049300     END-READ.
049400     IF WS-EOF
049500         GO TO 4100-EXIT.
049600     IF HLD-RELEASED
049700         GO TO 4100-EXIT.
049800     MOVE HLD-RCV-IMAGE TO RCV-REC.
049900     IF RCV-AGT-ID = SPACES
050000         GO TO 4100-EXIT.
050100     PERFORM 6000-READ-REGISTER THRU 6000-EXIT.
050200     IF NOT WS-ITM-FOUND
050300         GO TO 4100-EXIT.
050400     IF HLD-OPEN AND (AGI-LOADED OR AGI-PASSED)
050500         MOVE SPACES TO WS-HELD-DESC
050600         SET RTN-CD-IX TO 1
050700         SEARCH RTN-CD-ENT
050800             AT END
050900                 MOVE "HELD FOR REPAIR" TO WS-HELD-DESC
051000             WHEN RTN-CD-VAL (RTN-CD-IX) = HLD-RETURN-CD
051100                 MOVE RTN-CD-DESC (RTN-CD-IX) TO WS-HELD-DESC
051200         END-SEARCH
051300         MOVE "H"          TO AGI-STUS
051400         MOVE "H"          TO AGI-RSLT-SRC
051500         MOVE BF-DATE      TO AGI-RSLT-DATE
051600         MOVE WS-HELD-DESC TO AGI-REASON
051700         MOVE 0            TO AGI-RTN-DATE
051800         PERFORM 6100-REWRITE-REGISTER THRU 6100-EXIT
051900         ADD 1 TO WS-HOLD-APPLIED
052000         GO TO 4100-EXIT.
052100     IF HLD-REJECTED AND AGI-OPEN
052200         MOVE "R"          TO AGI-STUS
052300         MOVE "H"          TO AGI-RSLT-SRC
052400         MOVE BF-DATE      TO AGI-RSLT-DATE
052500         MOVE HLD-RJCT-REASON TO AGI-REASON
052600         IF AGI-REASON = SPACES
052700             MOVE "REJECTED FROM THE HOLD QUEUE" TO AGI-REASON
052800         END-IF
052900         MOVE 0            TO AGI-RTN-DATE
053000         PERFORM 6100-REWRITE-REGISTER THRU 6100-EXIT
053100         ADD 1 TO WS-HREJ-APPLIED.
053200 4100-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600*    5000 - PER AGENT: RETURN FILE GROUP AND SETTLEMENT SUMMARY
053700******************************************************************
053800 5000-RETURN-AND-SETTLE.
053900     MOVE "N" TO WS-AGT-EOF-SW.
054000     PERFORM 5100-SETTLE-AGENT THRU 5100-EXIT
054100         UNTIL WS-AGT-EOF.
054200     PERFORM 5800-PRINT-GRAND-TOTALS THRU 5800-EXIT.
054300 5000-EXIT.
054400     EXIT.
054500*
054600 5100-SETTLE-AGENT.
054700     READ AGTPRMF NEXT
054800         AT END
054900             MOVE "Y" TO WS-AGT-EOF-SW
055000     END-READ.
055100     IF WS-AGT-EOF
055200         GO TO 5100-EXIT.
055300     INITIALIZE WS-AG-TOTALS.
055400     MOVE 0   TO WS-AG-FILE-CNT WS-AG-RFSD-CNT.
055500     MOVE 0   TO WS-RT-REC-CNT WS-RT-ACPT-CNT WS-RT-ACPT-AMT
055600         WS-RT-RJCT-CNT WS-RT-RJCT-AMT WS-RT-HELD-CNT
055700         WS-RT-HELD-AMT.
055800     MOVE "N" TO WS-RTN-HDR-SW.
055900     PERFORM 5200-TOTAL-FILES THRU 5200-EXIT.
056000     PERFORM 5300-SETTLE-ITEMS THRU 5300-EXIT.
056100     IF WS-RTN-HDR-WRITTEN
056200         PERFORM 5500-WRITE-RETURN-TRAILER THRU 5500-EXIT.
056300     IF WS-AG-FILE-CNT > 0 OR WS-AG-RFSD-CNT > 0
056400         OR WS-RTN-HDR-WRITTEN
056500         OR WS-AG-CNT (6) > 0 OR WS-AG-CNT (7) > 0
056600         OR WS-AG-CNT (8) > 0
056700         PERFORM 5600-PRINT-AGENT THRU 5600-EXIT.
056800     PERFORM 5700-ADD-GRAND THRU 5700-EXIT
056900         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8.
057000 5100-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400*    5200 - WHAT THE AGENT'S FILES LOADED UNDER THE BUSINESS DATE
057500*           DECLARED IN THEIR TRAILERS - WHAT THE AGENT OWES US
057600******************************************************************
057700 5200-TOTAL-FILES.
057800     MOVE AGP-AGT-ID TO AGF-AGT-ID.
057900     MOVE 0          TO AGF-FILE-DATE AGF-FILE-SEQ.
058000     MOVE "N" TO WS-SUB-EOF-SW.
058100     START AGTFILF KEY NOT < AGF-KEY
058200         INVALID KEY
058300             MOVE "Y" TO WS-SUB-EOF-SW
058400     END-START.
058500     PERFORM 5210-TOTAL-ONE-FILE THRU 5210-EXIT
058600         UNTIL WS-SUB-EOF.
058700 5200-EXIT.
058800     EXIT.
058900*
059000 5210-TOTAL-ONE-FILE.
059100     READ AGTFILF NEXT
059200         AT END
059300             MOVE "Y" TO WS-SUB-EOF-SW
059400     END-READ.
059500     IF WS-SUB-EOF
059600         GO TO 5210-EXIT.
059700     IF AGF-AGT-ID NOT = AGP-AGT-ID
059800         MOVE "Y" TO WS-SUB-EOF-SW
059900         GO TO 5210-EXIT.
060000     IF AGF-BF-DATE NOT = BF-DATE
060100         GO TO 5210-EXIT.
060200     IF AGF-ACCEPTED
060300         ADD 1            TO WS-AG-FILE-CNT
060400         ADD AGF-DECL-CNT TO WS-AG-CNT (1)
060500         ADD AGF-DECL-AMT TO WS-AG-AMT (1)
060600     ELSE
060700         ADD 1            TO WS-AG-RFSD-CNT
060800     END-IF.
060900 5210-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300*    5300 - WALK THE AGENT'S REGISTER ENTRIES: SETTLE PASSED ITEMS
061400*           RCV0100 NEITHER POSTED NOR HELD, RETURN EVERY RESULT
061500*           NOT YET RETURNED, AND TALLY THE SETTLEMENT
061600******************************************************************
061700 5300-SETTLE-ITEMS.
061800     MOVE AGP-AGT-ID TO AGI-AGT-ID.
061900     MOVE 0          TO AGI-REF-NO.
062000     MOVE "N" TO WS-SUB-EOF-SW.
062100     START AGTITMF KEY NOT < AGI-KEY
062200         INVALID KEY
062300             MOVE "Y" TO WS-SUB-EOF-SW
062400     END-START.
062500     PERFORM 5310-SETTLE-ONE-ITEM THRU 5310-EXIT
062600         UNTIL WS-SUB-EOF.
062700 5300-EXIT.
062800     EXIT.
062900*
063000 5310-SETTLE-ONE-ITEM.
063100     READ AGTITMF NEXT
063200         AT END
063300             MOVE "Y" TO WS-SUB-EOF-SW
063400     END-READ.
063500     IF WS-SUB-EOF
063600         GO TO 5310-EXIT.
063700     IF AGI-AGT-ID NOT = AGP-AGT-ID
063800         MOVE "Y" TO WS-SUB-EOF-SW
063900         GO TO 5310-EXIT.
064000     MOVE "N" TO WS-ITM-CHANGED-SW.
064100     IF AGI-PASSED AND WS-RCV-DONE
064200         MOVE "R"       TO AGI-STUS
064300         MOVE "P"       TO AGI-RSLT-SRC
064400         MOVE BF-DATE   TO AGI-RSLT-DATE
064500         MOVE "NOT POSTED BY RECEIVING RUN" TO AGI-REASON
064600         MOVE 0         TO AGI-RTN-DATE
064700         MOVE "Y"       TO WS-ITM-CHANGED-SW
064800         ADD 1 TO WS-NPST-APPLIED
064900     END-IF.
065000     IF (AGI-ACCEPTED OR AGI-REJECTED OR AGI-HELD)
065100         AND (AGI-RTN-DATE = 0 OR AGI-RTN-DATE = BF-DATE)
065200         PERFORM 5400-WRITE-RETURN-DETAIL THRU 5400-EXIT
065300         MOVE BF-DATE   TO AGI-RTN-DATE
065400         MOVE "Y"       TO WS-ITM-CHANGED-SW
065500     END-IF.
065600     IF WS-ITM-CHANGED
065700         PERFORM 6100-REWRITE-REGISTER THRU 6100-EXIT.
065800     IF AGI-BF-DATE = BF-DATE
065900         EVALUATE TRUE
066000             WHEN AGI-ACCEPTED
066100                 MOVE 2 TO WS-TX
066200             WHEN AGI-REJECTED AND AGI-RSLT-SRC = "M"
066300                 MOVE 3 TO WS-TX
066400             WHEN AGI-REJECTED
066500                 MOVE 4 TO WS-TX
066600             WHEN AGI-HELD
066700                 MOVE 5 TO WS-TX
066800             WHEN OTHER
066900                 MOVE 6 TO WS-TX
067000         END-EVALUATE
067100     ELSE
067200         MOVE 0 TO WS-TX
067300         IF AGI-RSLT-DATE = BF-DATE AND AGI-ACCEPTED
067400             MOVE 7 TO WS-TX
067500         END-IF
067600         IF AGI-RSLT-DATE = BF-DATE AND AGI-REJECTED
067700             MOVE 8 TO WS-TX
067800         END-IF
067900     END-IF.
068000     IF WS-TX > 0
068100         ADD 1       TO WS-AG-CNT (WS-TX)
068200         ADD AGI-AMT TO WS-AG-AMT (WS-TX).
068300 5310-EXIT.
068400     EXIT.
068500*
068600******************************************************************
068700*    5400 - ONE RETURN DETAIL, HEADED BY THE AGENT'S HEADER THE
068800*           FIRST TIME
068900******************************************************************
069000 5400-WRITE-RETURN-DETAIL.
069100     IF NOT WS-RTN-HDR-WRITTEN
069200         MOVE SPACES       TO AGR-REC
069300         MOVE "H"          TO AGR-REC-TYPE
069400         MOVE AGP-AGT-ID   TO AGR-AGT-ID
069500         MOVE BF-DATE      TO AGR-BF-DATE
069600         MOVE WS-SYS-DATE8 TO AGR-RUN-DATE
069700         MOVE AGP-NAME     TO AGR-AGT-NAME
069800         WRITE AGR-REC
069900         MOVE "Y" TO WS-RTN-HDR-SW
070000         ADD 1 TO WS-RTN-AGT-CNT
070100     END-IF.
070200     MOVE SPACES        TO AGR-REC.
070300     MOVE "D"           TO AGR-REC-TYPE.
070400     MOVE AGI-AGT-ID    TO AGR-AGT-ID.
070500     MOVE AGI-FILE-DATE TO AGR-FILE-DATE.
070600     MOVE AGI-FILE-SEQ  TO AGR-FILE-SEQ.
070700     MOVE AGI-ITEM-NO   TO AGR-ITEM-NO.
070800     MOVE AGI-PAY-REF   TO AGR-PAY-REF.
070900     MOVE AGI-ACCT-NO   TO AGR-ACCT-NO.
071000     MOVE AGI-AMT       TO AGR-AMT.
071100     MOVE AGI-STUS      TO AGR-DISP.
071200     MOVE 0             TO AGR-RCPT-NO AGR-POST-BRID.
071300     IF AGI-ACCEPTED
071400         MOVE AGI-RCPT-NO   TO AGR-RCPT-NO
071500         MOVE AGI-POST-BRID TO AGR-POST-BRID
071600         ADD 1       TO WS-RT-ACPT-CNT
071700         ADD AGI-AMT TO WS-RT-ACPT-AMT
071800     ELSE
071900         MOVE AGI-REASON    TO AGR-REASON
072000         IF AGI-REJECTED
072100             ADD 1       TO WS-RT-RJCT-CNT
072200             ADD AGI-AMT TO WS-RT-RJCT-AMT
072300         ELSE
072400             ADD 1       TO WS-RT-HELD-CNT
072500             ADD AGI-AMT TO WS-RT-HELD-AMT
072600         END-IF
072700     END-IF.
072800     WRITE AGR-REC.
072900     ADD 1 TO WS-RT-REC-CNT.
073000     ADD 1 TO WS-RTN-DTL-CNT.
073100 5400-EXIT.
073200     EXIT.
073300*
073400 5500-WRITE-RETURN-TRAILER.
073500     MOVE SPACES         TO AGR-REC.
073600     MOVE "T"            TO AGR-REC-TYPE.
073700     MOVE AGP-AGT-ID     TO AGR-AGT-ID.
073800     MOVE WS-RT-REC-CNT  TO AGR-REC-CNT.
073900     MOVE WS-RT-ACPT-CNT TO AGR-ACPT-CNT.
074000     MOVE WS-RT-ACPT-AMT TO AGR-ACPT-AMT.
074100     MOVE WS-RT-RJCT-CNT TO AGR-RJCT-CNT.
074200     MOVE WS-RT-RJCT-AMT TO AGR-RJCT-AMT.
074300     MOVE WS-RT-HELD-CNT TO AGR-HELD-CNT.
074400     MOVE WS-RT-HELD-AMT TO AGR-HELD-AMT.
074500     WRITE AGR-REC.
074600 5500-EXIT.
074700     EXIT.
074800*
074900******************************************************************
075000*    5600 - THE AGENT'S SETTLEMENT.  OWED LESS POSTED IS WHAT THE
075100*           AGENT KEEPS BACK OR REFUNDS; UNACCOUNTED IS DECLARED
075200*           LESS EVERY ITEM ON THE REGISTER AND SHOULD BE ZERO
075300******************************************************************
075400 5600-PRINT-AGENT.
075500     ADD 1 TO WS-AG-PRINTED-CNT.
075600     MOVE SPACES TO RPT-LINE.
075700     STRING "AGENT " AGP-AGT-ID " " AGP-NAME
075800         "  TELLER " AGP-TELER-ID "  BRANCH " AGP-BRID
075900         DELIMITED BY SIZE INTO RPT-LINE.
076000     WRITE RPT-LINE.
076100     MOVE WS-AG-FILE-CNT TO WS-CNT-ED.
076200     MOVE WS-AG-RFSD-CNT TO WS-CNT2-ED.
076300     MOVE SPACES TO RPT-LINE.
076400     STRING "  FILES ACCEPTED " WS-CNT-ED "   REFUSED " WS-CNT2-ED
076500         DELIMITED BY SIZE INTO RPT-LINE.
076600     WRITE RPT-LINE.
076700     PERFORM 5610-PRINT-AGENT-LINE THRU 5610-EXIT
076800         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6.
076900     COMPUTE WS-SHORT-AMT = WS-AG-AMT (1) - WS-AG-AMT (2).
077000     MOVE "OWED LESS POSTED" TO WS-PRT-LABEL.
077100     MOVE 0            TO WS-PRT-CNT.
077200     MOVE WS-SHORT-AMT TO WS-PRT-AMT.
077300     PERFORM 5900-PRINT-TOTAL-LINE THRU 5900-EXIT.
077400     COMPUTE WS-UNACC-AMT = WS-AG-AMT (1) - WS-AG-AMT (2)
077500         - WS-AG-AMT (3) - WS-AG-AMT (4) - WS-AG-AMT (5)
077600         - WS-AG-AMT (6).
077700     MOVE "UNACCOUNTED FOR" TO WS-PRT-LABEL.
077800     MOVE WS-UNACC-AMT TO WS-PRT-AMT.
077900     PERFORM 5900-PRINT-TOTAL-LINE THRU 5900-EXIT.
078000     IF WS-UNACC-AMT NOT = 0
078100         ADD 1 TO WS-OOB-AGT-CNT
078200         MOVE SPACES TO RPT-LINE
078300         STRING "  *** AGENT OUT OF BALANCE - DECLARED TOTAL NOT "
078400             "FULLY ON THE REGISTER"
078500             DELIMITED BY SIZE INTO RPT-LINE
078600         WRITE RPT-LINE
078700     END-IF.
078800     PERFORM 5610-PRINT-AGENT-LINE THRU 5610-EXIT
078900         VARYING WS-TX FROM 7 BY 1 UNTIL WS-TX > 8.
079000     MOVE SPACES TO RPT-LINE.
079100     WRITE RPT-LINE.
079200 5600-EXIT.
079300     EXIT.
079400*
079500 5610-PRINT-AGENT-LINE.
079600     MOVE WS-STL-LABEL (WS-TX) TO WS-PRT-LABEL.
079700     MOVE WS-AG-CNT (WS-TX)    TO WS-PRT-CNT.
079800     MOVE WS-AG-AMT (WS-TX)    TO WS-PRT-AMT.
079900     PERFORM 5900-PRINT-TOTAL-LINE THRU 5900-EXIT.
080000 5610-EXIT.
080100     EXIT.
080200*
080300 5700-ADD-GRAND.
080400     ADD WS-AG-CNT (WS-TX) TO WS-GT-CNT (WS-TX).
080500     ADD WS-AG-AMT (WS-TX) TO WS-GT-AMT (WS-TX).
080600 5700-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000*    5800 - ALL AGENTS
081100******************************************************************
081200 5800-PRINT-GRAND-TOTALS.
081300     MOVE SPACES TO RPT-LINE.
081400     STRING "ALL AGENTS" DELIMITED BY SIZE INTO RPT-LINE.
081500     WRITE RPT-LINE.
081600     PERFORM 5810-PRINT-GRAND-LINE THRU 5810-EXIT
081700         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8.
081800     COMPUTE WS-SHORT-AMT = WS-GT-AMT (1) - WS-GT-AMT (2).
081900     MOVE "OWED LESS POSTED" TO WS-PRT-LABEL.
082000     MOVE 0            TO WS-PRT-CNT.
082100     MOVE WS-SHORT-AMT TO WS-PRT-AMT.
082200     PERFORM 5900-PRINT-TOTAL-LINE THRU 5900-EXIT.
082300     MOVE WS-OOB-AGT-CNT TO WS-CNT-ED.
082400     MOVE SPACES TO RPT-LINE.
082500     STRING "  AGENTS OUT OF BALANCE  " WS-CNT-ED
082600         DELIMITED BY SIZE INTO RPT-LINE.
082700     WRITE RPT-LINE.
082800 5800-EXIT.
082900     EXIT.
083000*
083100 5810-PRINT-GRAND-LINE.
083200     MOVE WS-STL-LABEL (WS-TX) TO WS-PRT-LABEL.
083300     MOVE WS-GT-CNT (WS-TX)    TO WS-PRT-CNT.
083400     MOVE WS-GT-AMT (WS-TX)    TO WS-PRT-AMT.
083500     PERFORM 5900-PRINT-TOTAL-LINE THRU 5900-EXIT.
083600 5810-EXIT.
083700     EXIT.
083800*
083900 5900-PRINT-TOTAL-LINE.
084000     MOVE WS-PRT-CNT TO WS-CNT-ED.
084100     MOVE WS-PRT-AMT TO WS-AMT-ED.
084200     MOVE SPACES TO RPT-LINE.
084300     STRING "  " WS-PRT-LABEL WS-CNT-ED "  " WS-AMT-ED
084400         DELIMITED BY SIZE INTO RPT-LINE.
084500     WRITE RPT-LINE.
084600 5900-EXIT.
084700     EXIT.
084800*
084900******************************************************************
085000*    6000 - READ THE REGISTER ENTRY NAMED BY THE ITEM'S
085100*           RCV-AGT-REF
085200******************************************************************
085300 6000-READ-REGISTER.
085400     MOVE "Y" TO WS-ITM-FOUND-SW.
085500     MOVE RCV-AGT-ID     TO AGI-AGT-ID.
085600     MOVE RCV-AGT-REF-NO TO AGI-REF-NO.
085700     READ AGTITMF
085800         KEY IS AGI-KEY
085900         INVALID KEY
086000             MOVE "N" TO WS-ITM-FOUND-SW
086100     END-READ.
086200     IF WS-ITM-FOUND AND NOT STS-OK
086300         MOVE "N" TO WS-ITM-FOUND-SW.
086400     IF NOT WS-ITM-FOUND
086500         ADD 1 TO WS-NOREG-CNT
086600         DISPLAY "AGT0200 - NO REGISTER ENTRY FOR AGENT "
086700             RCV-AGT-ID " REF " RCV-AGT-REF-NO.
086800 6000-EXIT.
086900     EXIT.
087000*
087100 6100-REWRITE-REGISTER.
087200     REWRITE AGI-REC
087300         INVALID KEY
087400             CONTINUE
087500     END-REWRITE.
087600     IF NOT STS-OK
087700         DISPLAY "AGT0200 - REGISTER REWRITE FAILED FOR AGENT "
087800             AGI-AGT-ID " REF " AGI-REF-NO ", STATUS " FILE-STUS.
087900 6100-EXIT.
088000     EXIT.
088100*
088200******************************************************************
088300*    9000 - FINALIZE - RUN TOTALS AND CLOSE
088400******************************************************************
088500 9000-FINALIZE.
088600     MOVE SPACES TO RPT-LINE.
088700     WRITE RPT-LINE.
088800     MOVE WS-ERR-APPLIED TO WS-CNT-ED.
088900     MOVE SPACES TO RPT-LINE.
089000     STRING "REJECTED BY EDT0100          " WS-CNT-ED
089100         DELIMITED BY SIZE INTO RPT-LINE.
089200     WRITE RPT-LINE.
089300     MOVE WS-POST-APPLIED TO WS-CNT-ED.
089400     MOVE SPACES TO RPT-LINE.
089500     STRING "POSTED BY RCV0100            " WS-CNT-ED
089600         DELIMITED BY SIZE INTO RPT-LINE.
089700     WRITE RPT-LINE.
089800     MOVE WS-HOLD-APPLIED TO WS-CNT-ED.
089900     MOVE SPACES TO RPT-LINE.
090000     STRING "PUT ON THE HOLD QUEUE        " WS-CNT-ED
090100         DELIMITED BY SIZE INTO RPT-LINE.
090200     WRITE RPT-LINE.
090300     MOVE WS-HREJ-APPLIED TO WS-CNT-ED.
090400     MOVE SPACES TO RPT-LINE.
090500     STRING "REJECTED FROM THE HOLD QUEUE " WS-CNT-ED
090600         DELIMITED BY SIZE INTO RPT-LINE.
090700     WRITE RPT-LINE.
090800     MOVE WS-NPST-APPLIED TO WS-CNT-ED.
090900     MOVE SPACES TO RPT-LINE.
091000     STRING "PASSED BUT NOT POSTED        " WS-CNT-ED
091100         DELIMITED BY SIZE INTO RPT-LINE.
091200     WRITE RPT-LINE.
091300     MOVE WS-NOREG-CNT TO WS-CNT-ED.
091400     MOVE SPACES TO RPT-LINE.
091500     STRING "AGENT ITEMS NOT ON REGISTER  " WS-CNT-ED
091600         DELIMITED BY SIZE INTO RPT-LINE.
091700     WRITE RPT-LINE.
091800     MOVE WS-RTN-DTL-CNT TO WS-CNT-ED.
091900     MOVE SPACES TO RPT-LINE.
092000     STRING "ITEMS RETURNED TO AGENTS     " WS-CNT-ED
092100         DELIMITED BY SIZE INTO RPT-LINE.
092200     WRITE RPT-LINE.
092300     CLOSE AGTPRMF AGTITMF AGTFILF ACCTF POSTF AGTRTNF AGTSRPTF.
092400     IF WS-HLDF-OPEN
092500         CLOSE HLDF.
092600     DISPLAY "AGT0200 - " WS-RTN-DTL-CNT " ITEMS RETURNED TO "
092700         WS-RTN-AGT-CNT " AGENTS ON AGTRTNF".
092800     IF WS-OOB-AGT-CNT > 0
092900         DISPLAY "AGT0200 - " WS-OOB-AGT-CNT
093000             " AGENTS OUT OF BALANCE - SEE AGTSRPTF".
093100 9000-EXIT.
093200     EXIT.
093300*
093400 COPY AUTHENT.
