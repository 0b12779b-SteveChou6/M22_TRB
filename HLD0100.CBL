000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HLD0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700******************************************************************
000800*    HLD0100 - ON-LINE HELD-ITEM REPAIR
000900*
001000*    WORKS THE HELD-ITEM QUEUE HLDF (HLDITM.CPY) - THE ITEMS
001100*    RCV0100 COULD NOT POST BUT A SUPERVISOR CAN PUT RIGHT.  A
001200*    BRANCH'S OPEN ITEMS ARE LISTED ("L"); ONE ITEM IS THEN
001300*    EITHER RELEASED ("R") OR REJECTED ("J").
001400*
001500*    RELEASE SHOWS THE ITEM AND WHY IT WAS HELD, LETS THE ACCOUNT
001600*    NUMBER AND HOME-BRANCH ROUTING BE CORRECTED, AND NEEDS A
001700*    SUP1 PROVED THROUGH SUPCHECK FOR THE ITEM AMOUNT AT THE
001800*    ITEM'S BRANCH.  THE SUPERVISOR BECOMES THE ITEM'S SUP1 (SUP2
001900*    FOR A REVERSAL), A SUSPECTED DUPLICATE IS MARKED CONFIRMED
002000*    (RCV-DUP-CONF), AND THE CORRECTED RCV-REC, STAMPED WITH THE
002050*    SUPERVISOR'S OWN SESSION (TELLER, BRANCH, TERMINAL), IS
002075*    APPENDED TO RCVINF SO THE NEXT EDT0100/RCV0100 RUN POSTS
002100*    IT.  A REVERSAL OF AN ORIGINAL FROM THE DAY IT WAS HELD IS
002200*    GIVEN THAT DATE SO IT STILL FINDS THE ORIGINAL ON A LATER
002300*    DAY.
002400*
002500*    REJECT NEEDS A REASON AND THE SAME SUP1 CLEARANCE; NOTHING IS
002600*    POSTED.  EITHER WAY THE HELD RECORD IS KEPT WITH THE
002700*    SUPERVISOR, THE TELLER AND THE TIME, AND THE CLEARANCE IS
002800*    WRITTEN THROUGH SUPAUDIT ("HELDRLSE" / "HELDRJCT").  THE
002900*    SESSION IS PICKED UP FROM SESSF BY TERMINAL THE SAME WAY
003000*    CHQ0200 DOES.
003100*
003200*    MODIFICATION HISTORY
003300*    DATE       INIT  DESCRIPTION
003400*    2026-10-11 OPS   ORIGINAL
003425*    2026-10-12 OPS   ENTRY AND EACH ACTION CHECKED THROUGH
003450*                     AUTHCHK (LIST INQUIRE, RELEASE CHANGE,
003475*                     REJECT DELETE)
003480*    2026-10-15 OPS   A RELEASED ITEM IS QUEUED UNDER THE
003485*                     RELEASING SUPERVISOR'S SESSION AND MARKED
003490*                     RELEASED ONLY AFTER THE RCVINF WRITE
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RCVINF ASSIGN TO "RCVINF"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FILE-STUS.
004200     SELECT SESSF ASSIGN TO "SESSF"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS SESS-TMLID
004600         FILE STATUS IS FILE-STUS.
004700     SELECT HLDF ASSIGN TO "HLDF"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HLD-KEY
005100         FILE STATUS IS FILE-STUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RCVINF.
005500 COPY RCVREC.
005600 FD  SESSF.
005700 COPY SESSION.
005800 FD  HLDF.
005900 COPY HLDITM.
006000 WORKING-STORAGE SECTION.
006100 COPY FLAG.
006200 COPY LKRETRYW.
006250 COPY AUTHCHKW.
006300 COPY RTNCD.
006400 01  WS-ABORT-SW             PIC X(01) VALUE "N".
006500     88  WS-ABORT-RUN        VALUE "Y".
006600 01  WS-DONE-SW              PIC X(01) VALUE "N".
006700     88  WS-DONE             VALUE "Y".
006800 01  WS-EOF-SW               PIC X(01) VALUE "N".
006900     88  WS-EOF              VALUE "Y".
007000 01  WS-ACTION-CD            PIC X(01) VALUE SPACE.
007100     88  WS-ACTION-LIST      VALUE "L", "l".
007200     88  WS-ACTION-RELEASE   VALUE "R", "r".
007300     88  WS-ACTION-REJECT    VALUE "J", "j".
007400     88  WS-ACTION-END       VALUE "X", "x".
007500 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
007600     88  WS-REC-FOUND        VALUE "Y".
007700 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
007800 01  WS-LIST-BRID            PIC 9(03) VALUE 0.
007900 01  WS-ITEM-DATE            PIC 9(08) VALUE 0.
008000 01  WS-ITEM-BRID            PIC 9(03) VALUE 0.
008100 01  WS-ITEM-SEQ             PIC 9(05) VALUE 0.
008200 01  WS-FIX-ANS              PIC X(01) VALUE SPACE.
008300     88  WS-FIX-ROUTING      VALUE "Y", "y".
008400 01  WS-RJCT-REASON          PIC X(30) VALUE SPACES.
008500 01  WS-HELD-DESC            PIC X(30) VALUE SPACES.
008600 01  WS-LIST-CNT             PIC 9(05) COMP VALUE 0.
008700 01  WS-RLSE-CNT             PIC 9(05) COMP VALUE 0.
008800 01  WS-RLSE-AMT             PIC 9(11)V99 COMP-3 VALUE 0.
008900 01  WS-RJCT-CNT             PIC 9(05) COMP VALUE 0.
009000 01  WS-CNT-ED               PIC ZZZZ9.
009100 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
009200 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
009300 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
009400 01  WS-SA-RETURN-STUS       PIC X(02).
009500 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
009600 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
009700 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
009800 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
009900 PROCEDURE DIVISION.
010000*
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     IF NOT WS-ABORT-RUN
010400         PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
010500             UNTIL WS-DONE
010600         PERFORM 4000-FINALIZE THRU 4000-EXIT.
010700     STOP RUN.
010800*
010900******************************************************************
011000*    1000 - INITIALIZE - SESSION PICK-UP AND FILES
011100******************************************************************
011200 1000-INITIALIZE.
011300     DISPLAY "TERM ID   : ".
011400     ACCEPT TELER-TMLID.
011500     OPEN INPUT SESSF.
011600     IF NOT STS-OK
011700         DISPLAY "HLD0100 - NO SESSION FILE AVAILABLE, "
011800             "SIGN ON WITH SGN0100 FIRST"
011900         MOVE "Y" TO WS-ABORT-SW
012000         GO TO 1000-EXIT.
012100     PERFORM 1100-LOAD-SESSION THRU 1100-EXIT.
012200     CLOSE SESSF.
012300     IF WS-ABORT-RUN
012400         GO TO 1000-EXIT.
012414     MOVE "HLD0100" TO ATH-PGM-ID.
012428     MOVE "R"       TO ATH-FUNC-CD.
012442     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012456     IF NOT ATH-PERMITTED
012470         MOVE "Y" TO WS-ABORT-SW
012484         GO TO 1000-EXIT.
012500     OPEN I-O HLDF.
012600     IF NOT STS-OK
012700         DISPLAY "HLD0100 - NO HELD-ITEM FILE, STATUS " FILE-STUS
012800             " - NOTHING HAS BEEN HELD"
012900         MOVE "Y" TO WS-ABORT-SW
013000         GO TO 1000-EXIT.
013100     PERFORM 1200-OPEN-RCVINF THRU 1200-EXIT.
013200 1000-EXIT.
013300     EXIT.
013400*
013500******************************************************************
013600*    1100 - LOAD AND PROVE THE SIGNED-ON SESSION - ACTIVE, AND
013700*           SIGNED ON TODAY, THE SAME RULES ENT0100 APPLIES
013800******************************************************************
013900 1100-LOAD-SESSION.
014000     MOVE TELER-TMLID TO SESS-TMLID.
014100     READ SESSF
014200         KEY IS SESS-TMLID
014300         INVALID KEY
014400             DISPLAY "HLD0100 - NO SESSION FOR TERMINAL "
014500                 TELER-TMLID
014600             MOVE "Y" TO WS-ABORT-SW
014700     END-READ.
014800     IF WS-ABORT-RUN
014900         GO TO 1100-EXIT.
015000     IF NOT SESS-ACTIVE
015100         DISPLAY "HLD0100 - SESSION FOR TERMINAL " TELER-TMLID
015200             " IS SIGNED OFF, SIGN ON WITH SGN0100 FIRST"
015300         MOVE "Y" TO WS-ABORT-SW
015400         GO TO 1100-EXIT.
015500     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.
015600     IF SESS-SGN-DATE NOT = WS-SYS-DATE8
015700         DISPLAY "HLD0100 - SESSION FOR TERMINAL " TELER-TMLID
015800             " SIGNED ON " SESS-SGN-DATE " IS STALE,"
015900             " SIGN ON WITH SGN0100 AGAIN"
016000         MOVE "Y" TO WS-ABORT-SW
016100         GO TO 1100-EXIT.
016200     MOVE SESS-TELER-ID TO TELER-ID.
016300     MOVE SESS-BRID     TO BRID.
016400     MOVE SESS-BF-DATE  TO BF-DATE.
016500     DISPLAY "HLD0100 - HELD ITEMS WORKED BY " TELER-ID
016600         " AT BRANCH " BRID " FOR " BF-DATE.
016700 1100-EXIT.
016800     EXIT.
016900*
017000******************************************************************
017100*    1200 - OPEN RCVINF EXTEND, CREATING IT THE FIRST TIME IT
017200*           IS MISSING - RELEASED ITEMS JOIN THE KEYED FILE
017300******************************************************************
017400 1200-OPEN-RCVINF.
017500     OPEN EXTEND RCVINF.
017600     IF FILE-STUS = "35"
017700         OPEN OUTPUT RCVINF
017800         CLOSE RCVINF
017900         OPEN EXTEND RCVINF
018000     END-IF.
018100     IF NOT STS-OK
018200         DISPLAY "HLD0100 - RCVINF NOT OPENED, STATUS "
018300             FILE-STUS
018400         CLOSE HLDF
018500         MOVE "Y" TO WS-ABORT-SW
018600     END-IF.
018700 1200-EXIT.
018800     EXIT.
018900*
019000******************************************************************
019100*    2000 - ONE ACTION UNTIL THE SUPERVISOR KEYS "X" - ANY
019200*           FAILURE SHOWS ITS REASON AND THE ACTION IS SIMPLY
019300*           KEYED AGAIN
019400******************************************************************
019500 2000-PROCESS-ONE.
019600     DISPLAY "ACTION (L=LIST R=RELEASE J=REJECT X=END): ".
019700     ACCEPT WS-ACTION-CD.
019707     EVALUATE TRUE
019714         WHEN WS-ACTION-LIST     MOVE "I" TO ATH-FUNC-CD
019721         WHEN WS-ACTION-RELEASE  MOVE "C" TO ATH-FUNC-CD
019728         WHEN WS-ACTION-REJECT   MOVE "D" TO ATH-FUNC-CD
019735         WHEN OTHER              MOVE SPACE TO ATH-FUNC-CD
019742     END-EVALUATE.
019749     IF ATH-FUNC-CD NOT = SPACE
019756         PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT
019763         IF NOT ATH-PERMITTED
019770             GO TO 2000-EXIT
019777         END-IF
019784     END-IF.
019800     EVALUATE TRUE
019900         WHEN WS-ACTION-END
020000             MOVE "Y" TO WS-DONE-SW
020100         WHEN WS-ACTION-LIST
020200             PERFORM 2100-LIST-HELD THRU 2100-EXIT
020300         WHEN WS-ACTION-RELEASE
020400             PERFORM 2300-READ-ITEM THRU 2300-EXIT
020500             IF WS-REC-FOUND
020600                 PERFORM 3000-RELEASE-ITEM THRU 3000-EXIT
020700             END-IF
020800         WHEN WS-ACTION-REJECT
020900             PERFORM 2300-READ-ITEM THRU 2300-EXIT
021000             IF WS-REC-FOUND
021100                 PERFORM 3500-REJECT-ITEM THRU 3500-EXIT
021200             END-IF
021300         WHEN OTHER
021400             DISPLAY "HLD0100 - ENTER L, R, J OR X"
021500     END-EVALUATE.
021600 2000-EXIT.
021700     EXIT.
021800*
021900******************************************************************
022000*    2100 - LIST THE OPEN ITEMS FOR ONE BRANCH, OLDEST FIRST.
022100*           HLD-KEY LEADS WITH THE DATE, SO THE WHOLE FILE IS
022200*           WALKED AND OTHER BRANCHES' ITEMS ARE SKIPPED
022300******************************************************************
022400 2100-LIST-HELD.
022500     DISPLAY "LIST BRID (0=OWN) : ".
022600     ACCEPT WS-LIST-BRID.
022700     IF WS-LIST-BRID NOT NUMERIC OR WS-LIST-BRID = 0
022800         MOVE BRID TO WS-LIST-BRID.
022900     MOVE 0   TO WS-LIST-CNT.
023000     MOVE "N" TO WS-EOF-SW.
023100     MOVE LOW-VALUES TO HLD-KEY.
023200     START HLDF KEY NOT < HLD-KEY
023300         INVALID KEY
023400             MOVE "Y" TO WS-EOF-SW
023500     END-START.
023600     DISPLAY "DATE     BR -SEQ   CD TELLER    ACCOUNT   "
023700         "        AMOUNT".
023800     PERFORM 2110-LIST-ONE THRU 2110-EXIT
023900         UNTIL WS-EOF.
024000     MOVE WS-LIST-CNT TO WS-CNT-ED.
024100     DISPLAY "HLD0100 - " WS-CNT-ED " ITEM(S) HELD AT BRANCH "
024200         WS-LIST-BRID.
024300 2100-EXIT.
024400     EXIT.
024500*
024600 2110-LIST-ONE.
024700     MOVE 1 TO WS-REDO-POINT.
024800     READ HLDF NEXT
024900         AT END MOVE "Y" TO WS-EOF-SW
025000     END-READ.
025100     IF FILE-LOCK OR RECORD-LOCK
025200         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
025300     END-IF.
025400     IF WS-EOF
025500         GO TO 2110-EXIT.
025600     IF NOT STS-OK
025700         DISPLAY "HLD0100 - HELD-ITEM FILE READ FAILED, STATUS "
025800             FILE-STUS
025900         MOVE "Y" TO WS-EOF-SW
026000         GO TO 2110-EXIT.
026100     IF HLD-BRID NOT = WS-LIST-BRID OR NOT HLD-OPEN
026200         GO TO 2110-EXIT.
026300     MOVE HLD-RCV-IMAGE TO RCV-REC.
026400     MOVE RCV-AMT TO WS-AMT-ED.
026500     DISPLAY HLD-BF-DATE " " HLD-BRID "-" HLD-SEQ " "
026600         HLD-RETURN-CD " " HLD-TELER-ID " " RCV-ACCT-NO " "
026700         WS-AMT-ED.
026800     ADD 1 TO WS-LIST-CNT.
026900 2110-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300*    2300 - READ ONE HELD ITEM AND PROVE IT IS STILL OPEN, THEN
027400*           SHOW IT WITH THE REASON IT WAS HELD
027500******************************************************************
027600 2300-READ-ITEM.
027700     MOVE "N" TO WS-REC-FOUND-SW.
027800     DISPLAY "HELD DATE (0=TODAY): ".
027900     ACCEPT WS-ITEM-DATE.
028000     IF WS-ITEM-DATE NOT NUMERIC
028100         DISPLAY "HLD0100 - HELD DATE NOT NUMERIC"
028200         GO TO 2300-EXIT.
028300     IF WS-ITEM-DATE = 0
028400         MOVE BF-DATE TO WS-ITEM-DATE.
028500     DISPLAY "HELD BRID (0=OWN) : ".
028600     ACCEPT WS-ITEM-BRID.
028700     IF WS-ITEM-BRID NOT NUMERIC OR WS-ITEM-BRID = 0
028800         MOVE BRID TO WS-ITEM-BRID.
028900     DISPLAY "HELD SEQ  : ".
029000     ACCEPT WS-ITEM-SEQ.
029100     MOVE WS-ITEM-DATE TO HLD-BF-DATE.
029200     MOVE WS-ITEM-BRID TO HLD-BRID.
029300     MOVE WS-ITEM-SEQ  TO HLD-SEQ.
029400     MOVE 2 TO WS-REDO-POINT.
029500     READ HLDF
029600         KEY IS HLD-KEY
029700         INVALID KEY
029800             CONTINUE
029900     END-READ.
030000     IF FILE-LOCK OR RECORD-LOCK
030100         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
030200     END-IF.
030300     IF NOT STS-OK
030400         DISPLAY "HLD0100 - NO HELD ITEM " WS-ITEM-DATE "/"
030500             WS-ITEM-BRID "/" WS-ITEM-SEQ ", STATUS " FILE-STUS
030600         GO TO 2300-EXIT.
030700     IF NOT HLD-OPEN
030800         DISPLAY "HLD0100 - ITEM ALREADY "
030900             "RELEASED OR REJECTED ON " HLD-ACT-DATE
031000             " BY " HLD-ACT-SUP
031100         GO TO 2300-EXIT.
031200     MOVE SPACES TO WS-HELD-DESC.
031300     SET RTN-CD-IX TO 1.
031400     SEARCH RTN-CD-ENT
031500         AT END
031600             CONTINUE
031700         WHEN RTN-CD-VAL (RTN-CD-IX) = HLD-RETURN-CD
031800             MOVE RTN-CD-DESC (RTN-CD-IX) TO WS-HELD-DESC
031900     END-SEARCH.
032000     MOVE HLD-RCV-IMAGE TO RCV-REC.
032100     MOVE RCV-AMT TO WS-AMT-ED.
032200     DISPLAY "HLD0100 - HELD " HLD-RETURN-CD " " WS-HELD-DESC.
032300     DISPLAY "HLD0100 - KEYED BY " HLD-TELER-ID " TERMINAL "
032400         HLD-TMLID " AT " HLD-HELD-DATE " " HLD-HELD-TIME.
032500     IF RCV-TRAN-REVERSAL
032600         DISPLAY "HLD0100 - REVERSAL OF " RCV-RVSL-BRID "/"
032700             RCV-RVSL-SEQ " DATE " RCV-RVSL-DATE " SUP2 " RCV-SUP2
032800     ELSE
032900         DISPLAY "HLD0100 - ACCT " RCV-ACCT-NO " AMOUNT "
033000             WS-AMT-ED " LK-BRID " RCV-LK-BRID " SUP1 " RCV-SUP1
033100     END-IF.
033200     MOVE "Y" TO WS-REC-FOUND-SW.
033300 2300-EXIT.
033400     EXIT.
033500*
033600******************************************************************
033700*    3000 - RELEASE - OPTIONAL ROUTING FIX, SUP1 CLEARANCE, THEN
033800*           QUEUE THE ITEM AND MARK THE HELD RECORD.  THE ITEM IS
033810*           QUEUED UNDER THE RELEASING SUPERVISOR'S OWN SESSION -
033820*           THE TELLER WHO KEYED IT MAY WELL HAVE SIGNED OFF AND
033830*           EDT0100 WOULD REFUSE IT; HLD-TELER-ID STILL NAMES
033840*           THAT TELLER ON HLDF.  THE RECORD IS MARKED ONLY ONCE
033850*           THE ITEM IS ON RCVINF, SO A FAILED WRITE LEAVES IT
033860*           HELD
034000******************************************************************
034100 3000-RELEASE-ITEM.
034200     IF RCV-TRAN-RECEIPT
034300         DISPLAY "FIX ACCOUNT/ROUTING (Y/N): "
034400         ACCEPT WS-FIX-ANS
034500         IF WS-FIX-ROUTING
034600             DISPLAY "ACCT-NO   : "
034700             ACCEPT RCV-ACCT-NO
034800             DISPLAY "LK-BRID (000=NONE): "
034900             ACCEPT RCV-LK-BRID
035000             MOVE SPACES TO RCV-LK-NAME
035100             IF RCV-LK-BRID NUMERIC AND RCV-LK-BRID > 0
035200                 DISPLAY "LK-NAME   : "
035300                 ACCEPT RCV-LK-NAME
035400             END-IF
035500         END-IF
035600     END-IF.
035700     IF RCV-ACCT-NO NOT NUMERIC OR RCV-LK-BRID NOT NUMERIC
035800         DISPLAY "HLD0100 - ACCOUNT OR LK-BRID NOT NUMERIC"
035900         GO TO 3000-EXIT.
036000     PERFORM 3800-CLEAR-SUP1 THRU 3800-EXIT.
036100     IF WS-SC-RETURN-STUS NOT = "00"
036200         GO TO 3000-EXIT.
036300     IF RCV-TRAN-REVERSAL
036400         MOVE SUP1 TO RCV-SUP2
036500         IF RCV-RVSL-DATE = 0 AND HLD-BF-DATE NOT = BF-DATE
036600             MOVE HLD-BF-DATE TO RCV-RVSL-DATE
036700         END-IF
036800     ELSE
036900         MOVE SUP1 TO RCV-SUP1
037000     END-IF.
037100     IF HLD-RETURN-CD = "12"
037200         MOVE "Y" TO RCV-DUP-CONF
037300     END-IF.
037310     MOVE TELER-ID    TO RCV-TELER-ID.
037320     MOVE BRID        TO RCV-BRID.
037330     MOVE TELER-TMLID TO RCV-TMLID.
037400     WRITE RCV-REC.
037500     IF NOT STS-OK
037600         DISPLAY "HLD0100 - RCVINF WRITE FAILED, STATUS "
037700             FILE-STUS " - ITEM LEFT HELD"
037800         GO TO 3000-EXIT.
037900     MOVE "R" TO HLD-STUS.
038000     PERFORM 3900-MARK-ACTIONED THRU 3900-EXIT.
038100     IF NOT STS-OK
038200         DISPLAY "HLD0100 - ITEM QUEUED BUT STILL SHOWS HELD, "
038300             "DO NOT RELEASE IT AGAIN"
038400     END-IF.
038410     MOVE "HELDRLSE" TO WS-OVER-TYPE.
038420     PERFORM 3950-WRITE-AUDIT THRU 3950-EXIT.
038500     ADD 1       TO WS-RLSE-CNT.
038600     ADD RCV-AMT TO WS-RLSE-AMT.
038700     DISPLAY "HLD0100 - ITEM RELEASED TO THE NEXT RECEIVING RUN".
038800 3000-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200*    3500 - REJECT - A REASON AND SUP1 CLEARANCE, NOTHING POSTED
039300******************************************************************
039400 3500-REJECT-ITEM.
039500     DISPLAY "REASON    : ".
039600     ACCEPT WS-RJCT-REASON.
039700     IF WS-RJCT-REASON = SPACES
039800         DISPLAY "HLD0100 - REASON REQUIRED"
039900         GO TO 3500-EXIT.
040000     PERFORM 3800-CLEAR-SUP1 THRU 3800-EXIT.
040100     IF WS-SC-RETURN-STUS NOT = "00"
040200         GO TO 3500-EXIT.
040300     MOVE "X"            TO HLD-STUS.
040400     MOVE WS-RJCT-REASON TO HLD-RJCT-REASON.
040500     PERFORM 3900-MARK-ACTIONED THRU 3900-EXIT.
040600     IF NOT STS-OK
040700         GO TO 3500-EXIT.
040800     MOVE "HELDRJCT" TO WS-OVER-TYPE.
040900     PERFORM 3950-WRITE-AUDIT THRU 3950-EXIT.
041000     ADD 1 TO WS-RJCT-CNT.
041100     DISPLAY "HLD0100 - ITEM REJECTED".
041200 3500-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600*    3800 - PROVE THE SUP1 THROUGH SUPCHECK FOR THE ITEM AMOUNT
041700*           AT THE BRANCH THE ITEM WAS HELD FOR
041800******************************************************************
041900 3800-CLEAR-SUP1.
042000     MOVE "99" TO WS-SC-RETURN-STUS.
042100     DISPLAY "SUP1      : ".
042200     ACCEPT SUP1.
042300     IF SUP1 = SPACES
042400         DISPLAY "HLD0100 - SUP1 REQUIRED FOR A HELD ITEM"
042500         GO TO 3800-EXIT.
042600     MOVE "V"     TO WS-SC-REQUEST-CD.
042700     MOVE RCV-AMT TO WS-SC-AMT.
042800     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
042900         SUP1 HLD-BRID WS-SC-AMT WS-SC-RETURN-STUS.
043000     IF WS-SC-RETURN-STUS NOT = "00"
043100         DISPLAY "HLD0100 - SUP1 " SUP1 " REFUSED, REASON "
043200             WS-SC-RETURN-STUS
043300     END-IF.
043400 3800-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    3900 - REWRITE THE HELD RECORD AS RELEASED OR REJECTED
043900******************************************************************
044000 3900-MARK-ACTIONED.
044100     ACCEPT HLD-ACT-DATE FROM DATE YYYYMMDD.
044200     ACCEPT HLD-ACT-TIME FROM TIME.
044300     MOVE TELER-ID TO HLD-ACT-TELER-ID.
044400     MOVE SUP1     TO HLD-ACT-SUP.
044500     MOVE 3 TO WS-REDO-POINT.
044600     REWRITE HLD-REC
044700         INVALID KEY
044800             CONTINUE
044900     END-REWRITE.
045000     IF FILE-LOCK OR RECORD-LOCK
045100         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
045200     END-IF.
045300     IF NOT STS-OK
045400         DISPLAY "HLD0100 - HELD-ITEM UPDATE FAILED, STATUS "
045500             FILE-STUS
045600     END-IF.
045700 3900-EXIT.
045800     EXIT.
045900*
046000 3950-WRITE-AUDIT.
046100     MOVE SPACES TO SUP2.
046200     MOVE "W" TO WS-SA-REQUEST-CD.
046300     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
046400         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
046500         SUP1 SUP2 WS-SA-RETURN-STUS.
046600     IF WS-SA-RETURN-STUS NOT = "00"
046700         DISPLAY "HLD0100 - AUDIT WRITE FAILED, STATUS "
046800             WS-SA-RETURN-STUS " FOR " TELER-ID
046900     END-IF.
047000 3950-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400*    4000 - FINALIZE - CLOSE FILES AND THE SUPERVISOR SERVICES,
047500*           AND SHOW WHAT WAS RELEASED AND REJECTED
047600******************************************************************
047700 4000-FINALIZE.
047800     CLOSE HLDF RCVINF.
047900     MOVE WS-RLSE-CNT TO WS-CNT-ED.
048000     MOVE WS-RLSE-AMT TO WS-AMT-ED.
048100     DISPLAY "HLD0100 - ITEMS RELEASED " WS-CNT-ED
048200         "  TOTAL " WS-AMT-ED.
048300     MOVE WS-RJCT-CNT TO WS-CNT-ED.
048400     DISPLAY "HLD0100 - ITEMS REJECTED " WS-CNT-ED.
048500     MOVE "C" TO WS-SA-REQUEST-CD.
048600     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
048700         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
048800         SUP1 SUP2 WS-SA-RETURN-STUS.
048900     IF WS-SA-RETURN-STUS NOT = "00"
049000         DISPLAY "HLD0100 - AUDIT FILE CLOSE FAILED, STATUS "
049100             WS-SA-RETURN-STUS
049200     END-IF.
049300     MOVE "C" TO WS-SC-REQUEST-CD.
049400     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
049500         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
049600 4000-EXIT.
049700     EXIT.
049800*
049900******************************************************************
050000*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
050100*           LKRETRY.CPY
050200******************************************************************
050300 9500-REDO-IO.
050400     EVALUATE WS-REDO-POINT
050500         WHEN 1
050600             READ HLDF NEXT
050700                 AT END MOVE "Y" TO WS-EOF-SW
050800             END-READ
050900         WHEN 2
051000             READ HLDF
051100                 KEY IS HLD-KEY
051200                 INVALID KEY
051300                     CONTINUE
051400             END-READ
051500         WHEN OTHER
051600             REWRITE HLD-REC
051700                 INVALID KEY
051800                     CONTINUE
051900             END-REWRITE
052000     END-EVALUATE.
052100 9500-REDO-IO-EXIT.
052200     EXIT.
052300*
052400 COPY LKRETRY.
052401*
052402 COPY AUTHENT.
