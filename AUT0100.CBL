000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUT0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700******************************************************************
000800*    AUT0100 - AUTHORIZATION MATRIX MAINTENANCE (DUAL CONTROL)
000900*
001000*    ON-LINE MAINTENANCE OF THE AUTHORIZATION MATRIX AUTHMXF
001100*    (AUTHMX.CPY) THAT AUTHCHK CHECKS AT THE ENTRY OF EVERY
001200*    PROGRAM - WHICH ROLE, OR WHICH INDIVIDUAL TELER-ID, MAY
001300*    ADD/CHANGE/DELETE/INQUIRE/RUN/FORCE IN WHICH PROGRAM.
001400*
001500*    DUAL CONTROL: AN ADD, CHANGE OR DELETE (THE MAKER) IS ONLY
001600*    RECORDED AS PENDING ON THE ENTRY; NOTHING CHANGES IN FORCE
001700*    UNTIL A SECOND OPERATOR (THE CHECKER) APPROVES IT WITH "P"
001800*    OR THROWS IT OUT WITH "J".  THE CHECKER MUST NOT BE THE
001900*    MAKER, MUST BE SUPERVISOR OR MANAGER RANK (SUPCHECK) AND
002000*    MUST HOLD THE SAME FUNCTION ON AUT0100 AS THE CHANGE BEING
002100*    APPROVED.  EACH APPROVAL AND REJECTION IS WRITTEN THROUGH
002200*    SUPAUDIT ("AUTHAPPRV"/"AUTHRJCT") WITH THE CHECKER AS SUP1
002300*    AND THE MAKER AS SUP2.  AN ENTRY WITH A CHANGE PENDING
002400*    TAKES NO FURTHER CHANGE UNTIL THAT ONE IS SETTLED.
002500*
002600*    EVERY FUNCTION HERE IS ITSELF CHECKED THROUGH AUTHCHK.
002700*    WHILE THE MATRIX HAS NO APPROVED ENTRY YET (TAKE-ON) AUTHCHK
002800*    LETS AUT0100 THROUGH AND SAYS SO ON THE CONSOLE; AUT0100'S
002900*    OWN ENTRIES SHOULD BE THE FIRST ONES APPROVED.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    2026-10-12 OPS   ORIGINAL
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT AUTHMXF ASSIGN TO "AUTHMXF"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS AUM-KEY
004200         FILE STATUS IS FILE-STUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  AUTHMXF.
004600 COPY AUTHMX.
004700 WORKING-STORAGE SECTION.
004800 COPY FLAG.
004900 COPY LKRETRYW.
005000 COPY AUTHCHKW.
005100 01  WS-DONE-SW              PIC X(01) VALUE "N".
005200     88  WS-DONE             VALUE "Y".
005300 01  WS-ABORT-SW             PIC X(01) VALUE "N".
005400     88  WS-ABORT-RUN        VALUE "Y".
005500 01  WS-FUNC-CD              PIC X(01) VALUE SPACES.
005600     88  WS-FUNC-ADD         VALUE "A", "a".
005700     88  WS-FUNC-CHANGE      VALUE "C", "c".
005800     88  WS-FUNC-DELETE      VALUE "D", "d".
005900     88  WS-FUNC-SHOW        VALUE "S", "s".
006000     88  WS-FUNC-LIST        VALUE "L", "l".
006100     88  WS-FUNC-APPROVE     VALUE "P", "p".
006200     88  WS-FUNC-REJECT      VALUE "J", "j".
006300     88  WS-FUNC-END         VALUE "X", "x".
006400 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
006500     88  WS-REC-FOUND        VALUE "Y".
006600 01  WS-EDIT-OK-SW           PIC X(01) VALUE "N".
006700     88  WS-EDIT-OK          VALUE "Y".
006800 01  WS-LIST-EOF-SW          PIC X(01) VALUE "N".
006900     88  WS-LIST-EOF         VALUE "Y".
007000 01  WS-KEY-TYPE             PIC X(01) VALUE SPACE.
007100 01  WS-KEY-ID               PIC X(09) VALUE SPACES.
007200 01  WS-KEY-PGM-ID           PIC X(08) VALUE SPACES.
007300 01  WS-LIST-PGM-ID          PIC X(08) VALUE SPACES.
007400 01  WS-LIST-CNT             PIC 9(05) VALUE 0.
007500 01  WS-NEW-FLAGS            PIC X(06) VALUE SPACES.
007600 01  WS-NEW-FLAG-TBL REDEFINES WS-NEW-FLAGS.
007700     05  WS-NEW-FN           PIC X(01) OCCURS 6 TIMES.
007800 01  WS-FN-SUB               PIC 9(01) COMP VALUE 0.
007900 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
008000 01  WS-SYS-TIME             PIC 9(08) VALUE 0.
008100 01  WS-OVER-TYPE            PIC X(10) VALUE SPACES.
008200 01  WS-SA-REQUEST-CD        PIC X(01) VALUE "W".
008300 01  WS-SA-RETURN-STUS       PIC X(02).
008400 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
008500 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
008600 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
008700 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
008800 PROCEDURE DIVISION.
008900*
009000 0000-MAINLINE.
009100     DISPLAY "TELER-ID  : ".
009200     ACCEPT TELER-ID.
009300     DISPLAY "BRID      : ".
009400     ACCEPT BRID.
009500     DISPLAY "TERM ID   : ".
009600     ACCEPT TELER-TMLID.
009700     MOVE "AUT0100" TO ATH-PGM-ID.
009800     MOVE "R"       TO ATH-FUNC-CD.
009900     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
010000     IF NOT ATH-PERMITTED
010100         STOP RUN.
010200     PERFORM 1040-OPEN-AUTHMXF THRU 1040-EXIT.
010300     IF WS-ABORT-RUN
010400         STOP RUN.
010500     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
010600         UNTIL WS-DONE.
010700     CLOSE AUTHMXF.
010800     MOVE "C" TO WS-SA-REQUEST-CD.
010900     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
011000         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
011100         SUP1 SUP2 WS-SA-RETURN-STUS.
011200     IF WS-SA-RETURN-STUS NOT = "00"
011300         DISPLAY "AUT0100 - AUDIT FILE CLOSE FAILED, STATUS "
011400             WS-SA-RETURN-STUS
011500     END-IF.
011600     MOVE "C" TO WS-SC-REQUEST-CD.
011700     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
011800         TELER-ID BRID WS-SC-AMT WS-SC-RETURN-STUS.
011900     STOP RUN.
012000*
012100******************************************************************
012200*    1040 - OPEN AUTHMXF, CREATING IT THE FIRST TIME IT IS
012300*           MISSING (THE TAKE-ON CASE)
012400******************************************************************
012500 1040-OPEN-AUTHMXF.
012600     OPEN I-O AUTHMXF.
012700     IF FILE-STUS = "35"
012800         OPEN OUTPUT AUTHMXF
012900         CLOSE AUTHMXF
013000         OPEN I-O AUTHMXF
013100     END-IF.
013200     IF NOT STS-OK
013300         DISPLAY "AUT0100 - MATRIX FILE UNAVAILABLE, STATUS "
013400             FILE-STUS
013500         MOVE "Y" TO WS-ABORT-SW
013600     END-IF.
013700 1040-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100*    2000 - PROCESS ONE MAINTENANCE ACTION.  LIST/SHOW NEED THE
014200*           INQUIRE FUNCTION AND ADD/CHANGE/DELETE THEIR OWN;
014300*           APPROVE/REJECT ARE CHECKED IN 3600 AGAINST THE
014400*           FUNCTION OF THE CHANGE BEING SETTLED
014500******************************************************************
014600 2000-PROCESS-ONE.
014700     DISPLAY "FUNC (A=ADD C=CHANGE D=DELETE S=SHOW L=LIST".
014800     DISPLAY "      P=APPROVE J=REJECT X=END): ".
014900     ACCEPT WS-FUNC-CD.
015000     IF WS-FUNC-END
015100         MOVE "Y" TO WS-DONE-SW
015200         GO TO 2000-EXIT.
015300     EVALUATE TRUE
015400         WHEN WS-FUNC-ADD     MOVE "A" TO ATH-FUNC-CD
015500         WHEN WS-FUNC-CHANGE  MOVE "C" TO ATH-FUNC-CD
015600         WHEN WS-FUNC-DELETE  MOVE "D" TO ATH-FUNC-CD
015700         WHEN WS-FUNC-SHOW    MOVE "I" TO ATH-FUNC-CD
015800         WHEN WS-FUNC-LIST    MOVE "I" TO ATH-FUNC-CD
015900         WHEN WS-FUNC-APPROVE MOVE SPACE TO ATH-FUNC-CD
016000         WHEN WS-FUNC-REJECT  MOVE SPACE TO ATH-FUNC-CD
016100         WHEN OTHER
016200             DISPLAY "AUT0100 - ENTER A, C, D, S, L, P, J OR X"
016300             GO TO 2000-EXIT
016400     END-EVALUATE.
016500     IF ATH-FUNC-CD NOT = SPACE
016600         PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT
016700         IF NOT ATH-PERMITTED
016800             GO TO 2000-EXIT
016900         END-IF
017000     END-IF.
017100     IF WS-FUNC-LIST
017200         PERFORM 4000-LIST-MATRIX THRU 4000-EXIT
017300         GO TO 2000-EXIT.
017400     PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT.
017500     IF NOT WS-EDIT-OK
017600         GO TO 2000-EXIT.
017700     PERFORM 3000-MAINT-ENTRY THRU 3000-EXIT.
017800 2000-EXIT.
017900     EXIT.
018000*
018100******************************************************************
018200*    2100 - ACCEPT AND EDIT THE ENTRY KEY.  A ROLE ENTRY NAMES
018300*           A TLR-ROLE LETTER; A USER ENTRY NAMES A TELER-ID
018400*           THAT MUST BE ON THE TELLER MASTER AND ACTIVE
018500******************************************************************
018600 2100-ACCEPT-KEY.
018700     MOVE "N" TO WS-EDIT-OK-SW.
018800     DISPLAY "ENTRY TYPE (R=ROLE U=USER) : ".
018900     ACCEPT WS-KEY-TYPE.
019000     INSPECT WS-KEY-TYPE CONVERTING "ru" TO "RU".
019100     IF WS-KEY-TYPE NOT = "R" AND WS-KEY-TYPE NOT = "U"
019200         DISPLAY "AUT0100 - ENTRY TYPE MUST BE R OR U"
019300         GO TO 2100-EXIT.
019400     IF WS-KEY-TYPE = "R"
019500         DISPLAY "ROLE (T=TELLER S=SUPERVISOR M=MANAGER) : "
019600     ELSE
019700         DISPLAY "TELER-ID  : "
019800     END-IF.
019900     MOVE SPACES TO WS-KEY-ID.
020000     ACCEPT WS-KEY-ID.
020100     IF WS-KEY-TYPE = "R"
020200         INSPECT WS-KEY-ID CONVERTING "tsm" TO "TSM"
020300         IF (WS-KEY-ID (1:1) NOT = "T" AND NOT = "S"
020400                 AND NOT = "M")
020500            OR WS-KEY-ID (2:8) NOT = SPACES
020600             DISPLAY "AUT0100 - ROLE MUST BE T, S OR M"
020700             GO TO 2100-EXIT
020800         END-IF
020900     ELSE
021000         MOVE "L" TO WS-SC-REQUEST-CD
021100         MOVE 0   TO WS-SC-AMT
021200         CALL "SUPCHECK" USING WS-SC-REQUEST-CD
021300             WS-KEY-ID BRID WS-SC-AMT WS-SC-RETURN-STUS
021400         IF WS-SC-RETURN-STUS NOT = "00"
021500             DISPLAY "AUT0100 - TELER-ID " WS-KEY-ID
021600                 " REFUSED, REASON " WS-SC-RETURN-STUS
021700             GO TO 2100-EXIT
021800         END-IF
021900     END-IF.
022000     DISPLAY "PROGRAM   : ".
022100     MOVE SPACES TO WS-KEY-PGM-ID.
022200     ACCEPT WS-KEY-PGM-ID.
022300     IF WS-KEY-PGM-ID = SPACES
022400         DISPLAY "AUT0100 - PROGRAM REQUIRED"
022500         GO TO 2100-EXIT.
022600     MOVE WS-KEY-TYPE   TO AUM-KEY-TYPE.
022700     MOVE WS-KEY-ID     TO AUM-KEY-ID.
022800     MOVE WS-KEY-PGM-ID TO AUM-PGM-ID.
022900     MOVE "Y" TO WS-EDIT-OK-SW.
023000 2100-EXIT.
023100     EXIT.
023200*
023300******************************************************************
023400*    3000 - MAINTAIN ONE MATRIX ENTRY
023500******************************************************************
023600 3000-MAINT-ENTRY.
023700     PERFORM 3100-READ-ENTRY THRU 3100-EXIT.
023800     EVALUATE TRUE
023900         WHEN WS-FUNC-SHOW
024000             IF WS-REC-FOUND
024100                 PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT
024200             ELSE
024300                 DISPLAY "AUT0100 - ENTRY NOT ON FILE"
024400             END-IF
024500         WHEN WS-FUNC-ADD
024600             IF WS-REC-FOUND
024700                 DISPLAY "AUT0100 - ENTRY ALREADY ON FILE, "
024800                     "USE CHANGE"
024900             ELSE
025000                 PERFORM 3200-ACCEPT-FLAGS THRU 3200-EXIT
025100                 IF WS-EDIT-OK
025200                     PERFORM 3300-ADD-PENDING THRU 3300-EXIT
025300                 END-IF
025400             END-IF
025500         WHEN WS-FUNC-APPROVE
025600         WHEN WS-FUNC-REJECT
025700             IF NOT WS-REC-FOUND
025800                 DISPLAY "AUT0100 - ENTRY NOT ON FILE"
025900             ELSE
026000                 PERFORM 3600-SETTLE-PENDING THRU 3600-EXIT
026100             END-IF
026200         WHEN OTHER
026300             IF NOT WS-REC-FOUND
026400                 DISPLAY "AUT0100 - ENTRY NOT ON FILE, USE ADD"
026500                 GO TO 3000-EXIT
026600             END-IF
026700             IF NOT AUM-NO-PENDING
026800                 DISPLAY "AUT0100 - CHANGE ALREADY PENDING BY "
026900                     AUM-MAKER-ID " - APPROVE OR REJECT IT FIRST"
027000                 GO TO 3000-EXIT
027100             END-IF
027200             IF WS-FUNC-CHANGE
027300                 PERFORM 3200-ACCEPT-FLAGS THRU 3200-EXIT
027400             ELSE
027500                 MOVE "NNNNNN" TO WS-NEW-FLAGS
027600                 MOVE "Y" TO WS-EDIT-OK-SW
027700             END-IF
027800             IF WS-EDIT-OK
027900                 PERFORM 3400-CHANGE-PENDING THRU 3400-EXIT
028000             END-IF
028100     END-EVALUATE.
028200 3000-EXIT.
028300     EXIT.
028400*
028500 3100-READ-ENTRY.
028600     MOVE "N" TO WS-REC-FOUND-SW.
028700     MOVE 1 TO WS-REDO-POINT.
028800     READ AUTHMXF
028900         KEY IS AUM-KEY
029000         INVALID KEY
029100             CONTINUE
029200     END-READ.
029300     IF FILE-LOCK OR RECORD-LOCK
029400         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
029500     END-IF.
029600     IF STS-OK
029700         MOVE "Y" TO WS-REC-FOUND-SW
029800     END-IF.
029900 3100-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300*    3200 - ACCEPT AND EDIT THE SIX FUNCTION FLAGS
030400******************************************************************
030500 3200-ACCEPT-FLAGS.
030600     MOVE "N" TO WS-EDIT-OK-SW.
030700     DISPLAY "FUNCTIONS A C D I R F (Y/N EACH, E.G. NNNYYN) : ".
030800     MOVE SPACES TO WS-NEW-FLAGS.
030900     ACCEPT WS-NEW-FLAGS.
031000     INSPECT WS-NEW-FLAGS CONVERTING "yn" TO "YN".
031100     MOVE "Y" TO WS-EDIT-OK-SW.
031200     PERFORM 3210-EDIT-ONE-FLAG
031300         VARYING WS-FN-SUB FROM 1 BY 1
031400         UNTIL WS-FN-SUB > 6.
031500     IF NOT WS-EDIT-OK
031600         DISPLAY "AUT0100 - EACH FUNCTION FLAG MUST BE Y OR N".
031700 3200-EXIT.
031800     EXIT.
031900*
032000 3210-EDIT-ONE-FLAG.
032100     IF WS-NEW-FN (WS-FN-SUB) NOT = "Y"
032200        AND WS-NEW-FN (WS-FN-SUB) NOT = "N"
032300         MOVE "N" TO WS-EDIT-OK-SW.
032400*
032500******************************************************************
032600*    3300 - RECORD A NEW ENTRY AS PENDING.  IT IS WRITTEN "NEW"
032700*           WITH NO LIVE FUNCTION, SO IT GRANTS NOTHING UNTIL
032800*           IT IS APPROVED
032900******************************************************************
033000 3300-ADD-PENDING.
033100     MOVE SPACES        TO AUM-REC.
033200     MOVE WS-KEY-TYPE   TO AUM-KEY-TYPE.
033300     MOVE WS-KEY-ID     TO AUM-KEY-ID.
033400     MOVE WS-KEY-PGM-ID TO AUM-PGM-ID.
033500     MOVE 0             TO AUM-CHECK-DATE AUM-CHECK-TIME.
033600     MOVE "N"          TO AUM-STUS.
033700     MOVE "NNNNNN"     TO AUM-FUNC-FLAGS.
033800     MOVE "A"          TO AUM-PEND-ACT.
033900     PERFORM 3350-SET-MAKER THRU 3350-EXIT.
034000     MOVE 2 TO WS-REDO-POINT.
034100     WRITE AUM-REC
034200         INVALID KEY
034300             DISPLAY "AUT0100 - ADD FAILED, STATUS " FILE-STUS
034400     END-WRITE.
034500     IF FILE-LOCK OR RECORD-LOCK
034600         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
034700     END-IF.
034800     IF STS-OK
034900         DISPLAY "AUT0100 - ADD RECORDED, AWAITING APPROVAL "
035000             "BY A SECOND SUPERVISOR"
035100     END-IF.
035200 3300-EXIT.
035300     EXIT.
035400*
035500 3350-SET-MAKER.
035600     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.
035700     ACCEPT WS-SYS-TIME  FROM TIME.
035800     MOVE WS-NEW-FLAGS TO AUM-PEND-FLAGS.
035900     MOVE TELER-ID     TO AUM-MAKER-ID.
036000     MOVE WS-SYS-DATE8 TO AUM-MAKER-DATE.
036100     MOVE WS-SYS-TIME  TO AUM-MAKER-TIME.
036200 3350-EXIT.
036300     EXIT.
036400*
036500******************************************************************
036600*    3400 - RECORD A CHANGE OR DELETE OF A LIVE ENTRY AS PENDING;
036700*           THE LIVE FLAGS STAY IN FORCE UNTIL IT IS APPROVED
036800******************************************************************
036900 3400-CHANGE-PENDING.
037000     IF WS-FUNC-CHANGE
037100         MOVE "C" TO AUM-PEND-ACT
037200     ELSE
037300         MOVE "D" TO AUM-PEND-ACT
037400     END-IF.
037500     PERFORM 3350-SET-MAKER THRU 3350-EXIT.
037600     PERFORM 3700-REWRITE-ENTRY THRU 3700-EXIT.
037700     IF STS-OK
037800         IF WS-FUNC-CHANGE
037900             DISPLAY "AUT0100 - CHANGE RECORDED, AWAITING "
038000                 "APPROVAL BY A SECOND SUPERVISOR"
038100         ELSE
038200             DISPLAY "AUT0100 - DELETE RECORDED, AWAITING "
038300                 "APPROVAL BY A SECOND SUPERVISOR"
038400         END-IF
038500     END-IF.
038600 3400-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000*    3600 - THE CHECKER APPROVES OR REJECTS THE PENDING CHANGE.
039100*           NOT THE MAKER; SUPERVISOR RANK PROVED THROUGH
039200*           SUPCHECK; AND THE SAME FUNCTION ON AUT0100 AS THE
039300*           CHANGE ITSELF.  AN APPROVED DELETE AND A REJECTED
039400*           ADD REMOVE THE ENTRY
039500******************************************************************
039600 3600-SETTLE-PENDING.
039700     IF AUM-NO-PENDING
039800         DISPLAY "AUT0100 - NO CHANGE PENDING ON THIS ENTRY"
039900         GO TO 3600-EXIT.
040000     PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT.
040100     IF AUM-MAKER-ID = TELER-ID
040200         DISPLAY "AUT0100 - A SECOND ID MUST APPROVE OR REJECT "
040300             "THE CHANGE, NOT THE MAKER"
040400         GO TO 3600-EXIT.
040500     MOVE AUM-PEND-ACT TO ATH-FUNC-CD.
040600     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
040700     IF NOT ATH-PERMITTED
040800         GO TO 3600-EXIT.
040900     MOVE "V" TO WS-SC-REQUEST-CD.
041000     MOVE 0   TO WS-SC-AMT.
041100     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
041200         TELER-ID BRID WS-SC-AMT WS-SC-RETURN-STUS.
041300     IF WS-SC-RETURN-STUS NOT = "00"
041400         DISPLAY "AUT0100 - CHECKER " TELER-ID
041500             " REFUSED, REASON " WS-SC-RETURN-STUS
041600         GO TO 3600-EXIT.
041700     IF WS-FUNC-APPROVE
041800         DISPLAY "APPROVE THIS CHANGE (Y/N)?"
041900     ELSE
042000         DISPLAY "REJECT THIS CHANGE (Y/N)?"
042100     END-IF.
042200     ACCEPT ANS.
042300     IF NOT ANSY
042400         GO TO 3600-EXIT.
042500     MOVE TELER-ID     TO SUP1.
042600     MOVE AUM-MAKER-ID TO SUP2.
042700     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.
042800     ACCEPT WS-SYS-TIME  FROM TIME.
042900     IF WS-FUNC-APPROVE
043000         PERFORM 3610-APPLY-PENDING THRU 3610-EXIT
043100     ELSE
043200         PERFORM 3620-DROP-PENDING THRU 3620-EXIT
043300     END-IF.
043400 3600-EXIT.
043500     EXIT.
043600*
043700 3610-APPLY-PENDING.
043800     MOVE "AUTHAPPRV" TO WS-OVER-TYPE.
043900     IF AUM-PEND-DELETE
044000         PERFORM 3800-DELETE-ENTRY THRU 3800-EXIT
044100         IF STS-OK
044200             DISPLAY "AUT0100 - DELETE APPROVED, ENTRY REMOVED"
044300             PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
044400         END-IF
044500         GO TO 3610-EXIT.
044600     MOVE "A"            TO AUM-STUS.
044700     MOVE AUM-PEND-FLAGS TO AUM-FUNC-FLAGS.
044800     PERFORM 3630-CLEAR-PENDING THRU 3630-EXIT.
044900     PERFORM 3700-REWRITE-ENTRY THRU 3700-EXIT.
045000     IF STS-OK
045100         DISPLAY "AUT0100 - CHANGE APPROVED AND IN FORCE, "
045200             "FUNCTIONS " AUM-FUNC-FLAGS
045300         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
045400     END-IF.
045500 3610-EXIT.
045600     EXIT.
045700*
045800 3620-DROP-PENDING.
045900     MOVE "AUTHRJCT" TO WS-OVER-TYPE.
046000     IF AUM-PEND-ADD
046100         PERFORM 3800-DELETE-ENTRY THRU 3800-EXIT
046200         IF STS-OK
046300             DISPLAY "AUT0100 - ADD REJECTED, ENTRY REMOVED"
046400             PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
046500         END-IF
046600         GO TO 3620-EXIT.
046700     PERFORM 3630-CLEAR-PENDING THRU 3630-EXIT.
046800     PERFORM 3700-REWRITE-ENTRY THRU 3700-EXIT.
046900     IF STS-OK
047000         DISPLAY "AUT0100 - CHANGE REJECTED, ENTRY UNCHANGED"
047100         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
047200     END-IF.
047300 3620-EXIT.
047400     EXIT.
047500*
047600 3630-CLEAR-PENDING.
047700     MOVE SPACE        TO AUM-PEND-ACT.
047800     MOVE SPACES       TO AUM-PEND-FLAGS.
047900     MOVE TELER-ID     TO AUM-CHECKER-ID.
048000     MOVE WS-SYS-DATE8 TO AUM-CHECK-DATE.
048100     MOVE WS-SYS-TIME  TO AUM-CHECK-TIME.
048200 3630-EXIT.
048300     EXIT.
048400*
048500 3700-REWRITE-ENTRY.
048600     MOVE 3 TO WS-REDO-POINT.
048700     REWRITE AUM-REC
048800         INVALID KEY
048900             DISPLAY "AUT0100 - REWRITE FAILED, STATUS "
049000                 FILE-STUS
049100     END-REWRITE.
049200     IF FILE-LOCK OR RECORD-LOCK
049300         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
049400     END-IF.
049500 3700-EXIT.
049600     EXIT.
049700*
049800 3800-DELETE-ENTRY.
049900     MOVE 4 TO WS-REDO-POINT.
050000     DELETE AUTHMXF RECORD
050100         INVALID KEY
050200             DISPLAY "AUT0100 - DELETE FAILED, STATUS " FILE-STUS
050300     END-DELETE.
050400     IF FILE-LOCK OR RECORD-LOCK
050500         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
050600     END-IF.
050700 3800-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100*    3900 - SHOW ONE ENTRY - LIVE FLAGS, ANY PENDING CHANGE AND
051200*           WHO MADE AND LAST APPROVED IT
051300******************************************************************
051400 3900-SHOW-ENTRY.
051500     DISPLAY "TYPE " AUM-KEY-TYPE "  ID " AUM-KEY-ID
051600         "  PROGRAM " AUM-PGM-ID "  STUS " AUM-STUS.
051700     DISPLAY "  LIVE  A C D I R F = " AUM-FN (1) " " AUM-FN (2)
051800         " " AUM-FN (3) " " AUM-FN (4) " " AUM-FN (5)
051900         " " AUM-FN (6).
052000     IF NOT AUM-NO-PENDING
052100         DISPLAY "  PENDING " AUM-PEND-ACT "  FUNCTIONS "
052200             AUM-PEND-FLAGS "  BY " AUM-MAKER-ID
052300             " " AUM-MAKER-DATE " " AUM-MAKER-TIME
052400     END-IF.
052500     IF AUM-CHECKER-ID NOT = SPACES
052600         DISPLAY "  LAST APPROVED/REJECTED BY " AUM-CHECKER-ID
052700             " " AUM-CHECK-DATE " " AUM-CHECK-TIME
052800     END-IF.
052900 3900-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300*    4000 - LIST THE MATRIX, ALL PROGRAMS OR ONE
053400******************************************************************
053500 4000-LIST-MATRIX.
053600     DISPLAY "PROGRAM (BLANK=ALL) : ".
053700     MOVE SPACES TO WS-LIST-PGM-ID.
053800     ACCEPT WS-LIST-PGM-ID.
053900     MOVE 0   TO WS-LIST-CNT.
054000     MOVE "N" TO WS-LIST-EOF-SW.
054100     MOVE LOW-VALUES TO AUM-KEY.
054200     START AUTHMXF KEY NOT < AUM-KEY
054300         INVALID KEY
054400             MOVE "Y" TO WS-LIST-EOF-SW
054500     END-START.
054600     PERFORM 4100-LIST-ONE THRU 4100-EXIT
054700         UNTIL WS-LIST-EOF.
054800     DISPLAY "AUT0100 - " WS-LIST-CNT " ENTRIES LISTED".
054900 4000-EXIT.
055000     EXIT.
055100*
055200 4100-LIST-ONE.
055300     MOVE 5 TO WS-REDO-POINT.
055400     READ AUTHMXF NEXT
055500         AT END
055600             MOVE "Y" TO WS-LIST-EOF-SW
055700             GO TO 4100-EXIT
055800     END-READ.
055900     IF FILE-LOCK OR RECORD-LOCK
056000         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
056100     END-IF.
056200     IF NOT STS-OK
056300         DISPLAY "AUT0100 - LIST READ FAILED, STATUS " FILE-STUS
056400         MOVE "Y" TO WS-LIST-EOF-SW
056500         GO TO 4100-EXIT.
056600     IF WS-LIST-PGM-ID NOT = SPACES
056700        AND AUM-PGM-ID NOT = WS-LIST-PGM-ID
056800         GO TO 4100-EXIT.
056900     ADD 1 TO WS-LIST-CNT.
057000     PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT.
057100 4100-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500*    5000 - WRITE THE APPROVAL OR REJECTION TO THE DAILY AUDIT
057600*           FILE - CHECKER AS SUP1, MAKER AS SUP2
057700******************************************************************
057800 5000-WRITE-AUDIT.
057900     MOVE "W" TO WS-SA-REQUEST-CD.
058000     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
058100         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
058200         SUP1 SUP2 WS-SA-RETURN-STUS.
058300     IF WS-SA-RETURN-STUS NOT = "00"
058400         DISPLAY "AUT0100 - AUDIT WRITE FAILED, STATUS "
058500             WS-SA-RETURN-STUS " FOR " TELER-ID
058600     END-IF.
058700 5000-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
059200*           LKRETRY.CPY
059300******************************************************************
059400 9500-REDO-IO.
059500     EVALUATE WS-REDO-POINT
059600         WHEN 1
059700             READ AUTHMXF
059800                 KEY IS AUM-KEY
059900                 INVALID KEY
060000                     CONTINUE
060100             END-READ
060200         WHEN 2
060300             WRITE AUM-REC
060400                 INVALID KEY
060500                     CONTINUE
060600             END-WRITE
060700         WHEN 3
060800             REWRITE AUM-REC
060900                 INVALID KEY
061000                     CONTINUE
061100             END-REWRITE
061200         WHEN 4
061300             DELETE AUTHMXF RECORD
061400                 INVALID KEY
061500                     CONTINUE
061600             END-DELETE
061700         WHEN OTHER
061800             READ AUTHMXF NEXT
061900                 AT END
062000                     CONTINUE
062100             END-READ
062200     END-EVALUATE.
062300 9500-REDO-IO-EXIT.
062400     EXIT.
062500*
062600 COPY LKRETRY.
062700*
062800 COPY AUTHENT.
