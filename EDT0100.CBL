002600*      - RCV-TELER-ID MATCHES THE ACTIVE SIGNED-ON SESSION FOR
002700*        RCV-TMLID
002800*      - A REVERSAL NAMES ITS ORIGINAL (RVSL BRID/SEQ NUMERIC,
002840*        NOT ZERO; RVSL DATE NUMERIC, NOT AFTER THE BF-DATE)
002880*      - RCV-ACCT-NO ON THE ACCOUNT MASTER AND OPEN
002900*        (A RECEIPT TO A DORMANT ACCOUNT PASSES WITH A WARNING)
002920*      - A RECEIPT IS CASH OR CHEQUE; A CHEQUE CARRIES ITS
002960*        DRAWEE BANK AND CHEQUE NUMBER
002965*      - A RECEIPT IS NOT A SUSPECTED DUPLICATE - NO EARLIER
002970*        RECEIPT FOR THE SAME ACCOUNT AND AMOUNT IN THIS RCVINF,
002975*        ON TODAY'S POSTF OR ON RECENT POSTING HISTORY (DUPCHECK).
002980*        A SUSPECT GOES TO RCVERRF AS "SUSPECT DUP" UNLESS THE
002985*        TELLER HAS CONFIRMED IT (RCV-DUP-CONF), IN WHICH CASE IT
002990*        GOES THROUGH AND IS LOGGED ON DUPFRCF (DUPFRC.CPY) FOR
002995*        THE DAILY FORCED-THROUGH LIST (DUP0100)
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003320*                     CUSTOMER ACCOUNT MASTER (ACCT.CPY) - AN
003330*                     UNKNOWN OR CLOSED ACCOUNT GOES TO RCVERRF
003340*                     WITH THE REASON; RCV-REC NOW 86 BYTES
003352*    2026-10-05 OPS   CHEQUE RECEIPTS - INSTRUMENT CODE AND
003364*                     CHEQUE DETAILS EDITED (2800); A REVERSAL'S
003376*                     ORIGINAL BUSINESS DATE EDITED; RCV-REC NOW
003388*                     120 BYTES
003392*    2026-10-09 OPS   WARN ON A RECEIPT TO A DORMANT ACCOUNT
003396*                     (ACT-DORM-SW) - IT STILL GOES TO RCVF
003397*    2026-10-10 OPS   SUSPECTED DUPLICATE CHECK (DUPCHECK) ON
003398*                     ACCOUNT, AMOUNT AND DATE - SUSPECTS HELD ON
003399*                     RCVERRF, CONFIRMED ONES LOGGED ON DUPFRCF
003419*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
003439*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
003459*                     MATRIX BEFORE ANYTHING ELSE IS DONE
003464*    2026-10-15 OPS   AN ITEM ALREADY POSTED BY AN EARLIER RUN
003469*                     TODAY IS NOT HELD AS A DUPLICATE OF ITS OWN
003474*                     POSTING ON A RERUN
003479******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
005630         ACCESS MODE IS RANDOM
005640         RECORD KEY IS ACT-ACCT-NO
005650         FILE STATUS IS FILE-STUS.
005662     SELECT DUPFRCF ASSIGN TO "DUPFRCF"
005674         ORGANIZATION IS LINE SEQUENTIAL
005686         FILE STATUS IS RPT-FILE-STUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  RCVINF.
006000 COPY RCVREC.
006100 FD  RCVF
006200     RECORD CONTAINS 120 CHARACTERS.
006300 01  EDT-OUT-REC             PIC X(120).
006400 FD  RCVERRF.
006500 COPY RCVERR.
006600 FD  BRPARMF.
006900 COPY SESSION.
006910 FD  ACCTF.
006920 COPY ACCT.
006946 FD  DUPFRCF.
006972 COPY DUPFRC.
007000 WORKING-STORAGE SECTION.
007100 COPY FLAG.
007200 COPY LKRETRYW.
007250 COPY AUTHCHKW.
007300 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
007400 01  WS-IN-EOF-SW            PIC X(01) VALUE "N".
007500     88  WS-IN-EOF           VALUE "Y".
007800 01  WS-LINE-NO              PIC 9(05) VALUE 0.
007900 01  WS-CLEAN-CNT            PIC 9(05) COMP VALUE 0.
008000 01  WS-RJCT-CNT             PIC 9(05) COMP VALUE 0.
008050 01  WS-DORM-CNT             PIC 9(05) COMP VALUE 0.
008066 01  WS-DUP-HELD-CNT         PIC 9(05) COMP VALUE 0.
008082 01  WS-DUP-FRC-CNT          PIC 9(05) COMP VALUE 0.
008100 01  WS-EDIT-REASON          PIC X(30) VALUE SPACES.
008200 01  WS-BR-FOUND-SW          PIC X(01) VALUE "N".
008300     88  WS-BR-FOUND         VALUE "Y".
008400 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
008500 01  WS-CNT-ED               PIC ZZZZ9.
008511 01  WS-DK-REQUEST-CD        PIC X(01) VALUE "Q".
008522 01  WS-DK-MATCH.
008533     05  WS-DK-MATCH-SRC     PIC X(01).
008544     05  WS-DK-MATCH-DATE    PIC 9(08).
008555     05  WS-DK-MATCH-BRID    PIC 9(03).
008566     05  WS-DK-MATCH-SEQ     PIC 9(05).
008577     05  WS-DK-MATCH-TELER-ID PIC X(09).
008588 01  WS-DK-RETURN-STUS       PIC X(02) VALUE SPACES.
008600 PROCEDURE DIVISION.
008700*
008800 0000-MAINLINE.
009600*    1000 - INITIALIZE
009700******************************************************************
009800 1000-INITIALIZE.
009809     DISPLAY "OPERATOR  : ".
009818     ACCEPT TELER-ID.
009827     MOVE SPACES TO TELER-TMLID.
009836     MOVE 0   TO BRID.
009845     MOVE "EDT0100" TO ATH-PGM-ID.
009854     MOVE "R"       TO ATH-FUNC-CD.
009863     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
009872     IF NOT ATH-PERMITTED
009881         MOVE "Y" TO WS-ABORT-SW
009890         GO TO 1000-EXIT.
009900     OPEN INPUT RCVINF.
010000     IF NOT STS-OK
010100         DISPLAY "EDT0100 - NO KEYED INPUT RCVINF, STATUS "
011660         GO TO 1000-EXIT.
011700     OPEN OUTPUT RCVF.
011800     OPEN OUTPUT RCVERRF.
011820     OPEN EXTEND DUPFRCF.
011840     IF RPT-FILE-STUS = "35"
011860         OPEN OUTPUT DUPFRCF
011880     END-IF.
011900 1000-EXIT.
012000     EXIT.
012100*
015100         PERFORM 2600-EDIT-REVERSAL THRU 2600-EXIT.
015110     IF WS-EDIT-REASON = SPACES
015120         PERFORM 2700-EDIT-ACCOUNT THRU 2700-EXIT.
015146     IF WS-EDIT-REASON = SPACES
015172         PERFORM 2800-EDIT-INSTRUMENT THRU 2800-EXIT.
015181     IF WS-EDIT-REASON = SPACES AND RCV-TRAN-RECEIPT
015190         PERFORM 2900-CHECK-DUPLICATE THRU 2900-EXIT.
015200     IF WS-EDIT-REASON = SPACES
015300         MOVE RCV-REC TO EDT-OUT-REC
015400         WRITE EDT-OUT-REC
015500         ADD 1 TO WS-CLEAN-CNT
015525         IF RCV-TRAN-RECEIPT
015550             PERFORM 2950-ADD-TO-BATCH THRU 2950-EXIT
015575         END-IF
015600     ELSE
015700         MOVE WS-LINE-NO     TO ERR-LINE-NO
015800         MOVE WS-EDIT-REASON TO ERR-REASON
026800         GO TO 2600-EXIT.
026900     IF RCV-RVSL-BRID = 0 OR RCV-RVSL-SEQ = 0
027000         MOVE "REVERSAL KEY MISSING" TO WS-EDIT-REASON
027014         GO TO 2600-EXIT.
027028     IF RCV-RVSL-DATE NOT NUMERIC
027042         MOVE "REVERSAL DATE NOT NUMERIC" TO WS-EDIT-REASON
027056         GO TO 2600-EXIT.
027070     IF RCV-RVSL-DATE > SESS-BF-DATE
027084         MOVE "REVERSAL DATE AFTER BF-DATE" TO WS-EDIT-REASON
027100     END-IF.
027200 2600-EXIT.
027300     EXIT.
027374         GO TO 2700-EXIT.
027376     IF NOT ACT-OPEN
027378         MOVE "ACCOUNT CLOSED" TO WS-EDIT-REASON
027379         GO TO 2700-EXIT.
027380     IF ACT-DORMANT AND RCV-TRAN-RECEIPT
027381         PERFORM 2750-WARN-DORMANT THRU 2750-EXIT
027382     END-IF.
027383 2700-EXIT.
027386     EXIT.
027387*
027388******************************************************************
027389*    2750 - A RECEIPT TO A DORMANT ACCOUNT IS NOT REJECTED - IT
027390*           GOES THROUGH TO RCVF WITH A WARNING, SINCE RCV0100
027391*           ONLY POSTS IT (AND REACTIVATES THE ACCOUNT) UNDER A
027392*           SUP1 CLEARANCE; ONE WITH NO SUP1 WILL FALL OUT THERE
027393******************************************************************
027394 2750-WARN-DORMANT.
027395     ADD 1 TO WS-DORM-CNT.
027396     IF RCV-SUP1 = SPACES
027397         DISPLAY "EDT0100 - WARNING LINE " WS-LINE-NO
027398             " ACCOUNT " ACT-ACCT-NO " DORMANT SINCE "
027399             ACT-DORM-DATE " - NO SUP1, WILL NOT POST"
027400     ELSE
027401         DISPLAY "EDT0100 - WARNING LINE " WS-LINE-NO
027402             " ACCOUNT " ACT-ACCT-NO " DORMANT SINCE "
027403             ACT-DORM-DATE " - SUP1 " RCV-SUP1 " TO REACTIVATE"
027404     END-IF.
027405 2750-EXIT.
027406     EXIT.
027407*
027408******************************************************************
027409*    2800 - A RECEIPT IS CASH (SPACE/"C") OR CHEQUE ("Q"); A
027410*           CHEQUE MUST CARRY ITS DRAWEE BANK CODE AND CHEQUE
027411*           NUMBER.  A REVERSAL TAKES ITS INSTRUMENT FROM THE
027412*           ORIGINAL POSTING AND IS NOT EDITED HERE
027414******************************************************************
027418 2800-EDIT-INSTRUMENT.
027422     IF RCV-TRAN-REVERSAL
027426         GO TO 2800-EXIT.
027430     IF NOT RCV-INSTR-CASH AND NOT RCV-INSTR-CHEQUE
027434         MOVE "INSTRUMENT NOT CASH/CHEQUE" TO WS-EDIT-REASON
027438         GO TO 2800-EXIT.
027442     IF RCV-INSTR-CASH
027446         GO TO 2800-EXIT.
027450     IF RCV-CHQ-BANK NOT NUMERIC
027454         MOVE "DRAWEE BANK NOT NUMERIC" TO WS-EDIT-REASON
027458         GO TO 2800-EXIT.
027462     IF RCV-CHQ-BANK = 0
027466         MOVE "DRAWEE BANK MISSING" TO WS-EDIT-REASON
027470         GO TO 2800-EXIT.
027474     IF RCV-CHQ-NO = SPACES
027478         MOVE "CHEQUE NUMBER MISSING" TO WS-EDIT-REASON
027482     END-IF.
027486 2800-EXIT.
027490     EXIT.
027494*
027495******************************************************************
027496*    2900 - A RECEIPT MUST NOT BE A SUSPECTED DUPLICATE - AN
027497*           EARLIER RECEIPT FOR THE SAME ACCOUNT AND AMOUNT IN
027498*           THIS RCVINF, ON TODAY'S POSTF OR ON RECENT POSTING
027499*           HISTORY (DUPCHECK).  A SUSPECT THE TELLER HAS
027500*           CONFIRMED (RCV-DUP-CONF) GOES THROUGH AND IS LOGGED
027501*           FOR THE FORCED-THROUGH LIST; ANY OTHER IS HELD ON
027502*           RCVERRF NAMING THE ITEM IT MATCHED.  RCVINF IS
027503*           RE-EDITED WHOLE ON A RERUN, SO AN ITEM RCV0100 HAS
027504*           ALREADY POSTED IS ON TODAY'S POSTF UNDER THE KEY IT
027505*           WILL TAKE AGAIN - THE ACCOUNT'S BRANCH AND ITS RCVF
027506*           POSITION.  THAT ONE POSTING IS ITS OWN, NOT AN
027507*           EARLIER RECEIPT, AND IS PASSED OVER ("X")
027508******************************************************************
027509 2900-CHECK-DUPLICATE.
027510     MOVE SESS-BF-DATE TO BF-DATE.
027511     MOVE "X" TO WS-DK-REQUEST-CD.
027512     MOVE "P"      TO WS-DK-MATCH-SRC.
027513     MOVE ACT-BRID TO WS-DK-MATCH-BRID.
027514     COMPUTE WS-DK-MATCH-SEQ = WS-CLEAN-CNT + 1.
027515     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
027516         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
027517     IF WS-DK-RETURN-STUS NOT = "01"
027518         GO TO 2900-EXIT.
027519     IF RCV-DUP-CONFIRMED
027520         PERFORM 2920-LOG-FORCED THRU 2920-EXIT
027521         GO TO 2900-EXIT.
027522     ADD 1 TO WS-DUP-HELD-CNT.
027523     EVALUATE WS-DK-MATCH-SRC
027524         WHEN "B"
027525             STRING "SUSPECT DUP LINE " WS-DK-MATCH-SEQ
027526                 DELIMITED BY SIZE INTO WS-EDIT-REASON
027527         WHEN "P"
027528             STRING "SUSPECT DUP POSTF " WS-DK-MATCH-BRID "-"
027529                 WS-DK-MATCH-SEQ
027530                 DELIMITED BY SIZE INTO WS-EDIT-REASON
027531         WHEN OTHER
027532             STRING "SUSPECT DUP " WS-DK-MATCH-DATE " "
027533                 WS-DK-MATCH-BRID "-" WS-DK-MATCH-SEQ
027534                 DELIMITED BY SIZE INTO WS-EDIT-REASON
027535     END-EVALUATE.
027536 2900-EXIT.
027537     EXIT.
027538*
027539 2920-LOG-FORCED.
027540     ADD 1 TO WS-DUP-FRC-CNT.
027541     MOVE SPACES               TO DFR-REC.
027542     MOVE BF-DATE              TO DFR-BF-DATE.
027543     MOVE RCV-BRID             TO DFR-BRID.
027544     MOVE RCV-TELER-ID         TO DFR-TELER-ID.
027545     MOVE RCV-TMLID            TO DFR-TMLID.
027546     MOVE WS-LINE-NO           TO DFR-LINE-NO.
027547     MOVE RCV-ACCT-NO          TO DFR-ACCT-NO.
027548     MOVE RCV-AMT              TO DFR-AMT.
027549     MOVE RCV-SUP1             TO DFR-SUP1.
027550     MOVE WS-DK-MATCH-SRC      TO DFR-MATCH-SRC.
027551     MOVE WS-DK-MATCH-DATE     TO DFR-MATCH-DATE.
027552     MOVE WS-DK-MATCH-BRID     TO DFR-MATCH-BRID.
027553     MOVE WS-DK-MATCH-SEQ      TO DFR-MATCH-SEQ.
027554     MOVE WS-DK-MATCH-TELER-ID TO DFR-MATCH-TELER-ID.
027555     ACCEPT DFR-LOG-DATE FROM DATE YYYYMMDD.
027556     ACCEPT DFR-LOG-TIME FROM TIME.
027557     WRITE DFR-REC.
027558     DISPLAY "EDT0100 - WARNING LINE " WS-LINE-NO
027559         " ACCOUNT " RCV-ACCT-NO " CONFIRMED NOT A DUPLICATE BY "
027560         RCV-TELER-ID.
027561 2920-EXIT.
027562     EXIT.
027563*
027564******************************************************************
027565*    2950 - A RECEIPT PASSED TO RCVF IS ADDED TO THE BATCH SO A
027566*           LATER LINE FOR THE SAME ACCOUNT AND AMOUNT IS CAUGHT
027567******************************************************************
027568 2950-ADD-TO-BATCH.
027569     MOVE "A"          TO WS-DK-REQUEST-CD.
027570     MOVE "B"          TO WS-DK-MATCH-SRC.
027571     MOVE RCV-BRID     TO WS-DK-MATCH-BRID.
027572     MOVE WS-LINE-NO   TO WS-DK-MATCH-SEQ.
027573     MOVE RCV-TELER-ID TO WS-DK-MATCH-TELER-ID.
027574     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
027575         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
027576 2950-EXIT.
027577     EXIT.
027578*
027579******************************************************************
027600*    3000 - FINALIZE - COUNTS FOR THE OPERATOR
027700******************************************************************
027800 3000-FINALIZE.
028200     DISPLAY "EDT0100 - CLEAN RECORDS TO RCVF    " WS-CNT-ED.
028300     MOVE WS-RJCT-CNT TO WS-CNT-ED.
028400     DISPLAY "EDT0100 - REJECTS TO RCVERRF       " WS-CNT-ED.
028420     IF WS-DORM-CNT > 0
028440         MOVE WS-DORM-CNT TO WS-CNT-ED
028460         DISPLAY "EDT0100 - DORMANT-ACCOUNT WARNINGS " WS-CNT-ED
028480     END-IF.
028492     MOVE WS-DUP-HELD-CNT TO WS-CNT-ED.
028504     DISPLAY "EDT0100 - SUSPECT DUPLICATES HELD  " WS-CNT-ED.
028516     MOVE WS-DUP-FRC-CNT TO WS-CNT-ED.
028528     DISPLAY "EDT0100 - SUSPECTS FORCED THROUGH  " WS-CNT-ED.
028540     MOVE "C" TO WS-DK-REQUEST-CD.
028552     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
028564         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
028576     CLOSE RCVINF RCVF RCVERRF BRPARMF SESSF ACCTF
028588         DUPFRCF.
028600 3000-EXIT.
028700     EXIT.
028800*
030900     EXIT.
031000*
031100 COPY LKRETRY.
031101*
031102 COPY AUTHENT.
