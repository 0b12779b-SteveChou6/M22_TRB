002300*    SEVERAL TELLERS CAN KEY INTO THE SAME DAY'S FILE; THE
002400*    KEYED-ITEMS COUNT AND AMOUNT TOTAL ARE SHOWN FOR THE
002500*    TELLER TO CONFIRM AGAINST THE PAPER AT END OF ENTRY.
002533*    A RECEIPT TO A DORMANT ACCOUNT IS ACCEPTED WITH A WARNING,
002566*    AND THE SUP1 THAT WILL REACTIVATE IT IS ASKED FOR.
002571*    A RECEIPT FOR THE SAME ACCOUNT AND AMOUNT AS ONE ALREADY
002576*    KEYED THIS SESSION, POSTED TODAY OR ON RECENT POSTING
002581*    HISTORY (DUPCHECK) IS SHOWN TO THE TELLER AS A SUSPECTED
002586*    DUPLICATE AND ONLY KEYED IF THE TELLER CONFIRMS IT IS NOT
002591*    ONE (RCV-DUP-CONF); EDT0100 LOGS IT FOR THE BRANCH MANAGER.
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-02 OPS   ORIGINAL
002916*    2026-10-05 OPS   CHEQUE RECEIPTS - INSTRUMENT PROMPT WITH
002932*                     DRAWEE BANK AND CHEQUE NUMBER FOR A CHEQUE;
002948*                     A REVERSAL MAY NAME AN ORIGINAL FROM A
002964*                     PRIOR BUSINESS DATE; CHEQUES SHOWN APART IN
002980*                     THE KEYED TOTALS
002986*    2026-10-09 OPS   WARN ON A RECEIPT TO A DORMANT ACCOUNT AND
002992*                     ASK FOR THE SUP1 THAT REACTIVATES IT
002994*    2026-10-10 OPS   SUSPECTED DUPLICATE CHECK (DUPCHECK) WITH
002996*                     TELLER CONFIRMATION
002997*    2026-10-12 OPS   SIGNED-ON TELLER CHECKED THROUGH AUTHCHK
002998*                     AGAINST THE AUTHORIZATION MATRIX
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006200 WORKING-STORAGE SECTION.
006300 COPY FLAG.
006400 COPY LKRETRYW.
006450 COPY AUTHCHKW.
006500 01  WS-ABORT-SW             PIC X(01) VALUE "N".
006600     88  WS-ABORT-RUN        VALUE "Y".
006700 01  WS-DONE-SW              PIC X(01) VALUE "N".
007600 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
007700 01  WS-KEYED-CNT            PIC 9(05) COMP VALUE 0.
007800 01  WS-KEYED-AMT            PIC 9(11)V99 COMP-3 VALUE 0.
007833 01  WS-KEYED-CHQ-CNT        PIC 9(05) COMP VALUE 0.
007866 01  WS-KEYED-CHQ-AMT        PIC 9(11)V99 COMP-3 VALUE 0.
007900 01  WS-CNT-ED               PIC ZZZZ9.
008000 01  WS-AMT-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008100 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
008111 01  WS-DK-REQUEST-CD        PIC X(01) VALUE "Q".
008122 01  WS-DK-MATCH.
008133     05  WS-DK-MATCH-SRC     PIC X(01).
008144     05  WS-DK-MATCH-DATE    PIC 9(08).
008155     05  WS-DK-MATCH-BRID    PIC 9(03).
008166     05  WS-DK-MATCH-SEQ     PIC 9(05).
008177     05  WS-DK-MATCH-TELER-ID PIC X(09).
008188 01  WS-DK-RETURN-STUS       PIC X(02) VALUE SPACES.
008200 PROCEDURE DIVISION.
008300*
008400 0000-MAINLINE.
010500     IF WS-ABORT-RUN
010600         CLOSE SESSF
010700         GO TO 1000-EXIT.
010712     MOVE "ENT0100" TO ATH-PGM-ID.
010724     MOVE "R"       TO ATH-FUNC-CD.
010736     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
010748     IF NOT ATH-PERMITTED
010760         CLOSE SESSF
010772         MOVE "Y" TO WS-ABORT-SW
010784         GO TO 1000-EXIT.
010800     OPEN INPUT BRPARMF.
010900     IF NOT STS-OK
011000         DISPLAY "ENT0100 - NO BRANCH PARAMETER FILE, STATUS "
021600         DISPLAY "LK-NAME   : "
021700         ACCEPT RCV-LK-NAME
021800     END-IF.
021809     IF WS-TRAN-RECEIPT
021818         DISPLAY "INSTR (BLANK/C=CASH Q=CHEQUE): "
021827         ACCEPT RCV-INSTR-CD
021836         IF RCV-INSTR-CHEQUE
021845             DISPLAY "DRAWEE BANK: "
021854             ACCEPT RCV-CHQ-BANK
021863             DISPLAY "CHEQUE NO : "
021872             ACCEPT RCV-CHQ-NO
021881         END-IF
021890     END-IF.
021900     DISPLAY "SUP1 (BLANK=NONE) : ".
022000     ACCEPT RCV-SUP1.
022100     IF WS-TRAN-REVERSAL
022300         ACCEPT RCV-RVSL-BRID
022400         DISPLAY "RVSL SEQ  : "
022500         ACCEPT RCV-RVSL-SEQ
022533         DISPLAY "RVSL DATE (0=TODAY): "
022566         ACCEPT RCV-RVSL-DATE
022600         DISPLAY "SUP2      : "
022700         ACCEPT RCV-SUP2
022800     END-IF.
022900     PERFORM 2200-EDIT-ITEM THRU 2200-EXIT.
022925     IF WS-EDIT-REASON = SPACES AND WS-TRAN-RECEIPT
022950         PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
022975     END-IF.
023000     IF WS-EDIT-REASON NOT = SPACES
023100         DISPLAY "ENT0100 - REFUSED: " WS-EDIT-REASON
023200         DISPLAY "ENT0100 - KEY THE ITEM AGAIN"
023700         GO TO 2100-EXIT.
023800     ADD 1       TO WS-KEYED-CNT.
023900     ADD RCV-AMT TO WS-KEYED-AMT.
023920     IF WS-TRAN-RECEIPT AND RCV-INSTR-CHEQUE
023940         ADD 1       TO WS-KEYED-CHQ-CNT
023960         ADD RCV-AMT TO WS-KEYED-CHQ-AMT
023980     END-IF.
023985     IF WS-TRAN-RECEIPT
023990         PERFORM 2550-ADD-TO-SESSION THRU 2550-EXIT
023995     END-IF.
024000     DISPLAY "ENT0100 - ITEM ACCEPTED".
024100 2100-EXIT.
024200     EXIT.
027300             MOVE "REVERSAL KEY MISSING" TO WS-EDIT-REASON
027400             GO TO 2200-EXIT
027500         END-IF
027511         IF RCV-RVSL-DATE NOT NUMERIC
027522             MOVE "REVERSAL DATE NOT NUMERIC" TO WS-EDIT-REASON
027533             GO TO 2200-EXIT
027544         END-IF
027555         IF RCV-RVSL-DATE > BF-DATE
027566             MOVE "REVERSAL DATE AFTER BF-DATE" TO WS-EDIT-REASON
027577             GO TO 2200-EXIT
027588         END-IF
027600         IF RCV-SUP2 = SPACES
027700             MOVE "SUP2 REQUIRED" TO WS-EDIT-REASON
027800             GO TO 2200-EXIT
027804         END-IF
027808     END-IF.
027812     IF RCV-TRAN-RECEIPT
027816         IF NOT RCV-INSTR-CASH AND NOT RCV-INSTR-CHEQUE
027820             MOVE "INSTRUMENT NOT CASH/CHEQUE" TO WS-EDIT-REASON
027824             GO TO 2200-EXIT
027828         END-IF
027832         IF RCV-INSTR-CHEQUE
027836             IF RCV-CHQ-BANK NOT NUMERIC
027840                 MOVE "DRAWEE BANK NOT NUMERIC" TO WS-EDIT-REASON
027844                 GO TO 2200-EXIT
027848             END-IF
027852             IF RCV-CHQ-BANK = 0
027856                 MOVE "DRAWEE BANK MISSING" TO WS-EDIT-REASON
027860                 GO TO 2200-EXIT
027864             END-IF
027868             IF RCV-CHQ-NO = SPACES
027872                 MOVE "CHEQUE NUMBER MISSING" TO WS-EDIT-REASON
027876                 GO TO 2200-EXIT
027880             END-IF
027900         END-IF
028000     END-IF.
028100     PERFORM 2400-EDIT-ACCOUNT THRU 2400-EXIT.
033600         GO TO 2400-EXIT.
033700     IF NOT ACT-OPEN
033800         MOVE "ACCOUNT CLOSED" TO WS-EDIT-REASON
033840         GO TO 2400-EXIT.
033880     IF ACT-DORMANT AND RCV-TRAN-RECEIPT
033920         PERFORM 2450-WARN-DORMANT THRU 2450-EXIT
033960     END-IF.
034000 2400-EXIT.
034100     EXIT.
034104*
034108******************************************************************
034112*    2450 - WARN THE TELLER OFF A RECEIPT TO A DORMANT ACCOUNT.
034116*           IT IS NOT REFUSED, BUT RCV0100 ONLY POSTS IT (AND
034120*           REACTIVATES THE ACCOUNT) UNDER A SUP1 CLEARANCE, SO
034124*           ONE NOT ALREADY KEYED IS ASKED FOR HERE
034128******************************************************************
034132 2450-WARN-DORMANT.
034136     DISPLAY "ENT0100 - WARNING: ACCOUNT " ACT-ACCT-NO
034140         " DORMANT SINCE " ACT-DORM-DATE.
034144     DISPLAY "ENT0100 - A SUP1 CLEARANCE REACTIVATES IT WHEN "
034146         "IT POSTS".
034148     IF RCV-SUP1 = SPACES
034152         DISPLAY "SUP1 TO REACTIVATE (BLANK=NONE): "
034156         ACCEPT RCV-SUP1
034160     END-IF.
034164     IF RCV-SUP1 = SPACES
034168         DISPLAY "ENT0100 - NO SUP1 - THE ITEM WILL NOT POST "
034172             "UNTIL ONE IS GIVEN"
034176     END-IF.
034180 2450-EXIT.
034184     EXIT.
034186*
034188******************************************************************
034190*    2500 - A RECEIPT FOR THE SAME ACCOUNT AND AMOUNT AS ONE
034192*           ALREADY KEYED THIS SESSION, POSTED TODAY OR ON RECENT
034194*           POSTING HISTORY IS A SUSPECTED DUPLICATE (DUPCHECK).
034196*           THE TELLER IS SHOWN THE EARLIER ITEM AND MUST CONFIRM
034198*           THIS ONE IS NOT THE SAME MONEY, OR IT IS NOT KEYED
034200******************************************************************
034202 2500-CHECK-DUPLICATE.
034204     MOVE "Q" TO WS-DK-REQUEST-CD.
034206     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
034208         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
034210     IF WS-DK-RETURN-STUS NOT = "01"
034212         GO TO 2500-EXIT.
034214     MOVE RCV-AMT TO WS-AMT-ED.
034216     DISPLAY "ENT0100 - SUSPECTED DUPLICATE: ACCOUNT " RCV-ACCT-NO
034218         " AMOUNT " WS-AMT-ED.
034220     EVALUATE WS-DK-MATCH-SRC
034222         WHEN "B"
034224             DISPLAY "ENT0100 - ALREADY KEYED THIS SESSION AS "
034226                 "ITEM " WS-DK-MATCH-SEQ
034228         WHEN "P"
034230             DISPLAY "ENT0100 - POSTED TODAY AT BRANCH "
034232                 WS-DK-MATCH-BRID " SEQ " WS-DK-MATCH-SEQ
034234                 " BY " WS-DK-MATCH-TELER-ID
034236         WHEN OTHER
034238             DISPLAY "ENT0100 - POSTED " WS-DK-MATCH-DATE
034240                 " AT BRANCH " WS-DK-MATCH-BRID " SEQ "
034242                 WS-DK-MATCH-SEQ " BY " WS-DK-MATCH-TELER-ID
034244     END-EVALUATE.
034246     DISPLAY "CONFIRM THIS IS NOT A DUPLICATE (Y/N)?".
034248     ACCEPT ANS.
034250     IF ANSY
034252         MOVE "Y" TO RCV-DUP-CONF
034254         DISPLAY "ENT0100 - CONFIRMED - THE ITEM WILL BE LISTED "
034256             "FOR THE BRANCH MANAGER"
034258     ELSE
034260         MOVE "SUSPECT DUP NOT CONFIRMED" TO WS-EDIT-REASON
034262     END-IF.
034264 2500-EXIT.
034266     EXIT.
034268*
034270******************************************************************
034272*    2550 - AN ACCEPTED RECEIPT IS ADDED TO THE SESSION SO THE
034274*           SAME ITEM KEYED AGAIN IS CAUGHT
034276******************************************************************
034278 2550-ADD-TO-SESSION.
034280     MOVE "A"          TO WS-DK-REQUEST-CD.
034282     MOVE "B"          TO WS-DK-MATCH-SRC.
034284     MOVE BRID         TO WS-DK-MATCH-BRID.
034286     MOVE WS-KEYED-CNT TO WS-DK-MATCH-SEQ.
034288     MOVE TELER-ID     TO WS-DK-MATCH-TELER-ID.
034290     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
034292         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
034294 2550-EXIT.
034296     EXIT.
034298*
034300******************************************************************
034400*    3000 - SHOW THE KEYED TOTALS FOR THE TELLER TO CONFIRM
034500*           AGAINST THE PAPER
034900     MOVE WS-KEYED-AMT TO WS-AMT-ED.
035000     DISPLAY "ENT0100 - ITEMS KEYED " WS-CNT-ED
035100         "  TOTAL " WS-AMT-ED.
035120     MOVE WS-KEYED-CHQ-CNT TO WS-CNT-ED.
035140     MOVE WS-KEYED-CHQ-AMT TO WS-AMT-ED.
035160     DISPLAY "ENT0100 - OF WHICH CHEQUES " WS-CNT-ED
035180         "  TOTAL " WS-AMT-ED.
035200     DISPLAY "CONFIRM TOTALS AGAINST THE PAPER (Y/N)?".
035300     ACCEPT ANS.
035400     IF NOT ANSY
036500     IF WS-ABORT-RUN
036600         GO TO 4000-EXIT.
036700     CLOSE RCVINF SESSF BRPARMF ACCTF.
036725     MOVE "C" TO WS-DK-REQUEST-CD.
036750     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
036775         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
036800 4000-EXIT.
036900     EXIT.
037000*
039200     EXIT.
039300*
039400 COPY LKRETRY.
039401*
039402 COPY AUTHENT.
