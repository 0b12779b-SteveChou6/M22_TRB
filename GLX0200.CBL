002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    2026-09-02 OPS   ORIGINAL
002825*    2026-10-05 OPS   INSTRUMENT CODE ON EACH "D" RECORD AND A
002850*                     "Q" CHEQUE SUBTOTAL AFTER EACH BRANCH "B",
002875*                     AS GLX0100 NOW CUTS THEM
002881*    2026-10-06 OPS   SERVICE-FEE INDICATOR ON EACH "D" RECORD AND
002887*                     AN "F" FEE-INCOME SUBTOTAL AFTER THE "Q",
002893*                     AS GLX0100 NOW CUTS THEM
002894*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002895*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002896*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006400     05  GLC-AMT             PIC 9(11)V99.
006500 WORKING-STORAGE SECTION.
006600 COPY FLAG.
006650 COPY AUTHCHKW.
006700 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
006800 01  WS-ERR-EOF-SW           PIC X(01) VALUE "N".
006900     88  WS-ERR-EOF          VALUE "Y".
007800         10  WS-SEL-BRID     PIC 9(03).
007900         10  WS-SEL-RECS     PIC 9(07) COMP.
008000         10  WS-SEL-AMT      PIC 9(11)V99 COMP-3.
008033         10  WS-SEL-CHQ-RECS PIC 9(07) COMP.
008066         10  WS-SEL-CHQ-AMT  PIC 9(11)V99 COMP-3.
008077         10  WS-SEL-FEE-RECS PIC 9(07) COMP.
008088         10  WS-SEL-FEE-AMT  PIC 9(11)V99 COMP-3.
008100 01  WS-SUB                  PIC 9(03) COMP VALUE 0.
008200 01  WS-SX                   PIC 9(03) COMP VALUE 0.
008300 01  WS-KEY-BRID             PIC 9(03) VALUE 0.
009500     05  WS-DTL-TELER        PIC X(09).
009600     05  WS-DTL-AMT          PIC 9(09)V99.
009700     05  WS-DTL-RTN-CD       PIC X(02).
009766     05  WS-DTL-INSTR        PIC X(01).
009810     05  WS-DTL-FEE-IND      PIC X(01).
009854     05  FILLER              PIC X(07) VALUE SPACES.
009900 01  WS-BTR-REC.
010000     05  WS-BTR-TYPE         PIC X(01) VALUE "B".
010100     05  WS-BTR-BRID         PIC 9(03).
010200     05  WS-BTR-CNT          PIC 9(07).
010300     05  WS-BTR-AMT          PIC 9(11)V99.
010314     05  FILLER              PIC X(16) VALUE SPACES.
010328 01  WS-QTR-REC.
010342     05  WS-QTR-TYPE         PIC X(01) VALUE "Q".
010356     05  WS-QTR-BRID         PIC 9(03).
010370     05  WS-QTR-CNT          PIC 9(07).
010384     05  WS-QTR-AMT          PIC 9(11)V99.
010400     05  FILLER              PIC X(16) VALUE SPACES.
010414 01  WS-FEE-REC.
010428     05  WS-FEE-TYPE         PIC X(01) VALUE "F".
010442     05  WS-FEE-BRID         PIC 9(03).
010456     05  WS-FEE-CNT          PIC 9(07).
010470     05  WS-FEE-AMT          PIC 9(11)V99.
010484     05  FILLER              PIC X(16) VALUE SPACES.
010500 01  WS-FTR-REC.
010600     05  WS-FTR-TYPE         PIC X(01) VALUE "T".
010700     05  WS-FTR-CNT          PIC 9(07).
012200*    1000 - INITIALIZE - DATE, SELECTION, FILES, "R" HEADER
012300******************************************************************
012400 1000-INITIALIZE.
012409     DISPLAY "OPERATOR  : ".
012418     ACCEPT TELER-ID.
012427     MOVE SPACES TO TELER-TMLID.
012436     MOVE 0   TO BRID.
012445     MOVE "GLX0200" TO ATH-PGM-ID.
012454     MOVE "R"       TO ATH-FUNC-CD.
012463     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012472     IF NOT ATH-PERMITTED
012481         MOVE "Y" TO WS-ABORT-SW
012490         GO TO 1000-EXIT.
012500     DISPLAY "BUS DATE  : ".
012600     ACCEPT BF-DATE.
012700     IF BF-DATE = 0
021200     MOVE WS-KEY-BRID TO WS-SEL-BRID (WS-SEL-CNT).
021300     MOVE 0           TO WS-SEL-RECS (WS-SEL-CNT).
021400     MOVE 0           TO WS-SEL-AMT (WS-SEL-CNT).
021433     MOVE 0           TO WS-SEL-CHQ-RECS (WS-SEL-CNT).
021466     MOVE 0           TO WS-SEL-CHQ-AMT (WS-SEL-CNT).
021477     MOVE 0           TO WS-SEL-FEE-RECS (WS-SEL-CNT).
021488     MOVE 0           TO WS-SEL-FEE-AMT (WS-SEL-CNT).
021500 1190-EXIT.
021600     EXIT.
021700*
026100     MOVE PSH-TELER-ID  TO WS-DTL-TELER.
026200     MOVE PSH-AMT       TO WS-DTL-AMT.
026300     MOVE PSH-RETURN-CD TO WS-DTL-RTN-CD.
026316     IF PSH-INSTR-CHEQUE
026332         MOVE "Q" TO WS-DTL-INSTR
026348     ELSE
026364         MOVE "C" TO WS-DTL-INSTR
026380     END-IF.
026383     IF PSH-FEE-ITEM
026386         MOVE "F"   TO WS-DTL-FEE-IND
026389     ELSE
026392         MOVE SPACE TO WS-DTL-FEE-IND
026395     END-IF.
026400     MOVE WS-DTL-REC    TO GLX-LINE.
026500     WRITE GLX-LINE.
026600     ADD 1       TO WS-TOT-RECS.
026700     ADD PSH-AMT TO WS-TOT-AMT.
026800     ADD 1       TO WS-SEL-RECS (WS-SUB).
026900     ADD PSH-AMT TO WS-SEL-AMT (WS-SUB).
026920     IF PSH-INSTR-CHEQUE
026940         ADD 1       TO WS-SEL-CHQ-RECS (WS-SUB)
026960         ADD PSH-AMT TO WS-SEL-CHQ-AMT (WS-SUB)
026980     END-IF.
026984     IF PSH-FEE-ITEM
026988         ADD 1       TO WS-SEL-FEE-RECS (WS-SUB)
026992         ADD PSH-AMT TO WS-SEL-FEE-AMT (WS-SUB)
026996     END-IF.
027000 2100-EXIT.
027100     EXIT.
027200*
029800     MOVE WS-SEL-AMT (WS-SUB)  TO WS-BTR-AMT.
029900     MOVE WS-BTR-REC TO GLX-LINE.
030000     WRITE GLX-LINE.
030016     MOVE WS-SEL-BRID (WS-SUB)     TO WS-QTR-BRID.
030032     MOVE WS-SEL-CHQ-RECS (WS-SUB) TO WS-QTR-CNT.
030048     MOVE WS-SEL-CHQ-AMT (WS-SUB)  TO WS-QTR-AMT.
030064     MOVE WS-QTR-REC TO GLX-LINE.
030080     WRITE GLX-LINE.
030083     MOVE WS-SEL-BRID (WS-SUB)     TO WS-FEE-BRID.
030086     MOVE WS-SEL-FEE-RECS (WS-SUB) TO WS-FEE-CNT.
030089     MOVE WS-SEL-FEE-AMT (WS-SUB)  TO WS-FEE-AMT.
030092     MOVE WS-FEE-REC TO GLX-LINE.
030095     WRITE GLX-LINE.
030100     MOVE WS-SEL-BRID (WS-SUB) TO GLC-BRID.
030200     MOVE WS-SEL-RECS (WS-SUB) TO GLC-CNT.
030300     MOVE WS-SEL-AMT (WS-SUB)  TO GLC-AMT.
031600     END-IF.
031700 4000-EXIT.
031800     EXIT.
031801*
031802 COPY AUTHENT.
