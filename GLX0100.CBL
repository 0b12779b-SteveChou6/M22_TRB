001600*    GLEXTF LAYOUT (ONE RECORD TYPE CODE PER LINE):
001700*      "H" BF-DATE                         FILE HEADER
001800*      "D" BRID SEQ TELER-ID AMT RTN-CD    ONE PER POSTING
001850*          INSTR ("C" CASH / "Q" CHEQUE)
001875*          FEE ("F" SERVICE FEE OR ITS OFFSET, ELSE SPACE)
001900*      "B" BRID COUNT AMT-HASH             ONE PER BRANCH
001933*      "Q" BRID COUNT AMT-HASH             CHEQUES WITHIN THE
001966*                                          BRANCH, AFTER ITS "B"
001977*      "F" BRID COUNT AMT-HASH             SERVICE FEES WITHIN
001988*                                          THE BRANCH, AFTER "Q"
002000*      "T" COUNT AMT-HASH                  FILE TRAILER
002100*    THE "B"/"T" RECORDS CARRY THE RECORD COUNTS AND PST-AMT
002200*    HASH TOTALS THE RECEIVING SIDE PROVES THE FILE AGAINST.
002225*    THE "Q" RECORD IS A SUBTOTAL OF THE BRANCH'S "B" FIGURES,
002250*    SO HEAD OFFICE CAN BOOK CHEQUES TO UNCLEARED FUNDS APART
002275*    FROM CASH; IT IS NOT COUNTED AGAIN IN THE "T" TRAILER.
002280*    THE "F" RECORD IS THE SAME KIND OF SUBTOTAL FOR SERVICE-FEE
002285*    POSTINGS ("11") AND THEIR "08" OFFSETS, SO HEAD OFFICE CAN
002290*    BOOK FEE INCOME TO THE BRANCH THE FEE POSTED TO; THE
002295*    RECEIVING BRANCH'S SHARE IS SETTLED BY STL0100.
002300*
002400*    THE SAME PER-BRANCH TOTALS GO TO THE CONTROL FILE GLCTLF;
002500*    GLA0100 MATCHES HEAD OFFICE'S ACKNOWLEDGMENT AGAINST IT THE
003130*                     MUST BE STAMPED COMPLETE (SUPERVISOR FORCE
003140*                     FOR EXCEPTIONS), A RECUT WARNS FIRST, AND
003150*                     THE EXTRACT STAMPS ITS OWN SLOT AT END
003166*    2026-10-05 OPS   INSTRUMENT CODE ON EACH "D" RECORD AND A
003182*                     "Q" CHEQUE SUBTOTAL AFTER EACH BRANCH "B"
003188*    2026-10-06 OPS   SERVICE-FEE INDICATOR ON EACH "D" RECORD AND
003194*                     AN "F" FEE-INCOME SUBTOTAL AFTER THE "Q"
003196*    2026-10-07 OPS   DATE-CLOSE STEP STATUS AREA WIDENED FOR
003198*                     THE LARGE-CASH REPORT SLOT (LCR0100)
003218*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
003238*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
003258*                     MATRIX BEFORE ANYTHING ELSE IS DONE
003278******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
005900     05  GLC-AMT             PIC 9(11)V99.
006000 WORKING-STORAGE SECTION.
006100 COPY FLAG.
006150 COPY AUTHCHKW.
006200 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
006300 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
006400     88  WS-POST-EOF         VALUE "Y".
007100         10  WS-BR-ID        PIC 9(03).
007200         10  WS-BR-RECS      PIC 9(07) COMP.
007300         10  WS-BR-AMT       PIC 9(11)V99 COMP-3.
007333         10  WS-BR-CHQ-RECS  PIC 9(07) COMP.
007366         10  WS-BR-CHQ-AMT   PIC 9(11)V99 COMP-3.
007377         10  WS-BR-FEE-RECS  PIC 9(07) COMP.
007388         10  WS-BR-FEE-AMT   PIC 9(11)V99 COMP-3.
007400 01  WS-SUB                  PIC 9(03) COMP VALUE 0.
007500 01  WS-SX                   PIC 9(03) COMP VALUE 0.
007600 01  WS-TOT-RECS             PIC 9(07) COMP VALUE 0.
008600     05  WS-DTL-TELER        PIC X(09).
008700     05  WS-DTL-AMT          PIC 9(09)V99.
008800     05  WS-DTL-RTN-CD       PIC X(02).
008866     05  WS-DTL-INSTR        PIC X(01).
008910     05  WS-DTL-FEE-IND      PIC X(01).
008954     05  FILLER              PIC X(07) VALUE SPACES.
009000 01  WS-BTR-REC.
009100     05  WS-BTR-TYPE         PIC X(01) VALUE "B".
009200     05  WS-BTR-BRID         PIC 9(03).
009300     05  WS-BTR-CNT          PIC 9(07).
009400     05  WS-BTR-AMT          PIC 9(11)V99.
009414     05  FILLER              PIC X(16) VALUE SPACES.
009428 01  WS-QTR-REC.
009442     05  WS-QTR-TYPE         PIC X(01) VALUE "Q".
009456     05  WS-QTR-BRID         PIC 9(03).
009470     05  WS-QTR-CNT          PIC 9(07).
009484     05  WS-QTR-AMT          PIC 9(11)V99.
009500     05  FILLER              PIC X(16) VALUE SPACES.
009514 01  WS-FEE-REC.
009528     05  WS-FEE-TYPE         PIC X(01) VALUE "F".
009542     05  WS-FEE-BRID         PIC 9(03).
009556     05  WS-FEE-CNT          PIC 9(07).
009570     05  WS-FEE-AMT          PIC 9(11)V99.
009584     05  FILLER              PIC X(16) VALUE SPACES.
009600 01  WS-FTR-REC.
009700     05  WS-FTR-TYPE         PIC X(01) VALUE "T".
009800     05  WS-FTR-CNT          PIC 9(07).
010136     05  WS-DC-GLX-STUS      PIC X(01).
010138     05  WS-DC-GLA-STUS      PIC X(01).
010140     05  WS-DC-EOD-STUS      PIC X(01).
010141     05  WS-DC-LCR-STUS      PIC X(01).
010142 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
010200 PROCEDURE DIVISION.
010300*
011300*    1000 - INITIALIZE - BUSINESS DATE, FILES, FILE HEADER
011400******************************************************************
011500 1000-INITIALIZE.
011509     DISPLAY "OPERATOR  : ".
011518     ACCEPT TELER-ID.
011527     MOVE SPACES TO TELER-TMLID.
011536     MOVE 0   TO BRID.
011545     MOVE "GLX0100" TO ATH-PGM-ID.
011554     MOVE "R"       TO ATH-FUNC-CD.
011563     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
011572     IF NOT ATH-PERMITTED
011581         MOVE "Y" TO WS-ABORT-SW
011590         GO TO 1000-EXIT.
011600     DISPLAY "BUS DATE  : ".
011700     ACCEPT BF-DATE.
011800     IF BF-DATE = 0
016100     MOVE PST-TELER-ID  TO WS-DTL-TELER.
016200     MOVE PST-AMT       TO WS-DTL-AMT.
016300     MOVE PST-RETURN-CD TO WS-DTL-RTN-CD.
016316     IF PST-INSTR-CHEQUE
016332         MOVE "Q" TO WS-DTL-INSTR
016348     ELSE
016364         MOVE "C" TO WS-DTL-INSTR
016380     END-IF.
016390     MOVE PST-FEE-IND   TO WS-DTL-FEE-IND.
016400     MOVE WS-DTL-REC    TO GLX-LINE.
016500     WRITE GLX-LINE.
016600     ADD 1       TO WS-TOT-RECS.
018600             MOVE PST-BRID  TO WS-BR-ID (WS-SUB)
018700             MOVE 0         TO WS-BR-RECS (WS-SUB)
018800             MOVE 0         TO WS-BR-AMT (WS-SUB)
018833             MOVE 0         TO WS-BR-CHQ-RECS (WS-SUB)
018866             MOVE 0         TO WS-BR-CHQ-AMT (WS-SUB)
018877             MOVE 0         TO WS-BR-FEE-RECS (WS-SUB)
018888             MOVE 0         TO WS-BR-FEE-AMT (WS-SUB)
018900         ELSE
019000             DISPLAY "GLX0100 - BRANCH TABLE FULL, " PST-BRID
019100                 " NOT HASHED"
019400     END-IF.
019500     ADD 1       TO WS-BR-RECS (WS-SUB).
019600     ADD PST-AMT TO WS-BR-AMT (WS-SUB).
019620     IF PST-INSTR-CHEQUE
019640         ADD 1       TO WS-BR-CHQ-RECS (WS-SUB)
019660         ADD PST-AMT TO WS-BR-CHQ-AMT (WS-SUB)
019680     END-IF.
019684     IF PST-FEE-ITEM
019688         ADD 1       TO WS-BR-FEE-RECS (WS-SUB)
019692         ADD PST-AMT TO WS-BR-FEE-AMT (WS-SUB)
019696     END-IF.
019700 2200-EXIT.
019800     EXIT.
019900*
022300     MOVE WS-BR-RECS (WS-SUB) TO WS-BTR-CNT.
022400     MOVE WS-BR-AMT (WS-SUB)  TO WS-BTR-AMT.
022500     MOVE WS-BTR-REC TO GLX-LINE.
022516     WRITE GLX-LINE.
022532     MOVE WS-BR-ID (WS-SUB)       TO WS-QTR-BRID.
022548     MOVE WS-BR-CHQ-RECS (WS-SUB) TO WS-QTR-CNT.
022564     MOVE WS-BR-CHQ-AMT (WS-SUB)  TO WS-QTR-AMT.
022580     MOVE WS-QTR-REC TO GLX-LINE.
022600     WRITE GLX-LINE.
022616     MOVE WS-BR-ID (WS-SUB)       TO WS-FEE-BRID.
022632     MOVE WS-BR-FEE-RECS (WS-SUB) TO WS-FEE-CNT.
022648     MOVE WS-BR-FEE-AMT (WS-SUB)  TO WS-FEE-AMT.
022664     MOVE WS-FEE-REC TO GLX-LINE.
022680     WRITE GLX-LINE.
022700     MOVE WS-BR-ID (WS-SUB)   TO GLC-BRID.
022800     MOVE WS-BR-RECS (WS-SUB) TO GLC-CNT.
022900     MOVE WS-BR-AMT (WS-SUB)  TO GLC-AMT.
024850     ACCEPT SUP1.
024860     IF SUP1 = SPACES
024870         GO TO 7000-EXIT.
024895     MOVE SPACES TO TELER-TMLID.
024900     MOVE 0   TO BRID.
024910     MOVE "V" TO WS-SC-REQUEST-CD.
024960         DISPLAY "GLX0100 - SUP1 " SUP1 " REFUSED, REASON "
024970             WS-SC-RETURN-STUS
024980         GO TO 7000-EXIT.
024982     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
024984     IF NOT ATH-PERMITTED
024986         GO TO 7000-EXIT.
024990     MOVE "W" TO WS-SA-REQUEST-CD.
025000     MOVE "DATEFORCE" TO WS-OVER-TYPE.
025010     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
025080     MOVE "Y" TO WS-FORCE-OK-SW.
025090 7000-EXIT.
025100     EXIT.
025101*
025102 COPY AUTHENT.
