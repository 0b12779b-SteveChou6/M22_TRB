002866*                     FIRST (SUPERVISOR FORCE FOR EXCEPTIONS),
002868*                     WARNS BEFORE A RERUN, AND STAMPS ITS OWN
002870*                     SLOT AT END
002874*    2026-10-06 OPS   SERVICE FEES - A FEE POSTING (PST-FEE-ITEM)
002878*                     ON A CROSS-BRANCH RECEIPT ADDS ONLY THE
002882*                     HOME BRANCH'S PART OF THE FEE TO THE PAIR;
002886*                     THE RECEIVING BRANCH KEEPS PST-FEE-ORIG-AMT.
002890*                     FEES ARE NOT COUNTED AS ITEMS AND ARE
002894*                     TOTALLED ON THE FOOTING
002896*    2026-10-07 OPS   DATE-CLOSE STEP STATUS AREA WIDENED FOR
002898*                     THE LARGE-CASH REPORT SLOT (LCR0100)
002918*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
002938*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
002958*                     MATRIX BEFORE ANYTHING ELSE IS DONE
002978******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
005400 01  RPT-LINE                PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 COPY FLAG.
005650 COPY AUTHCHKW.
005700 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
005800 01  WS-POST-EOF-SW          PIC X(01) VALUE "N".
005900     88  WS-POST-EOF         VALUE "Y".
008210 01  WS-RVSL-CNT             PIC 9(07) COMP VALUE 0.
008220 01  WS-RVSL-SW              PIC X(01) VALUE "N".
008230     88  WS-RVSL-ITEM        VALUE "Y".
008247 01  WS-FEE-CNT              PIC 9(07) COMP VALUE 0.
008264 01  WS-FEE-KEPT-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
008281 01  WS-ITEM-AMT             PIC 9(09)V99 VALUE 0.
008300 01  WS-NET-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
008400 01  WS-NET-ORIG             PIC 9(03) VALUE 0.
008500 01  WS-NET-HOME             PIC 9(03) VALUE 0.
008790     05  WS-DC-GLX-STUS      PIC X(01).
008792     05  WS-DC-GLA-STUS      PIC X(01).
008794     05  WS-DC-EOD-STUS      PIC X(01).
008795     05  WS-DC-LCR-STUS      PIC X(01).
008796 01  WS-DC-RETURN-STUS       PIC X(02) VALUE SPACES.
008800 PROCEDURE DIVISION.
008900*
009700*    1000 - INITIALIZE - OPEN FILES, LOAD THE SESSION TABLE
009800******************************************************************
009900 1000-INITIALIZE.
009901     DISPLAY "OPERATOR  : ".
009902     ACCEPT TELER-ID.
009903     MOVE SPACES TO TELER-TMLID.
009904     MOVE 0   TO BRID.
009905     MOVE "STL0100" TO ATH-PGM-ID.
009906     MOVE "R"       TO ATH-FUNC-CD.
009907     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
009908     IF NOT ATH-PERMITTED
009909         MOVE "Y" TO WS-ABORT-SW
009910         GO TO 1000-EXIT.
009911     DISPLAY "BUS DATE  : ".
009920     ACCEPT BF-DATE.
009930     PERFORM 1200-CHECK-DATE-CTL THRU 1200-EXIT.
009940     IF WS-ABORT-RUN
017710         IF WS-RVSL-ITEM
017720             ADD 1 TO WS-RVSL-CNT
017730         ELSE
017743             IF PST-FEE-ITEM
017756                 ADD 1 TO WS-FEE-CNT
017769             ELSE
017782                 ADD 1 TO WS-XBR-CNT
017795             END-IF
017810         END-IF
017900         PERFORM 2120-TALLY-PAIR THRU 2120-EXIT
018000     END-IF.
023730*    2125 - ADD THIS ITEM TO THE PAIR WS-PAIR-IX POINTS AT - OR
023740*           SUBTRACT IT, WHEN IT IS THE OFFSETTING SIDE OF A
023750*           REVERSAL, SO THE ORIGINAL AND ITS REVERSAL NET TO
023754*           NOTHING INSTEAD OF DOUBLING THE PAIR.  A SERVICE
023758*           FEE (OR ITS OFFSET) CARRIES ONLY THE HOME BRANCH'S
023762*           PART - THE RECEIVING BRANCH KEEPS PST-FEE-ORIG-AMT -
023766*           AND IS NOT AN ITEM OF ITS OWN
023770******************************************************************
023780 2125-POST-PAIR-ITEM.
023785     MOVE PST-AMT TO WS-ITEM-AMT.
023790     IF PST-FEE-ITEM
023795         SUBTRACT PST-FEE-ORIG-AMT FROM WS-ITEM-AMT
023800         IF WS-RVSL-ITEM
023805             SUBTRACT PST-FEE-ORIG-AMT FROM WS-FEE-KEPT-AMT
023810         ELSE
023815             ADD PST-FEE-ORIG-AMT TO WS-FEE-KEPT-AMT
023820         END-IF
023825     END-IF.
023830     IF WS-RVSL-ITEM
023835         IF NOT PST-FEE-ITEM
023840             SUBTRACT 1 FROM WS-PAIR-ITEMS (WS-PAIR-IX)
023845         END-IF
023850         SUBTRACT WS-ITEM-AMT FROM WS-PAIR-AMT (WS-PAIR-IX)
023855     ELSE
023860         IF NOT PST-FEE-ITEM
023865             ADD 1 TO WS-PAIR-ITEMS (WS-PAIR-IX)
023870         END-IF
023875         ADD WS-ITEM-AMT TO WS-PAIR-AMT (WS-PAIR-IX)
023880     END-IF.
023885 2125-EXIT.
023890     EXIT.
023895*
023900******************************************************************
024000*    3000 - FINALIZE - PRINT THE SETTLEMENT MATRIX AND CLOSE
024100******************************************************************
036050             DELIMITED BY SIZE INTO RPT-LINE
036060         WRITE RPT-LINE
036070     END-IF.
036073     IF WS-FEE-CNT > 0
036076         MOVE SPACES TO RPT-LINE
036079         MOVE WS-FEE-CNT TO WS-CNT-ED
036082         MOVE WS-FEE-KEPT-AMT TO WS-PAMT-ED
036085         STRING "SERVICE FEES NETTED         " WS-CNT-ED
036088             "  KEPT BY RECEIVING BR " WS-PAMT-ED
036091             DELIMITED BY SIZE INTO RPT-LINE
036094         WRITE RPT-LINE
036097     END-IF.
036100     IF WS-UNMATCHED-CNT > 0
036200         MOVE SPACES TO RPT-LINE
036300         MOVE WS-UNMATCHED-CNT TO WS-CNT-ED
037530     ACCEPT SUP1.
037540     IF SUP1 = SPACES
037550         GO TO 7000-EXIT.
037575     MOVE SPACES TO TELER-TMLID.
037580     MOVE 0   TO BRID.
037590     MOVE "V" TO WS-SC-REQUEST-CD.
037640         DISPLAY "STL0100 - SUP1 " SUP1 " REFUSED, REASON "
037650             WS-SC-RETURN-STUS
037660         GO TO 7000-EXIT.
037662     PERFORM 8550-CHECK-FORCE THRU 8550-EXIT.
037664     IF NOT ATH-PERMITTED
037666         GO TO 7000-EXIT.
037670     MOVE "W" TO WS-SA-REQUEST-CD.
037680     MOVE "DATEFORCE" TO WS-OVER-TYPE.
037690     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
037760     MOVE "Y" TO WS-FORCE-OK-SW.
037770 7000-EXIT.
037780     EXIT.
037781*
037782 COPY AUTHENT.
