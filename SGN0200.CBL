002040*                     RECEIPTS AND SHOWN NEXT TO THE PROOFF
002050*                     KEYED-VS-POSTED FIGURE, REPLACING THE
002060*                     ADDING-MACHINE TAPE
002070*    2026-10-05 OPS   CHEQUES TAKEN (DRW-CHQ-CNT/AMT) SHOWN FOR
002080*                     HAND-OVER TO THE CLEARING DESK - THEY ARE
002090*                     NOT PART OF THE EXPECTED CASH
002093*    2026-10-12 OPS   SESSION TELLER CHECKED THROUGH AUTHCHK
002096*                     AGAINST THE AUTHORIZATION MATRIX
002097*    2026-10-14 OPS   DRAWER CLOSE COUNT WRITTEN TO THE
002098*                     FORWARD-RECOVERY JOURNAL THROUGH FWDJRNL
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003400 WORKING-STORAGE SECTION.
003500 COPY FLAG.
003600 COPY LKRETRYW.
003650 COPY AUTHCHKW.
003675 COPY FWDJNLW.
003700 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
003800     88  WS-REC-FOUND        VALUE "Y".
003810 01  WS-DRW-FOUND-SW         PIC X(01) VALUE "N".
005500         DISPLAY "SGN0200 - TERMINAL " TELER-TMLID
005600             " IS ALREADY SIGNED OFF"
005700         GO TO 0000-FINISH.
005712     MOVE SESS-TELER-ID TO TELER-ID.
005724     MOVE SESS-BRID     TO BRID.
005736     MOVE "SGN0200"     TO ATH-PGM-ID.
005748     MOVE "R"           TO ATH-FUNC-CD.
005760     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
005772     IF NOT ATH-PERMITTED
005784         GO TO 0000-FINISH.
005800     DISPLAY "SIGN OFF " SESS-TELER-ID " AT BRANCH " SESS-BRID
005900         " (Y/N)?".
006000     ACCEPT ANS.
011112******************************************************************
011114*    3000 - DENOMINATION-LEVEL DRAWER CLOSE COUNT.  THE TELLER
011116*           COUNTS THE DRAWER BY DENOMINATION; EXPECTED CASH IS
011117*           OPEN + VAULT IN - VAULT OUT + POSTED CASH RECEIPTS
011118*           (CHEQUES ARE LISTED APART FOR HAND-OVER), AND
011120*           THE OVER/SHORT IS COUNTED MINUS EXPECTED.  THE
011122*           PROOFF KEYED-VS-POSTED FIGURE IS SHOWN NEXT TO IT
011124*           SO THE MANAGER SEES BOTH SIDES OF THE SAME DRAWER
011234     IF FILE-LOCK OR RECORD-LOCK
011236         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
011238     END-IF.
011239     IF STS-OK
011240         PERFORM 3300-JOURNAL-DRAWER THRU 3300-EXIT
011241     END-IF.
011242     CLOSE DRAWERF.
011243     MOVE WS-CNTD-AMT   TO WS-AMT-ED.
011244     MOVE WS-EXPECT-AMT TO WS-AMT-ED2.
011246     MOVE WS-OVRSHT-AMT TO WS-OVR-ED.
011248     DISPLAY "SGN0200 - COUNTED  " WS-AMT-ED.
011250     DISPLAY "SGN0200 - EXPECTED " WS-AMT-ED2.
011252     DISPLAY "SGN0200 - CASH OVER/SHORT " WS-OVR-ED.
011253     IF DRW-CHQ-CNT > 0
011254         MOVE DRW-CHQ-AMT TO WS-AMT-ED
011255         DISPLAY "SGN0200 - CHEQUES TO HAND OVER " DRW-CHQ-CNT
011256             "  TOTAL " WS-AMT-ED
011257     END-IF.
011258     PERFORM 3200-SHOW-PROOF THRU 3200-EXIT.
011259 3000-EXIT.
011260     EXIT.
011261*
011262 3100-COUNT-ONE-DENOM.
011264     DISPLAY "COUNT OF " WS-DENOM-VAL (WS-DENOM-SUB) " : ".
011266     ACCEPT WS-DENOM-CNT.
011328 3200-EXIT.
011330     EXIT.
011332*
011334******************************************************************
011336*    3300 - WRITE THE DRAWER AFTER IMAGE TO THE FORWARD-RECOVERY
011338*           JOURNAL THROUGH FWDJRNL SO RCY0100 CAN REBUILD DRAWERF
011340******************************************************************
011342 3300-JOURNAL-DRAWER.
011344     MOVE "SGN0200"    TO FJW-PGM-ID.
011346     MOVE "DRAWERF"    TO FJW-FILE-ID.
011348     MOVE "R"          TO FJW-ACTION.
011350     MOVE DRW-BF-DATE  TO FJW-BF-DATE.
011352     MOVE DRW-KEY      TO FJW-REC-KEY.
011354     MOVE DRW-RCPT-AMT TO FJW-CTL-AMT.
011356     MOVE DRW-REC      TO FJW-IMAGE.
011358     MOVE "W"          TO FJW-REQUEST-CD.
011360     CALL "FWDJRNL" USING FJW-REQUEST-CD TELER-ID BRID
011362         TELER-TMLID FJW-ENTRY FJW-RETURN-STUS.
011364     IF FJW-RETURN-STUS NOT = "00"
011366         DISPLAY "SGN0200 - RECOVERY JOURNAL WRITE FAILED, "
011368             "STATUS " FJW-RETURN-STUS " FOR " DRW-TELER-ID
011370     END-IF.
011372 3300-EXIT.
011374     EXIT.
011376*
011378******************************************************************
011400*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
011500*           LKRETRY.CPY
011600******************************************************************
013200     EXIT.
013300*
013400 COPY LKRETRY.
013401*
013402 COPY AUTHENT.
