002996*    2026-09-02 OPS   CASH DRAWER OPENED ON DRAWERF AT SIGN-ON
002997*                     WITH THE STARTING BALANCE (DRAWER.CPY) -
002998*                     SGN0200 COUNTS IT CLOSED AT SIGN-OFF
002999*    2026-10-05 OPS   NEW DRAWER STARTS WITH NO CHEQUES TAKEN
003019*    2026-10-12 OPS   SIGN-ON CHECKED THROUGH AUTHCHK AGAINST
003039*                     THE AUTHORIZATION MATRIX BEFORE ANY
003059*                     FILE IS OPENED
003065*    2026-10-14 OPS   DRAWER OPEN/REOPEN WRITTEN TO THE
003071*                     FORWARD-RECOVERY JOURNAL THROUGH FWDJRNL
003079******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
007300 WORKING-STORAGE SECTION.
007400 COPY FLAG.
007500 COPY LKRETRYW.
007550 COPY AUTHCHKW.
007575 COPY FWDJNLW.
007600 01  WS-BR-FAIL-MAX          PIC 9(02) VALUE 3.
007610 01  WS-PW-EXP-DAYS          PIC 9(03) VALUE 90.
007620 01  WS-PW-MUST-SW           PIC X(01) VALUE "N".
008900 PROCEDURE DIVISION.
009000*
009100 0000-MAINLINE.
009700     DISPLAY "TELER-ID  : ".
009800     ACCEPT TELER-ID.
009900     DISPLAY "BRID      : ".
010000     ACCEPT BRID.
010100     DISPLAY "TERM ID   : ".
010200     ACCEPT TELER-TMLID.
010208     MOVE "SGN0100" TO ATH-PGM-ID.
010216     MOVE "R"       TO ATH-FUNC-CD.
010224     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
010232     IF NOT ATH-PERMITTED
010240         STOP RUN.
010248     OPEN INPUT BRPARMF.
010256     OPEN INPUT TERMPRFF.
010264     PERFORM 1040-OPEN-LOCKF THRU 1040-EXIT.
010272     PERFORM 1045-OPEN-PASSF THRU 1045-EXIT.
010280     PERFORM 1050-OPEN-SESSF THRU 1050-EXIT.
010288     PERFORM 1055-OPEN-DRAWERF THRU 1055-EXIT.
010300     DISPLAY "BUS DATE  : ".
010400     ACCEPT BF-DATE.
010500     PERFORM 1100-LOAD-BR-PARM THRU 1100-EXIT.
029264                 DISPLAY "SGN0100 - DRAWER REOPEN FAILED, "
029266                     "STATUS " FILE-STUS
029268         END-REWRITE
029269         IF STS-OK
029270             PERFORM 3300-JOURNAL-DRAWER THRU 3300-EXIT
029271         END-IF
029272         GO TO 3200-EXIT.
029273     DISPLAY "DRAWER OPEN AMT : ".
029274     ACCEPT WS-DRW-OPEN-AMT.
029276     MOVE BF-DATE         TO DRW-BF-DATE.
029278     MOVE BRID            TO DRW-BRID.
029284     MOVE 0 TO DRW-VLT-IN-AMT DRW-VLT-OUT-AMT
029286               DRW-RCPT-AMT DRW-CNTD-AMT DRW-OVRSHT-AMT.
029288     MOVE ZEROS TO DRW-DENOM-TBL.
029289     MOVE 0 TO DRW-CHQ-CNT DRW-CHQ-AMT.
029290     MOVE "O"   TO DRW-STUS.
029292     WRITE DRW-REC
029294         INVALID KEY
029296             DISPLAY "SGN0100 - DRAWER OPEN FAILED, STATUS "
029298                 FILE-STUS
029300     END-WRITE.
029301     IF STS-OK
029302         PERFORM 3300-JOURNAL-DRAWER THRU 3300-EXIT
029303     END-IF.
029304 3200-EXIT.
029305     EXIT.
029306*
029309******************************************************************
029312*    3300 - WRITE THE DRAWER AFTER IMAGE TO THE FORWARD-RECOVERY
029315*           JOURNAL THROUGH FWDJRNL SO RCY0100 CAN REBUILD DRAWERF
029318******************************************************************
029321 3300-JOURNAL-DRAWER.
029324     MOVE "SGN0100"    TO FJW-PGM-ID.
029327     MOVE "DRAWERF"    TO FJW-FILE-ID.
029330     IF WS-DRW-FOUND
029333         MOVE "R"      TO FJW-ACTION
029336     ELSE
029339         MOVE "W"      TO FJW-ACTION
029342     END-IF.
029345     MOVE DRW-BF-DATE  TO FJW-BF-DATE.
029348     MOVE DRW-KEY      TO FJW-REC-KEY.
029351     MOVE DRW-RCPT-AMT TO FJW-CTL-AMT.
029354     MOVE DRW-REC      TO FJW-IMAGE.
029357     MOVE "W"          TO FJW-REQUEST-CD.
029360     CALL "FWDJRNL" USING FJW-REQUEST-CD TELER-ID BRID
029363         TELER-TMLID FJW-ENTRY FJW-RETURN-STUS.
029366     IF FJW-RETURN-STUS NOT = "00"
029369         DISPLAY "SGN0100 - RECOVERY JOURNAL WRITE FAILED, "
029372             "STATUS " FJW-RETURN-STUS " FOR " DRW-TELER-ID
029375     END-IF.
029378 3300-EXIT.
029381     EXIT.
029384*
029400******************************************************************
029500*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
029600*           LKRETRY.CPY
033200     EXIT.
033300*
033400 COPY LKRETRY.
033401*
033402 COPY AUTHENT.
