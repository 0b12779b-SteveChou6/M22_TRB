002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    2026-09-02 OPS   ORIGINAL
002233*    2026-10-12 OPS   ENTRY CHECKED THROUGH AUTHCHK AGAINST THE
002266*                     AUTHORIZATION MATRIX
002277*    2026-10-14 OPS   DRAWER UPDATE WRITTEN TO THE
002288*                     FORWARD-RECOVERY JOURNAL THROUGH FWDJRNL
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003600 WORKING-STORAGE SECTION.
003700 COPY FLAG.
003800 COPY LKRETRYW.
003850 COPY AUTHCHKW.
003875 COPY FWDJNLW.
003900 01  WS-DONE-SW              PIC X(01) VALUE "N".
004000     88  WS-DONE             VALUE "Y".
004100 01  WS-MOVE-CD              PIC X(01) VALUE SPACES.
005500 PROCEDURE DIVISION.
005600*
005700 0000-MAINLINE.
005900     DISPLAY "TELER-ID  : ".
006000     ACCEPT TELER-ID.
006100     DISPLAY "BRID      : ".
006200     ACCEPT BRID.
006300     DISPLAY "TERM ID   : ".
006400     ACCEPT TELER-TMLID.
006414     MOVE "VLT0100" TO ATH-PGM-ID.
006428     MOVE "R"       TO ATH-FUNC-CD.
006442     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006456     IF NOT ATH-PERMITTED
006470         STOP RUN.
006484     PERFORM 1040-OPEN-DRAWERF THRU 1040-EXIT.
006500     DISPLAY "BUS DATE  : ".
006600     ACCEPT BF-DATE.
006700     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
017300     IF STS-OK
017400         DISPLAY "VLT0100 - VAULT MOVE RECORDED FOR " TELER-ID
017500         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
017550         PERFORM 5100-JOURNAL-DRAWER THRU 5100-EXIT
017600     END-IF.
017700 3000-EXIT.
017800     EXIT.
019300 5000-EXIT.
019400     EXIT.
019500*
019504******************************************************************
019508*    5100 - WRITE THE DRAWER AFTER IMAGE TO THE FORWARD-RECOVERY
019512*           JOURNAL THROUGH FWDJRNL SO RCY0100 CAN REBUILD DRAWERF
019516******************************************************************
019520 5100-JOURNAL-DRAWER.
019524     MOVE "VLT0100"    TO FJW-PGM-ID.
019528     MOVE "DRAWERF"    TO FJW-FILE-ID.
019532     MOVE "R"          TO FJW-ACTION.
019536     MOVE DRW-BF-DATE  TO FJW-BF-DATE.
019540     MOVE DRW-KEY      TO FJW-REC-KEY.
019544     MOVE DRW-RCPT-AMT TO FJW-CTL-AMT.
019548     MOVE DRW-REC      TO FJW-IMAGE.
019552     MOVE "W"          TO FJW-REQUEST-CD.
019556     CALL "FWDJRNL" USING FJW-REQUEST-CD TELER-ID BRID
019560         TELER-TMLID FJW-ENTRY FJW-RETURN-STUS.
019564     IF FJW-RETURN-STUS NOT = "00"
019568         DISPLAY "VLT0100 - RECOVERY JOURNAL WRITE FAILED, "
019572             "STATUS " FJW-RETURN-STUS " FOR " DRW-TELER-ID
019576     END-IF.
019580 5100-EXIT.
019584     EXIT.
019588*
019600******************************************************************
019700*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
019800*           LKRETRY.CPY
021500     EXIT.
021600*
021700 COPY LKRETRY.
021701*
021702 COPY AUTHENT.
