001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-09-02 OPS   ORIGINAL
002133*    2026-10-12 OPS   ENTRY AND EACH FUNCTION CHECKED THROUGH
002166*                     AUTHCHK AGAINST THE AUTHORIZATION MATRIX
002177*    2026-10-13 OPS   EVERY ADD/CHANGE/DELETE JOURNALED THROUGH
002188*                     CHGJRNL WITH THE BEFORE AND AFTER IMAGES
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003500 WORKING-STORAGE SECTION.
003600 COPY FLAG.
003700 COPY LKRETRYW.
003750 COPY AUTHCHKW.
003775 COPY CHGJNLW.
003800 01  WS-DONE-SW              PIC X(01) VALUE "N".
003900     88  WS-DONE             VALUE "Y".
004000 01  WS-FUNC-CD              PIC X(01) VALUE SPACES.
005800 PROCEDURE DIVISION.
005900*
006000 0000-MAINLINE.
006200     DISPLAY "TELER-ID  : ".
006300     ACCEPT TELER-ID.
006400     DISPLAY "BRID      : ".
006500     ACCEPT BRID.
006600     DISPLAY "TERM ID   : ".
006700     ACCEPT TELER-TMLID.
006714     MOVE "CAL0100" TO ATH-PGM-ID.
006728     MOVE "R"       TO ATH-FUNC-CD.
006742     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006756     IF NOT ATH-PERMITTED
006770         STOP RUN.
006784     PERFORM 1040-OPEN-CALDAYF THRU 1040-EXIT.
006800     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
006900         UNTIL WS-DONE.
007000     CLOSE CALDAYF.
007600         DISPLAY "CAL0100 - AUDIT FILE CLOSE FAILED, STATUS "
007700             WS-SA-RETURN-STUS
007800     END-IF.
007825     MOVE "C" TO CJW-REQUEST-CD.
007850     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
007875         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
007900     MOVE "C" TO WS-SC-REQUEST-CD.
008000     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
008100         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
010800         AND NOT WS-FUNC-DELETE AND NOT WS-FUNC-SHOW
010900         DISPLAY "CAL0100 - ENTER A, C, D, S OR X"
011000         GO TO 2000-EXIT.
011014     MOVE WS-FUNC-CD TO ATH-FUNC-CD.
011028     IF WS-FUNC-SHOW
011042         MOVE "I" TO ATH-FUNC-CD.
011056     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
011070     IF NOT ATH-PERMITTED
011084         GO TO 2000-EXIT.
011100     MOVE SPACES TO SUP1.
011200     IF NOT WS-FUNC-SHOW
011300         DISPLAY "SUP1      : "
018300*
018400 3100-READ-CALDAY.
018500     MOVE "N" TO WS-REC-FOUND-SW.
018550     MOVE SPACES TO CJW-BEFORE-IMAGE.
018600     MOVE 1 TO WS-REDO-POINT.
018700     READ CALDAYF
018800         KEY IS CAL-KEY
019400     END-IF.
019500     IF STS-OK
019600         MOVE "Y" TO WS-REC-FOUND-SW
019650         MOVE CAL-REC TO CJW-BEFORE-IMAGE
019700     END-IF.
019800 3100-EXIT.
019900     EXIT.
024300     END-IF.
024400     IF STS-OK
024500         DISPLAY "CAL0100 - " CAL-DATE "/" CAL-BRID " ADDED"
024533         MOVE "A" TO CJW-ACTION
024566         PERFORM 3600-JOURNAL-CALDAY THRU 3600-EXIT
024600         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
024700     END-IF.
024800 3300-EXIT.
025900     END-IF.
026000     IF STS-OK
026100         DISPLAY "CAL0100 - " CAL-DATE "/" CAL-BRID " CHANGED"
026133         MOVE "C" TO CJW-ACTION
026166         PERFORM 3600-JOURNAL-CALDAY THRU 3600-EXIT
026200         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
026300     END-IF.
026400 3400-EXIT.
027500     END-IF.
027600     IF STS-OK
027700         DISPLAY "CAL0100 - " CAL-DATE "/" CAL-BRID " DELETED"
027733         MOVE "D" TO CJW-ACTION
027766         PERFORM 3600-JOURNAL-CALDAY THRU 3600-EXIT
027800         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
027900     END-IF.
028000 3500-EXIT.
028100     EXIT.
028111*
028122 3600-JOURNAL-CALDAY.
028133     MOVE "CALDAYF" TO CJW-FILE-ID.
028144     MOVE CAL-KEY TO CJW-REC-KEY.
028155     MOVE CAL-REC TO CJW-AFTER-IMAGE.
028166     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.
028177 3600-EXIT.
028188     EXIT.
028200*
028300******************************************************************
028400*    5000 - WRITE THE CALENDAR CHANGE TO THE DAILY AUDIT FILE
029500     END-IF.
029600 5000-EXIT.
029700     EXIT.
029705*
029710******************************************************************
029715*    5100 - WRITE THE BEFORE AND AFTER IMAGES OF THE CHANGE TO
029720*           THE CHANGE JOURNAL THROUGH CHGJRNL (A DELETE HAS NO
029725*           AFTER IMAGE, AN ADD NO BEFORE IMAGE)
029730******************************************************************
029735 5100-WRITE-JOURNAL.
029740     MOVE "CAL0100" TO CJW-PGM-ID.
029745     IF CJW-DELETE
029750         MOVE SPACES TO CJW-AFTER-IMAGE.
029755     MOVE "W" TO CJW-REQUEST-CD.
029760     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
029765         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
029770     IF CJW-RETURN-STUS NOT = "00"
029775         DISPLAY "CAL0100 - JOURNAL WRITE FAILED, STATUS "
029780             CJW-RETURN-STUS " FOR " CJW-FILE-ID " " CJW-REC-KEY
029785     END-IF.
029790 5100-EXIT.
029795     EXIT.
029800*
029900******************************************************************
030000*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
032800     EXIT.
032900*
033000 COPY LKRETRY.
033001*
033002 COPY AUTHENT.
