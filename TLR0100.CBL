002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    2026-09-02 OPS   ORIGINAL
002333*    2026-10-12 OPS   ENTRY AND EACH FUNCTION CHECKED THROUGH
002366*                     AUTHCHK AGAINST THE AUTHORIZATION MATRIX
002377*    2026-10-13 OPS   EVERY ADD/CHANGE/DELETE JOURNALED THROUGH
002388*                     CHGJRNL WITH THE BEFORE AND AFTER IMAGES
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003700 WORKING-STORAGE SECTION.
003800 COPY FLAG.
003900 COPY LKRETRYW.
003950 COPY AUTHCHKW.
003975 COPY CHGJNLW.
004000 01  WS-DONE-SW              PIC X(01) VALUE "N".
004100     88  WS-DONE             VALUE "Y".
004200 01  WS-FUNC-CD              PIC X(01) VALUE SPACES.
006300 PROCEDURE DIVISION.
006400*
006500 0000-MAINLINE.
006700     DISPLAY "TELER-ID  : ".
006800     ACCEPT TELER-ID.
006900     DISPLAY "BRID      : ".
007000     ACCEPT BRID.
007100     DISPLAY "TERM ID   : ".
007200     ACCEPT TELER-TMLID.
007214     MOVE "TLR0100" TO ATH-PGM-ID.
007228     MOVE "R"       TO ATH-FUNC-CD.
007242     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
007256     IF NOT ATH-PERMITTED
007270         STOP RUN.
007284     PERFORM 1040-OPEN-TLRMSTF THRU 1040-EXIT.
007300     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
007400         UNTIL WS-DONE.
007500     CLOSE TLRMSTF.
008100         DISPLAY "TLR0100 - AUDIT FILE CLOSE FAILED, STATUS "
008200             WS-SA-RETURN-STUS
008300     END-IF.
008325     MOVE "C" TO CJW-REQUEST-CD.
008350     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
008375         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
008400     MOVE "C" TO WS-SC-REQUEST-CD.
008500     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
008600         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
012600         AND NOT WS-FUNC-DELETE AND NOT WS-FUNC-SHOW
012700         DISPLAY "TLR0100 - ENTER A, C, D, S OR X"
012800         GO TO 2000-EXIT.
012814     MOVE WS-FUNC-CD TO ATH-FUNC-CD.
012828     IF WS-FUNC-SHOW
012842         MOVE "I" TO ATH-FUNC-CD.
012856     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
012870     IF NOT ATH-PERMITTED
012884         GO TO 2000-EXIT.
012900     MOVE SPACES TO SUP1.
013000     IF NOT WS-FUNC-SHOW
013100         PERFORM 2500-CLEAR-SUP1 THRU 2500-EXIT
022200*
022300 3100-READ-TELLER.
022400     MOVE "N" TO WS-REC-FOUND-SW.
022450     MOVE SPACES TO CJW-BEFORE-IMAGE.
022500     MOVE 1 TO WS-REDO-POINT.
022600     READ TLRMSTF
022700         KEY IS TLR-TELER-ID
023300     END-IF.
023400     IF STS-OK
023500         MOVE "Y" TO WS-REC-FOUND-SW
023550         MOVE TLR-REC TO CJW-BEFORE-IMAGE
023600     END-IF.
023700 3100-EXIT.
023800     EXIT.
028000     IF STS-OK
028100         DISPLAY "TLR0100 - TELLER " TLR-TELER-ID " ADDED"
028200         MOVE "N" TO WS-FILE-EMPTY-SW
028233         MOVE "A" TO CJW-ACTION
028266         PERFORM 3600-JOURNAL-TELLER THRU 3600-EXIT
028300         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
028400     END-IF.
028500 3300-EXIT.
029600     END-IF.
029700     IF STS-OK
029800         DISPLAY "TLR0100 - TELLER " TLR-TELER-ID " CHANGED"
029833         MOVE "C" TO CJW-ACTION
029866         PERFORM 3600-JOURNAL-TELLER THRU 3600-EXIT
029900         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
030000     END-IF.
030100 3400-EXIT.
031200     END-IF.
031300     IF STS-OK
031400         DISPLAY "TLR0100 - TELLER " TLR-TELER-ID " DELETED"
031433         MOVE "D" TO CJW-ACTION
031466         PERFORM 3600-JOURNAL-TELLER THRU 3600-EXIT
031500         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
031600     END-IF.
031700 3500-EXIT.
031800     EXIT.
031811*
031822 3600-JOURNAL-TELLER.
031833     MOVE "TLRMSTF" TO CJW-FILE-ID.
031844     MOVE TLR-TELER-ID TO CJW-REC-KEY.
031855     MOVE TLR-REC TO CJW-AFTER-IMAGE.
031866     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.
031877 3600-EXIT.
031888     EXIT.
031900*
032000******************************************************************
032100*    5000 - WRITE THE MASTER CHANGE TO THE DAILY AUDIT FILE
033300     END-IF.
033400 5000-EXIT.
033500     EXIT.
033505*
033510******************************************************************
033515*    5100 - WRITE THE BEFORE AND AFTER IMAGES OF THE CHANGE TO
033520*           THE CHANGE JOURNAL THROUGH CHGJRNL (A DELETE HAS NO
033525*           AFTER IMAGE, AN ADD NO BEFORE IMAGE)
033530******************************************************************
033535 5100-WRITE-JOURNAL.
033540     MOVE "TLR0100" TO CJW-PGM-ID.
033545     IF CJW-DELETE
033550         MOVE SPACES TO CJW-AFTER-IMAGE.
033555     MOVE "W" TO CJW-REQUEST-CD.
033560     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
033565         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
033570     IF CJW-RETURN-STUS NOT = "00"
033575         DISPLAY "TLR0100 - JOURNAL WRITE FAILED, STATUS "
033580             CJW-RETURN-STUS " FOR " CJW-FILE-ID " " CJW-REC-KEY
033585     END-IF.
033590 5100-EXIT.
033595     EXIT.
033600*
033700******************************************************************
033800*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
036600     EXIT.
036700*
036800 COPY LKRETRY.
036801*
036802 COPY AUTHENT.
