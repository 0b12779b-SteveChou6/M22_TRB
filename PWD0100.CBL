002010*    2026-09-02 OPS   SUP1 NOW PROVED AGAINST THE TELLER MASTER
002020*                     THROUGH SUPCHECK - ANY NON-BLANK VALUE NO
002030*                     LONGER CLEARS A PASS-WD RESET
002053*    2026-10-12 OPS   ENTRY AND EACH FUNCTION CHECKED THROUGH
002076*                     AUTHCHK AGAINST THE AUTHORIZATION MATRIX
002084*    2026-10-13 OPS   EVERY RESET JOURNALED THROUGH CHGJRNL,
002092*                     PASS-WD AND HISTORY MASKED
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003400 WORKING-STORAGE SECTION.
003500 COPY FLAG.
003600 COPY LKRETRYW.
003650 COPY AUTHCHKW.
003675 COPY CHGJNLW.
003700 01  WS-REC-FOUND-SW         PIC X(01) VALUE "N".
003800     88  WS-REC-FOUND        VALUE "Y".
003900 01  WS-TARGET-ID            PIC X(09) VALUE SPACES.
004500 PROCEDURE DIVISION.
004600*
004700 0000-MAINLINE.
004900     DISPLAY "TELER-ID  : ".
005000     ACCEPT TELER-ID.
005100     DISPLAY "BRID      : ".
005200     ACCEPT BRID.
005300     DISPLAY "TERM ID   : ".
005400     ACCEPT TELER-TMLID.
005414     MOVE "PWD0100" TO ATH-PGM-ID.
005428     MOVE "R"       TO ATH-FUNC-CD.
005442     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
005456     IF NOT ATH-PERMITTED
005470         STOP RUN.
005484     PERFORM 1045-OPEN-PASSF THRU 1045-EXIT.
005500     DISPLAY "SUP1      : ".
005600     ACCEPT SUP1.
005700     IF SUP1 = SPACES
006400     IF WS-TARGET-ID = SPACES OR WS-TEMP-PASS = SPACES
006500         DISPLAY "PWD0100 - TELER-ID AND TEMP PASS-WD REQUIRED"
006600         GO TO 0000-FINISH.
006620     MOVE "C" TO ATH-FUNC-CD.
006640     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006660     IF NOT ATH-PERMITTED
006680         GO TO 0000-FINISH.
006700     PERFORM 2000-RESET-PASSWORD THRU 2000-EXIT.
006800 0000-FINISH.
006900     CLOSE PASSF.
007500         DISPLAY "PWD0100 - AUDIT FILE CLOSE FAILED, STATUS "
007600             WS-SA-RETURN-STUS
007700     END-IF.
007705     MOVE "C" TO CJW-REQUEST-CD.
007710     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
007715         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
007720     MOVE "C" TO WS-SC-REQUEST-CD.
007740     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
007760         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
009500******************************************************************
009600 2000-RESET-PASSWORD.
009700     MOVE "N" TO WS-REC-FOUND-SW.
009750     MOVE SPACES TO CJW-BEFORE-IMAGE.
009800     MOVE WS-TARGET-ID TO PW-TELER-ID.
009900     MOVE 1 TO WS-REDO-POINT.
010000     READ PASSF
010700     END-IF.
010800     IF STS-OK
010900         MOVE "Y" TO WS-REC-FOUND-SW
010925         MOVE PASS-FILE-REC TO CJW-BEFORE-IMAGE
010950         MOVE ALL "*" TO CJW-BEFORE-IMAGE (10:12)
010975         MOVE ALL "*" TO CJW-BEFORE-IMAGE (30:36)
011000     END-IF.
011100     IF WS-REC-FOUND
011200         MOVE PW-PREV-PASS (2) TO PW-PREV-PASS (3)
013800     END-IF.
013900     IF STS-OK
014000         DISPLAY "PWD0100 - PASS-WD RESET FOR " WS-TARGET-ID
014033         MOVE "C" TO CJW-ACTION
014066         PERFORM 2300-JOURNAL-PASS THRU 2300-EXIT
014100         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
014200     END-IF.
014300 2100-EXIT.
015500     IF STS-OK
015600         DISPLAY "PWD0100 - PASS-WD RECORD ADDED FOR "
015700             WS-TARGET-ID
015733         MOVE "A" TO CJW-ACTION
015766         PERFORM 2300-JOURNAL-PASS THRU 2300-EXIT
015800         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
015900     END-IF.
016000 2200-EXIT.
016100     EXIT.
016105*
016110******************************************************************
016115*    2300 - JOURNAL THE RESET.  THE PASS-WD AND ITS REUSE HISTORY
016120*           NEVER GO ON THE JOURNAL - BOTH IMAGES CARRY THEM AS
016125*           ASTERISKS, SO THE RESET SHOWS AS THE CHANGE DATE AND
016130*           THE FORCED-CHANGE SWITCH
016135******************************************************************
016140 2300-JOURNAL-PASS.
016145     MOVE "PASSF" TO CJW-FILE-ID.
016150     MOVE PW-TELER-ID TO CJW-REC-KEY.
016155     MOVE PASS-FILE-REC TO CJW-AFTER-IMAGE.
016160     MOVE ALL "*" TO CJW-AFTER-IMAGE (10:12).
016165     MOVE ALL "*" TO CJW-AFTER-IMAGE (30:36).
016170     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.
016175 2300-EXIT.
016180     EXIT.
016200*
016300******************************************************************
016400*    5000 - WRITE THE RESET TO THE DAILY AUDIT FILE
017500     END-IF.
017600 5000-EXIT.
017700     EXIT.
017705*
017710******************************************************************
017715*    5100 - WRITE THE BEFORE AND AFTER IMAGES OF THE CHANGE TO
017720*           THE CHANGE JOURNAL THROUGH CHGJRNL (A DELETE HAS NO
017725*           AFTER IMAGE, AN ADD NO BEFORE IMAGE)
017730******************************************************************
017735 5100-WRITE-JOURNAL.
017740     MOVE "PWD0100" TO CJW-PGM-ID.
017745     IF CJW-DELETE
017750         MOVE SPACES TO CJW-AFTER-IMAGE.
017755     MOVE "W" TO CJW-REQUEST-CD.
017760     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
017765         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
017770     IF CJW-RETURN-STUS NOT = "00"
017775         DISPLAY "PWD0100 - JOURNAL WRITE FAILED, STATUS "
017780             CJW-RETURN-STUS " FOR " CJW-FILE-ID " " CJW-REC-KEY
017785     END-IF.
017790 5100-EXIT.
017795     EXIT.
017800*
017900******************************************************************
018000*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
020300     EXIT.
020400*
020500 COPY LKRETRY.
020501*
020502 COPY AUTHENT.
