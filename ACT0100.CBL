001400*    REQUIRES A SUP1 CLEARANCE, PROVED THROUGH SUPCHECK AND
001500*    WRITTEN THROUGH SUPAUDIT; DISPLAY NEEDS NO SUP1.  AN
001600*    ACCOUNT WITH POSTINGS ON THE BOOKS IS CLOSED (STATUS "C"),
001650*    NEVER DELETED - DELETE IS FOR A MIS-KEYED ADD.  THE
001700*    BALANCE FIGURES ARE SHOWN BUT NEVER KEYED - RCV0100 KEEPS
001750*    THEM AND ACP0100 PROVES THEM; AN ADD STARTS THEM AT ZERO.
001766*    DORMANCY IS LIKEWISE SHOWN BUT NEVER KEYED - DRM0100 SETS
001782*    IT AND A SUP1-CLEARED RECEIPT IN RCV0100 CLEARS IT.
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-09-02 OPS   ORIGINAL
002125*    2026-10-08 OPS   SHOW THE ACCOUNT BALANCE, MONTH-TO-DATE
002150*                     AND LAST-ACTIVITY FIGURES; ZERO THEM ON
002175*                     ADD; REFUSE TO DELETE AN ACCOUNT THAT HAS
002180*                     HAD POSTINGS
002186*    2026-10-09 OPS   SHOW DORMANCY AND LAST REACTIVATION; ADD
002192*                     STARTS AN ACCOUNT NOT DORMANT
002194*    2026-10-12 OPS   ENTRY AND EACH FUNCTION CHECKED THROUGH
002196*                     AUTHCHK AGAINST THE AUTHORIZATION MATRIX
002197*    2026-10-13 OPS   EVERY ADD/CHANGE/DELETE JOURNALED THROUGH
002198*                     CHGJRNL WITH THE BEFORE AND AFTER IMAGES
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
005400 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
005500 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
005600 01  WS-REDO-POINT           PIC 9(01) VALUE 0.
005633 01  WS-BAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
005666 01  WS-MTD-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
005700 PROCEDURE DIVISION.
005800*
005900 0000-MAINLINE.
006100     DISPLAY "TELER-ID  : ".
006200     ACCEPT TELER-ID.
006300     DISPLAY "BRID      : ".
006400     ACCEPT BRID.
006500     DISPLAY "TERM ID   : ".
006600     ACCEPT TELER-TMLID.
006614     MOVE "ACT0100" TO ATH-PGM-ID.
006628     MOVE "R"       TO ATH-FUNC-CD.
006642     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
006656     IF NOT ATH-PERMITTED
006670         STOP RUN.
006684     PERFORM 1040-OPEN-ACCTF THRU 1040-EXIT.
006700     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
006800         UNTIL WS-DONE.
006900     CLOSE ACCTF.
007500         DISPLAY "ACT0100 - AUDIT FILE CLOSE FAILED, STATUS "
007600             WS-SA-RETURN-STUS
007700     END-IF.
007725     MOVE "C" TO CJW-REQUEST-CD.
007750     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
007775         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
007800     MOVE "C" TO WS-SC-REQUEST-CD.
007900     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
008000         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
010600         AND NOT WS-FUNC-DELETE AND NOT WS-FUNC-SHOW
010700         DISPLAY "ACT0100 - ENTER A, C, D, S OR X"
010800         GO TO 2000-EXIT.
010814     MOVE WS-FUNC-CD TO ATH-FUNC-CD.
010828     IF WS-FUNC-SHOW
010842         MOVE "I" TO ATH-FUNC-CD.
010856     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
010870     IF NOT ATH-PERMITTED
010884         GO TO 2000-EXIT.
010900     MOVE SPACES TO SUP1.
011000     IF NOT WS-FUNC-SHOW
011100         DISPLAY "SUP1      : "
014500                     "  NAME " ACT-NAME
014600                     "  BRID " ACT-BRID
014700                     "  STUS " ACT-STUS
014714                 MOVE ACT-CUR-BAL      TO WS-BAL-ED
014728                 MOVE ACT-MTD-RCPT-AMT TO WS-MTD-ED
014742                 DISPLAY "  BALANCE " WS-BAL-ED
014756                     "  MTD " ACT-MTD-MONTH " " WS-MTD-ED
014770                 DISPLAY "  LAST ACTIVITY " ACT-LAST-ACT-DATE
014784                     "  PROVED TO " ACT-PRF-DATE
014786                 IF ACT-DORMANT
014788                     DISPLAY "  DORMANT SINCE " ACT-DORM-DATE
014790                 END-IF
014792                 IF ACT-REACT-DATE > 0
014794                     DISPLAY "  LAST REACTIVATED " ACT-REACT-DATE
014796                         "  SUP1 " ACT-REACT-SUP
014798                 END-IF
014800             ELSE
014900                 DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO
015000                     " NOT ON FILE"
015400                 DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO
015500                     " ALREADY ON FILE, USE CHANGE"
015600             ELSE
015612                 MOVE 0 TO ACT-CUR-BAL
015624                 MOVE 0 TO ACT-MTD-MONTH
015636                 MOVE 0 TO ACT-MTD-RCPT-AMT
015648                 MOVE 0 TO ACT-LAST-ACT-DATE
015660                 MOVE 0 TO ACT-PRF-DATE
015672                 MOVE 0 TO ACT-PRF-BAL
015684                 MOVE 0 TO ACT-PRF-MTD-AMT
015686                 MOVE "N"    TO ACT-DORM-SW
015688                 MOVE 0      TO ACT-DORM-DATE
015690                 MOVE 0      TO ACT-REACT-DATE
015692                 MOVE SPACES TO ACT-REACT-SUP
015694                 MOVE 0      TO ACT-DRM-BASE-DATE
015700                 PERFORM 3200-ACCEPT-ACT-FIELDS THRU 3200-EXIT
015800                 IF WS-EDIT-OK
015900                     PERFORM 3300-WRITE-ACCOUNT THRU 3300-EXIT
017400                 DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO
017500                     " NOT ON FILE"
017600             ELSE
017628                 IF ACT-LAST-ACT-DATE > 0
017656                     DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO
017684                         " HAS POSTINGS, CLOSE IT INSTEAD"
017712                 ELSE
017740                     PERFORM 3500-DELETE-ACCOUNT THRU 3500-EXIT
017768                 END-IF
017800             END-IF
017900     END-EVALUATE.
018000 3000-EXIT.
018200*
018300 3100-READ-ACCOUNT.
018400     MOVE "N" TO WS-REC-FOUND-SW.
018450     MOVE SPACES TO CJW-BEFORE-IMAGE.
018500     MOVE 1 TO WS-REDO-POINT.
018600     READ ACCTF
018700         KEY IS ACT-ACCT-NO
019300     END-IF.
019400     IF STS-OK
019500         MOVE "Y" TO WS-REC-FOUND-SW
019550         MOVE ACT-REC TO CJW-BEFORE-IMAGE
019600     END-IF.
019700 3100-EXIT.
019800     EXIT.
022900     END-IF.
023000     IF STS-OK
023100         DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO " ADDED"
023133         MOVE "A" TO CJW-ACTION
023166         PERFORM 3600-JOURNAL-ACCOUNT THRU 3600-EXIT
023200         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
023300     END-IF.
023400 3300-EXIT.
024500     END-IF.
024600     IF STS-OK
024700         DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO " CHANGED"
024733         MOVE "C" TO CJW-ACTION
024766         PERFORM 3600-JOURNAL-ACCOUNT THRU 3600-EXIT
024800         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
024900     END-IF.
025000 3400-EXIT.
026100     END-IF.
026200     IF STS-OK
026300         DISPLAY "ACT0100 - ACCOUNT " ACT-ACCT-NO " DELETED"
026333         MOVE "D" TO CJW-ACTION
026366         PERFORM 3600-JOURNAL-ACCOUNT THRU 3600-EXIT
026400         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
026500     END-IF.
026600 3500-EXIT.
026700     EXIT.
026711*
026722 3600-JOURNAL-ACCOUNT.
026733     MOVE "ACCTF" TO CJW-FILE-ID.
026744     MOVE ACT-ACCT-NO TO CJW-REC-KEY.
026755     MOVE ACT-REC TO CJW-AFTER-IMAGE.
026766     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.
026777 3600-EXIT.
026788     EXIT.
026800*
026900******************************************************************
027000*    5000 - WRITE THE MASTER CHANGE TO THE DAILY AUDIT FILE
028100     END-IF.
028200 5000-EXIT.
028300     EXIT.
028305*
028310******************************************************************
028315*    5100 - WRITE THE BEFORE AND AFTER IMAGES OF THE CHANGE TO
028320*           THE CHANGE JOURNAL THROUGH CHGJRNL (A DELETE HAS NO
028325*           AFTER IMAGE, AN ADD NO BEFORE IMAGE)
028330******************************************************************
028335 5100-WRITE-JOURNAL.
028340     MOVE "ACT0100" TO CJW-PGM-ID.
028345     IF CJW-DELETE
028350         MOVE SPACES TO CJW-AFTER-IMAGE.
028355     MOVE "W" TO CJW-REQUEST-CD.
028360     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
028365         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
028370     IF CJW-RETURN-STUS NOT = "00"
028375         DISPLAY "ACT0100 - JOURNAL WRITE FAILED, STATUS "
028380             CJW-RETURN-STUS " FOR " CJW-FILE-ID " " CJW-REC-KEY
028385     END-IF.
028390 5100-EXIT.
028395     EXIT.
028400*
028500******************************************************************
028600*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
031400     EXIT.
031500*
031600 COPY LKRETRY.
031601*
031602 COPY AUTHENT.
