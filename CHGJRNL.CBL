000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGJRNL.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*    CHGJRNL - MASTER-FILE CHANGE JOURNAL WRITER
000900*
001000*    CALLED BY THE ON-LINE MAINTENANCE PROGRAMS AFTER EVERY GOOD
001100*    ADD, CHANGE OR DELETE ON A MASTER FILE, NEXT TO THE SUPAUDIT
001200*    CALL THAT RECORDS THE CLEARANCE.  SUPAUDIT ONLY SAYS THAT A
001300*    CLEARED CHANGE HAPPENED; THIS WRITES ONE CJN-REC (CHGJNL.CPY)
001400*    TO THE CHANGE JOURNAL CHGJNLF WITH THE FULL BEFORE AND AFTER
001500*    RECORD IMAGES, SO JNL0100 CAN SHOW WHAT CHANGED AND JNL0200
001600*    WHAT A RECORD LOOKED LIKE ON A PAST DATE.  THE CALLER PASSES
001700*    LS-REQUEST-CD = "W" TO WRITE AND "C" AT CLOSE DOWN TO CLOSE
001800*    CHGJNLF.  THE FILE IS OPENED EXTEND ON THE FIRST WRITE AND
001900*    CREATED IF IT IS NOT THERE.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    2026-10-13 OPS   ORIGINAL - MASTER-FILE CHANGE JOURNAL
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CHGJNLF ASSIGN TO "CHGJNLF"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CHGJNLF-STUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CHGJNLF.
003400 COPY CHGJNL.
003500 WORKING-STORAGE SECTION.
003600 01  WS-CHGJNLF-STUS         PIC X(02) VALUE SPACES.
003700     88  WS-CHGJNLF-OK       VALUE "00", "02".
003800 01  WS-SWITCHES.
003900     05  WS-FILE-OPEN-SW     PIC X(01) VALUE "N".
004000         88  WS-FILE-OPEN    VALUE "Y".
004100 LINKAGE SECTION.
004200 01  LS-REQUEST-CD           PIC X(01).
004300     88  LS-REQ-WRITE        VALUE "W", "w".
004400     88  LS-REQ-CLOSE        VALUE "C", "c".
004500 01  LS-TELER-ID             PIC X(09).
004600 01  LS-BRID                 PIC 9(03).
004700 01  LS-TMLID                PIC X(02).
004800 01  LS-SUP1                 PIC X(09).
004900 01  LS-ENTRY.
005000     05  LS-PGM-ID           PIC X(08).
005100     05  LS-FILE-ID          PIC X(08).
005200     05  LS-ACTION           PIC X(01).
005300     05  LS-REC-KEY          PIC X(20).
005400     05  LS-BEFORE-IMAGE     PIC X(200).
005500     05  LS-AFTER-IMAGE      PIC X(200).
005600 01  LS-RETURN-STUS          PIC X(02).
005700 PROCEDURE DIVISION USING LS-REQUEST-CD
005800                           LS-TELER-ID
005900                           LS-BRID
006000                           LS-TMLID
006100                           LS-SUP1
006200                           LS-ENTRY
006300                           LS-RETURN-STUS.
006400*
006500 0000-MAINLINE.
006600     MOVE "00" TO LS-RETURN-STUS.
006700     IF LS-REQ-CLOSE
006800         PERFORM 3000-CLOSE-CHGJNLF THRU 3000-EXIT
006900         GO TO 0000-EXIT.
007000     PERFORM 1000-OPEN-CHGJNLF THRU 1000-EXIT.
007100     PERFORM 2000-WRITE-JOURNAL-REC THRU 2000-EXIT.
007200     GO TO 0000-EXIT.
007300 0000-EXIT.
007400     EXIT PROGRAM.
007500*
007600 1000-OPEN-CHGJNLF.
007700     IF WS-FILE-OPEN
007800         GO TO 1000-EXIT.
007900     OPEN EXTEND CHGJNLF.
008000     IF WS-CHGJNLF-STUS = "05" OR WS-CHGJNLF-STUS = "35"
008100         OPEN OUTPUT CHGJNLF
008200         CLOSE CHGJNLF
008300         OPEN EXTEND CHGJNLF.
008400     MOVE "Y" TO WS-FILE-OPEN-SW.
008500 1000-EXIT.
008600     EXIT.
008700*
008800 2000-WRITE-JOURNAL-REC.
008900     MOVE SPACES           TO CJN-REC.
009000     ACCEPT CJN-LOG-DATE   FROM DATE YYYYMMDD.
009100     ACCEPT CJN-LOG-TIME   FROM TIME.
009200     MOVE LS-FILE-ID       TO CJN-FILE-ID.
009300     MOVE LS-ACTION        TO CJN-ACTION.
009400     MOVE LS-REC-KEY       TO CJN-REC-KEY.
009500     MOVE LS-PGM-ID        TO CJN-PGM-ID.
009600     MOVE LS-TELER-ID      TO CJN-TELER-ID.
009700     MOVE LS-BRID          TO CJN-BRID.
009800     MOVE LS-TMLID         TO CJN-TMLID.
009900     MOVE LS-SUP1          TO CJN-SUP1.
010000     MOVE LS-BEFORE-IMAGE  TO CJN-BEFORE-IMAGE.
010100     MOVE LS-AFTER-IMAGE   TO CJN-AFTER-IMAGE.
010200     WRITE CJN-REC.
010300     IF NOT WS-CHGJNLF-OK
010400         MOVE WS-CHGJNLF-STUS TO LS-RETURN-STUS.
010500 2000-EXIT.
010600     EXIT.
010700*
010800 3000-CLOSE-CHGJNLF.
010900     IF WS-FILE-OPEN
011000         CLOSE CHGJNLF
011100         MOVE "N" TO WS-FILE-OPEN-SW.
011200 3000-EXIT.
011300     EXIT.
