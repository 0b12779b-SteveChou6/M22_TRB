000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FWDJRNL.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    FWDJRNL - FORWARD-RECOVERY JOURNAL WRITER
000900*
001000*    CALLED AFTER EVERY GOOD WRITE OR REWRITE OF POSTF, RCPNUMF
001100*    OR DRAWERF.  WRITES ONE FJN-REC (FWDJNL.CPY) TO THE AFTER-
001200*    IMAGE JOURNAL FWDJNLF WITH THE WHOLE RECORD AS WRITTEN, SO
001300*    RCY0100 CAN RESTORE THE START-OF-DAY GENERATION (BKP0100) AND
001400*    ROLL THE DAY'S UPDATES FORWARD ONTO IT.  FWDJNLF IS OPENED
001500*    EXTEND AND CLOSED AGAIN ON EVERY CALL - CREATED IF IT IS NOT
001600*    THERE - SO AN ENTRY IS ON DISK BEFORE THE CALLER GOES ON AND
001700*    AN ABEND IN THE CALLER CANNOT LOSE IT.  LS-REQUEST-CD IS "W".
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    2026-10-14 OPS   ORIGINAL - FORWARD-RECOVERY JOURNAL
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT FWDJNLF ASSIGN TO "FWDJNLF"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-FWDJNLF-STUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  FWDJNLF.
003200 COPY FWDJNL.
003300 WORKING-STORAGE SECTION.
003400 01  WS-FWDJNLF-STUS         PIC X(02) VALUE SPACES.
003500     88  WS-FWDJNLF-OK       VALUE "00", "02".
003600 LINKAGE SECTION.
003700 01  LS-REQUEST-CD           PIC X(01).
003800     88  LS-REQ-WRITE        VALUE "W", "w".
003900 01  LS-TELER-ID             PIC X(09).
004000 01  LS-BRID                 PIC 9(03).
004100 01  LS-TMLID                PIC X(02).
004200 01  LS-ENTRY.
004300     05  LS-PGM-ID           PIC X(08).
004400     05  LS-FILE-ID          PIC X(08).
004500     05  LS-ACTION           PIC X(01).
004600     05  LS-BF-DATE          PIC 9(08).
004700     05  LS-REC-KEY          PIC X(20).
004800     05  LS-CTL-AMT          PIC S9(13)V99.
004900     05  LS-IMAGE            PIC X(200).
005000 01  LS-RETURN-STUS          PIC X(02).
005100 PROCEDURE DIVISION USING LS-REQUEST-CD
005200                           LS-TELER-ID
005300                           LS-BRID
005400                           LS-TMLID
005500                           LS-ENTRY
005600                           LS-RETURN-STUS.
005700*
005800 0000-MAINLINE.
005900     MOVE "00" TO LS-RETURN-STUS.
006000     IF NOT LS-REQ-WRITE
006100         MOVE "99" TO LS-RETURN-STUS
006200         GO TO 0000-EXIT.
006300     PERFORM 1000-OPEN-FWDJNLF THRU 1000-EXIT.
006400     IF LS-RETURN-STUS = "00"
006500         PERFORM 2000-WRITE-JOURNAL-REC THRU 2000-EXIT
006600         CLOSE FWDJNLF
006700     END-IF.
006800     GO TO 0000-EXIT.
006900 0000-EXIT.
007000     EXIT PROGRAM.
007100*
007200 1000-OPEN-FWDJNLF.
007300     OPEN EXTEND FWDJNLF.
007400     IF WS-FWDJNLF-STUS = "05" OR WS-FWDJNLF-STUS = "35"
007500         OPEN OUTPUT FWDJNLF
007600         CLOSE FWDJNLF
007700         OPEN EXTEND FWDJNLF.
007800     IF NOT WS-FWDJNLF-OK
007900         MOVE WS-FWDJNLF-STUS TO LS-RETURN-STUS.
008000 1000-EXIT.
008100     EXIT.
008200*
008300 2000-WRITE-JOURNAL-REC.
008400     MOVE SPACES           TO FJN-REC.
008500     ACCEPT FJN-LOG-DATE   FROM DATE YYYYMMDD.
008600     ACCEPT FJN-LOG-TIME   FROM TIME.
008700     MOVE LS-FILE-ID       TO FJN-FILE-ID.
008800     MOVE LS-ACTION        TO FJN-ACTION.
008900     MOVE LS-REC-KEY       TO FJN-REC-KEY.
009000     MOVE LS-BF-DATE       TO FJN-BF-DATE.
009100     MOVE LS-PGM-ID        TO FJN-PGM-ID.
009200     MOVE LS-TELER-ID      TO FJN-TELER-ID.
009300     MOVE LS-BRID          TO FJN-BRID.
009400     MOVE LS-TMLID         TO FJN-TMLID.
009500     MOVE LS-CTL-AMT       TO FJN-CTL-AMT.
009600     MOVE LS-IMAGE         TO FJN-IMAGE.
009700     WRITE FJN-REC.
009800     IF NOT WS-FWDJNLF-OK
009900         MOVE WS-FWDJNLF-STUS TO LS-RETURN-STUS.
010000 2000-EXIT.
010100     EXIT.
