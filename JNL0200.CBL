000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JNL0200.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*    JNL0200 - MASTER RECORD AS AT A PAST DATE
000900*
001000*    REBUILDS WHAT THE RECORDS OF ONE MAINTAINED MASTER FILE (OR
001100*    ONE RECORD OF IT) LOOKED LIKE AT THE CLOSE OF A GIVEN PAST
001200*    DATE, FROM THE CHANGE JOURNAL CHGJNLF (CHGJNL.CPY) AND THE
001300*    MASTER AS IT STANDS NOW.
001400*
001500*    THE FILE'S JOURNAL ENTRIES ARE SORTED BY KEY AND TIME AND
001600*    MATCHED AGAINST THE MASTER, BOTH IN KEY ORDER.  FOR EACH KEY:
001700*      - THE LAST ENTRY ON OR BEFORE THE DATE GIVES THE RECORD AS
001800*        IT THEN STOOD (ITS AFTER IMAGE; A DELETE MEANS IT WAS NOT
001900*        ON FILE);
002000*      - FAILING THAT, THE FIRST LATER ENTRY GIVES IT (ITS BEFORE
002100*        IMAGE; AN ADD MEANS IT WAS NOT YET ON FILE);
002200*      - A RECORD WITH NO JOURNAL ENTRY IS SHOWN AS IT IS NOW.
002300*    FIELDS ARE NAMED AND LAID OUT FROM THE FIELD TABLE IN
002400*    JNLFLD.CPY (PASSWORDS ARE NOT IN IT AND ARE NEVER SHOWN).
002500*    ON ACCTF THE BALANCE, MONTH-TO-DATE, PROOF AND DORMANCY
002600*    FIGURES ARE KEPT BY THE NIGHTLY RUNS, NOT BY MAINTENANCE, SO
002700*    THEY ARE AS AT THE LAST JOURNALED CHANGE, NOT AS AT THE DATE.
002800*
002900*    MAY BE RUN AT ANY TIME AND AS OFTEN AS WANTED - NOTHING IS
003000*    UPDATED.
003100*
003200*    MODIFICATION HISTORY
003300*    DATE       INIT  DESCRIPTION
003400*    2026-10-13 OPS   ORIGINAL
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CHGJNLF ASSIGN TO "CHGJNLF"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FILE-STUS.
004200     SELECT JNLWRKF ASSIGN TO "JNLWRKF".
004300     SELECT BRPARMF ASSIGN TO "BRPARMF"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BR-BRID
004700         FILE STATUS IS FILE-STUS.
004800     SELECT TERMPRFF ASSIGN TO "TERMPRFF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TP-TMLID
005200         FILE STATUS IS FILE-STUS.
005300     SELECT CALDAYF ASSIGN TO "CALDAYF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CAL-KEY
005700         FILE STATUS IS FILE-STUS.
005800     SELECT ACCTF ASSIGN TO "ACCTF"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ACT-ACCT-NO
006200         FILE STATUS IS FILE-STUS.
006300     SELECT TLRMSTF ASSIGN TO "TLRMSTF"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS TLR-TELER-ID
006700         FILE STATUS IS FILE-STUS.
006800     SELECT PASSF ASSIGN TO "PASSF"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PW-TELER-ID
007200         FILE STATUS IS FILE-STUS.
007300     SELECT JN2RPTF ASSIGN TO "JN2RPTF"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RPT-FILE-STUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CHGJNLF.
007900 COPY CHGJNL.
008000 SD  JNLWRKF.
008100 01  SRT-REC.
008200     05  SRT-REC-KEY         PIC X(20).
008300     05  SRT-LOG-DATE        PIC 9(08).
008400     05  SRT-LOG-TIME        PIC 9(08).
008500     05  SRT-JNL-SEQ         PIC 9(07).
008600     05  SRT-ACTION          PIC X(01).
008700         88  SRT-ADD         VALUE "A".
008800         88  SRT-DELETE      VALUE "D".
008900     05  SRT-TELER-ID        PIC X(09).
009000     05  SRT-PGM-ID          PIC X(08).
009100     05  SRT-BEFORE-IMAGE    PIC X(200).
009200     05  SRT-AFTER-IMAGE     PIC X(200).
009300 FD  BRPARMF.
009400 COPY BRPARM.
009500 FD  TERMPRFF.
009600 COPY TERMPRF.
009700 FD  CALDAYF.
009800 COPY CALDAY.
009900 FD  ACCTF.
010000 COPY ACCT.
010100 FD  TLRMSTF.
010200 COPY TLRMST.
010300 FD  PASSF.
010400 COPY PASSREC.
010500 FD  JN2RPTF
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  RPT-LINE                PIC X(80).
010800 WORKING-STORAGE SECTION.
010900 COPY FLAG.
011000 COPY AUTHCHKW.
011100 COPY JNLFLD.
011200 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
011300 01  WS-ASOF-DATE            PIC 9(08) VALUE 0.
011400 01  WS-SEL-FILE             PIC X(08) VALUE SPACES.
011500     88  WS-SEL-BRPARM       VALUE "BRPARMF".
011600     88  WS-SEL-TERMPRF      VALUE "TERMPRFF".
011700     88  WS-SEL-CALDAY       VALUE "CALDAYF".
011800     88  WS-SEL-ACCT         VALUE "ACCTF".
011900     88  WS-SEL-TLRMST       VALUE "TLRMSTF".
012000     88  WS-SEL-PASS         VALUE "PASSF".
012100 01  WS-SEL-KEY              PIC X(20) VALUE SPACES.
012200 01  WS-KEY-LEN              PIC 9(03) COMP VALUE 0.
012300 01  WS-START-KEY            PIC X(20) VALUE SPACES.
012400 01  WS-JNL-EOF-SW           PIC X(01) VALUE "N".
012500     88  WS-JNL-EOF          VALUE "Y".
012600 01  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
012700     88  WS-SORT-EOF         VALUE "Y".
012800 01  WS-MST-EOF-SW           PIC X(01) VALUE "N".
012900     88  WS-MST-EOF          VALUE "Y".
013000 01  WS-JNL-OPEN-SW          PIC X(01) VALUE "N".
013100     88  WS-JNL-OPEN         VALUE "Y".
013200 01  WS-MST-OPEN-SW          PIC X(01) VALUE "N".
013300     88  WS-MST-OPEN         VALUE "Y".
013400 01  WS-ABORT-SW             PIC X(01) VALUE "N".
013500     88  WS-ABORT-RUN        VALUE "Y".
013600 01  WS-MST-KEY              PIC X(20) VALUE SPACES.
013700 01  WS-JNL-KEY              PIC X(20) VALUE SPACES.
013800 01  WS-CUR-KEY              PIC X(20) VALUE SPACES.
013900 01  WS-MST-IMAGE            PIC X(200) VALUE SPACES.
014000*
014100*    WHAT THE CURRENT KEY'S ENTRIES SAY ABOUT THE AS-OF DATE
014200*
014300 01  WS-MST-HIT-SW           PIC X(01) VALUE "N".
014400     88  WS-MST-HIT          VALUE "Y".
014500 01  WS-ASOF-HIT-SW          PIC X(01) VALUE "N".
014600     88  WS-ASOF-HIT         VALUE "Y".
014700 01  WS-LATER-HIT-SW         PIC X(01) VALUE "N".
014800     88  WS-LATER-HIT        VALUE "Y".
014900 01  WS-ASOF-ENTRY.
015000     05  WS-ASOF-DATE-J      PIC 9(08).
015100     05  WS-ASOF-TIME        PIC 9(08).
015200     05  WS-ASOF-TIME-R REDEFINES WS-ASOF-TIME.
015300         10  WS-ASOF-HHMMSS  PIC 9(06).
015400         10  FILLER          PIC 9(02).
015500     05  WS-ASOF-ACTION      PIC X(01).
015600         88  WS-ASOF-DELETE  VALUE "D".
015700     05  WS-ASOF-TELER-ID    PIC X(09).
015800     05  WS-ASOF-PGM-ID      PIC X(08).
015900     05  WS-ASOF-IMAGE       PIC X(200).
016000 01  WS-LATER-ENTRY.
016100     05  WS-LATER-DATE       PIC 9(08).
016200     05  WS-LATER-ACTION     PIC X(01).
016300         88  WS-LATER-ADD    VALUE "A".
016400     05  WS-LATER-IMAGE      PIC X(200).
016500 01  WS-STATE-TEXT           PIC X(50) VALUE SPACES.
016600 01  WS-JFT-SUB              PIC 9(03) COMP VALUE 0.
016700 01  WS-OFF                  PIC 9(03) COMP VALUE 0.
016800 01  WS-LEN                  PIC 9(03) COMP VALUE 0.
016900 01  WS-READ-CNT             PIC 9(07) COMP VALUE 0.
017000 01  WS-SEL-CNT              PIC 9(07) COMP VALUE 0.
017100 01  WS-KEY-CNT              PIC 9(07) COMP VALUE 0.
017200 01  WS-ONFILE-CNT           PIC 9(07) COMP VALUE 0.
017300 01  WS-NOTON-CNT            PIC 9(07) COMP VALUE 0.
017400 01  WS-REBUILT-CNT          PIC 9(07) COMP VALUE 0.
017500 01  WS-FMT-IMAGE            PIC X(200) VALUE SPACES.
017600 01  WS-VAL                  PIC X(20) VALUE SPACES.
017700 01  WS-MONEY-X              PIC X(11) VALUE SPACES.
017800 01  WS-MONEY REDEFINES WS-MONEY-X
017900                             PIC 9(09)V99.
018000 01  WS-SMONEY-X             PIC X(13) VALUE SPACES.
018100 01  WS-SMONEY REDEFINES WS-SMONEY-X
018200                             PIC S9(11)V99.
018300 01  WS-MONEY-ED             PIC ZZZ,ZZZ,ZZ9.99.
018400 01  WS-SMONEY-ED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018500 01  WS-TIME-ED              PIC 99B99B99.
018600 01  WS-CNT-ED               PIC ZZZZZZ9.
018700 PROCEDURE DIVISION.
018800*
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     IF NOT WS-ABORT-RUN
019200         SORT JNLWRKF
019300             ON ASCENDING KEY SRT-REC-KEY SRT-LOG-DATE
019400                              SRT-LOG-TIME SRT-JNL-SEQ
019500             INPUT PROCEDURE IS 2000-SELECT-ENTRIES
019600                 THRU 2000-EXIT
019700             OUTPUT PROCEDURE IS 3000-REBUILD-RECORDS
019800                 THRU 3000-EXIT
019900         IF SORT-RETURN NOT = 0
020000             DISPLAY "JNL0200 - SORT FAILED, RETURN " SORT-RETURN
020100                 " - REPORT INCOMPLETE"
020200         END-IF
020300         PERFORM 5000-FINALIZE THRU 5000-EXIT
020400     END-IF.
020500     STOP RUN.
020600*
020700******************************************************************
020800*    1000 - INITIALIZE - OPERATOR CHECK, SELECTION, FILES,
020900*           HEADINGS
021000******************************************************************
021100 1000-INITIALIZE.
021200     DISPLAY "OPERATOR  : ".
021300     ACCEPT TELER-ID.
021400     MOVE SPACES TO TELER-TMLID.
021500     MOVE 0      TO BRID.
021600     MOVE "JNL0200" TO ATH-PGM-ID.
021700     MOVE "R"       TO ATH-FUNC-CD.
021800     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
021900     IF NOT ATH-PERMITTED
022000         MOVE "Y" TO WS-ABORT-SW
022100         GO TO 1000-EXIT.
022200     DISPLAY "AS-OF DATE (YYYYMMDD)    : ".
022300     ACCEPT WS-ASOF-DATE.
022400     DISPLAY "FILE                     : ".
022500     ACCEPT WS-SEL-FILE.
022600     DISPLAY "KEY (BLANK=ALL)          : ".
022700     ACCEPT WS-SEL-KEY.
022800     IF WS-ASOF-DATE = 0
022900         DISPLAY "JNL0200 - AN AS-OF DATE IS REQUIRED"
023000         MOVE "Y" TO WS-ABORT-SW
023100         GO TO 1000-EXIT.
023200     EVALUATE TRUE
023300         WHEN WS-SEL-BRPARM
023400             MOVE 3  TO WS-KEY-LEN
023500         WHEN WS-SEL-TERMPRF
023600             MOVE 2  TO WS-KEY-LEN
023700         WHEN WS-SEL-CALDAY
023800             MOVE 11 TO WS-KEY-LEN
023900         WHEN WS-SEL-ACCT
024000             MOVE 10 TO WS-KEY-LEN
024100         WHEN WS-SEL-TLRMST
024200             MOVE 9  TO WS-KEY-LEN
024300         WHEN WS-SEL-PASS
024400             MOVE 9  TO WS-KEY-LEN
024500         WHEN OTHER
024600             DISPLAY "JNL0200 - FILE MUST BE BRPARMF, TERMPRFF, "
024700                 "CALDAYF, ACCTF, TLRMSTF OR PASSF"
024800             MOVE "Y" TO WS-ABORT-SW
024900             GO TO 1000-EXIT
025000     END-EVALUATE.
025100     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
025200     IF WS-ABORT-RUN
025300         GO TO 1000-EXIT.
025400     OPEN INPUT CHGJNLF.
025500     IF NOT STS-OK
025600         DISPLAY "JNL0200 - NO CHANGE JOURNAL, STATUS " FILE-STUS
025700             " - RECORDS SHOWN AS THEY ARE NOW"
025800         MOVE "Y" TO WS-JNL-EOF-SW
025900     ELSE
026000         MOVE "Y" TO WS-JNL-OPEN-SW
026100     END-IF.
026200     OPEN OUTPUT JN2RPTF.
026300     MOVE SPACES TO RPT-LINE.
026400     STRING "JNL0200 " WS-SEL-FILE " AS AT CLOSE OF "
026500         WS-ASOF-DATE
026600         DELIMITED BY SIZE INTO RPT-LINE.
026700     WRITE RPT-LINE.
026800     IF WS-SEL-KEY NOT = SPACES
026900         MOVE SPACES TO RPT-LINE
027000         STRING "KEY " WS-SEL-KEY
027100             DELIMITED BY SIZE INTO RPT-LINE
027200         WRITE RPT-LINE
027300     END-IF.
027400     IF WS-SEL-ACCT
027500         MOVE SPACES TO RPT-LINE
027600         STRING "BALANCE, MTD, PROOF AND DORMANCY FIGURES ARE AS "
027700             "AT THE LAST JOURNALED CHANGE"
027800             DELIMITED BY SIZE INTO RPT-LINE
027900         WRITE RPT-LINE
028000     END-IF.
028100     MOVE SPACES TO RPT-LINE.
028200     WRITE RPT-LINE.
028300 1000-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700*    1100 - OPEN THE CHOSEN MASTER AND POSITION IT AT THE FIRST
028800*           (OR THE SELECTED) KEY
028900******************************************************************
029000 1100-OPEN-MASTER.
029100     MOVE LOW-VALUES TO WS-START-KEY.
029200     IF WS-SEL-KEY NOT = SPACES
029300         MOVE WS-SEL-KEY TO WS-START-KEY.
029400     EVALUATE TRUE
029500         WHEN WS-SEL-BRPARM
029600             OPEN INPUT BRPARMF
029700         WHEN WS-SEL-TERMPRF
029800             OPEN INPUT TERMPRFF
029900         WHEN WS-SEL-CALDAY
030000             OPEN INPUT CALDAYF
030100         WHEN WS-SEL-ACCT
030200             OPEN INPUT ACCTF
030300         WHEN WS-SEL-TLRMST
030400             OPEN INPUT TLRMSTF
030500         WHEN OTHER
030600             OPEN INPUT PASSF
030700     END-EVALUATE.
030800     IF NOT STS-OK
030900         DISPLAY "JNL0200 - " WS-SEL-FILE " OPEN FAILED, STATUS "
031000             FILE-STUS
031100         MOVE "Y" TO WS-ABORT-SW
031200         GO TO 1100-EXIT.
031300     MOVE "Y" TO WS-MST-OPEN-SW.
031400     EVALUATE TRUE
031500         WHEN WS-SEL-BRPARM
031600             MOVE WS-START-KEY (1:WS-KEY-LEN)
031700                 TO BR-PARM-REC (1:WS-KEY-LEN)
031800             START BRPARMF KEY NOT < BR-BRID
031900                 INVALID KEY
032000                     MOVE "Y" TO WS-MST-EOF-SW
032100             END-START
032200         WHEN WS-SEL-TERMPRF
032300             MOVE WS-START-KEY (1:WS-KEY-LEN)
032400                 TO TERM-PRF-REC (1:WS-KEY-LEN)
032500             START TERMPRFF KEY NOT < TP-TMLID
032600                 INVALID KEY
032700                     MOVE "Y" TO WS-MST-EOF-SW
032800             END-START
032900         WHEN WS-SEL-CALDAY
033000             MOVE WS-START-KEY (1:WS-KEY-LEN)
033100                 TO CAL-REC (1:WS-KEY-LEN)
033200             START CALDAYF KEY NOT < CAL-KEY
033300                 INVALID KEY
033400                     MOVE "Y" TO WS-MST-EOF-SW
033500             END-START
033600         WHEN WS-SEL-ACCT
033700             MOVE WS-START-KEY (1:WS-KEY-LEN)
033800                 TO ACT-REC (1:WS-KEY-LEN)
033900             START ACCTF KEY NOT < ACT-ACCT-NO
034000                 INVALID KEY
034100                     MOVE "Y" TO WS-MST-EOF-SW
034200             END-START
034300         WHEN WS-SEL-TLRMST
034400             MOVE WS-START-KEY (1:WS-KEY-LEN)
034500                 TO TLR-REC (1:WS-KEY-LEN)
034600             START TLRMSTF KEY NOT < TLR-TELER-ID
034700                 INVALID KEY
034800                     MOVE "Y" TO WS-MST-EOF-SW
034900             END-START
035000         WHEN OTHER
035100             MOVE WS-START-KEY (1:WS-KEY-LEN)
035200                 TO PASS-FILE-REC (1:WS-KEY-LEN)
035300             START PASSF KEY NOT < PW-TELER-ID
035400                 INVALID KEY
035500                     MOVE "Y" TO WS-MST-EOF-SW
035600             END-START
035700     END-EVALUATE.
035800 1100-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200*    2000 - SORT INPUT - THE CHOSEN FILE'S JOURNAL ENTRIES
036300******************************************************************
036400 2000-SELECT-ENTRIES.
036500     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
036600         UNTIL WS-JNL-EOF.
036700 2000-EXIT.
036800     EXIT.
036900*
037000 2100-SELECT-ONE.
037100     READ CHGJNLF
037200         AT END MOVE "Y" TO WS-JNL-EOF-SW
037300     END-READ.
037400     IF WS-JNL-EOF
037500         GO TO 2100-EXIT.
037600     ADD 1 TO WS-READ-CNT.
037700     IF CJN-FILE-ID NOT = WS-SEL-FILE
037800         GO TO 2100-EXIT.
037900     IF WS-SEL-KEY NOT = SPACES AND CJN-REC-KEY NOT = WS-SEL-KEY
038000         GO TO 2100-EXIT.
038100     ADD 1 TO WS-SEL-CNT.
038200     MOVE CJN-REC-KEY      TO SRT-REC-KEY.
038300     MOVE CJN-LOG-DATE     TO SRT-LOG-DATE.
038400     MOVE CJN-LOG-TIME     TO SRT-LOG-TIME.
038500     MOVE WS-READ-CNT      TO SRT-JNL-SEQ.
038600     MOVE CJN-ACTION       TO SRT-ACTION.
038700     MOVE CJN-TELER-ID     TO SRT-TELER-ID.
038800     MOVE CJN-PGM-ID       TO SRT-PGM-ID.
038900     MOVE CJN-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
039000     MOVE CJN-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
039100     RELEASE SRT-REC.
039200 2100-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600*    3000 - SORT OUTPUT - MATCH THE SORTED ENTRIES AGAINST THE
039700*           MASTER, BOTH IN KEY ORDER, ONE KEY AT A TIME
039800******************************************************************
039900 3000-REBUILD-RECORDS.
040000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
040100     IF NOT WS-MST-EOF
040200         PERFORM 3150-READ-MASTER THRU 3150-EXIT
040300     END-IF.
040400     IF WS-MST-EOF
040500         MOVE HIGH-VALUES TO WS-MST-KEY.
040600     PERFORM 3200-ONE-KEY THRU 3200-EXIT
040700         UNTIL WS-SORT-EOF AND WS-MST-EOF.
040800 3000-EXIT.
040900     EXIT.
041000*
041100 3100-RETURN-ONE.
041200     RETURN JNLWRKF
041300         AT END
041400             MOVE "Y" TO WS-SORT-EOF-SW
041500     END-RETURN.
041600     IF WS-SORT-EOF
041700         MOVE HIGH-VALUES TO WS-JNL-KEY
041800     ELSE
041900         MOVE SRT-REC-KEY TO WS-JNL-KEY
042000     END-IF.
042100 3100-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500*    3150 - NEXT MASTER RECORD.  WITH ONE KEY SELECTED THE MASTER
042600*           ENDS AS SOON AS IT PASSES THAT KEY
042700******************************************************************
042800 3150-READ-MASTER.
042900     EVALUATE TRUE
043000         WHEN WS-SEL-BRPARM
043100             READ BRPARMF NEXT
043200                 AT END MOVE "Y" TO WS-MST-EOF-SW
043300             END-READ
043400             MOVE BR-PARM-REC   TO WS-MST-IMAGE
043500         WHEN WS-SEL-TERMPRF
043600             READ TERMPRFF NEXT
043700                 AT END MOVE "Y" TO WS-MST-EOF-SW
043800             END-READ
043900             MOVE TERM-PRF-REC  TO WS-MST-IMAGE
044000         WHEN WS-SEL-CALDAY
044100             READ CALDAYF NEXT
044200                 AT END MOVE "Y" TO WS-MST-EOF-SW
044300             END-READ
044400             MOVE CAL-REC       TO WS-MST-IMAGE
044500         WHEN WS-SEL-ACCT
044600             READ ACCTF NEXT
044700                 AT END MOVE "Y" TO WS-MST-EOF-SW
044800             END-READ
044900             MOVE ACT-REC       TO WS-MST-IMAGE
045000         WHEN WS-SEL-TLRMST
045100             READ TLRMSTF NEXT
045200                 AT END MOVE "Y" TO WS-MST-EOF-SW
045300             END-READ
045400             MOVE TLR-REC       TO WS-MST-IMAGE
045500         WHEN OTHER
045600             READ PASSF NEXT
045700                 AT END MOVE "Y" TO WS-MST-EOF-SW
045800             END-READ
045900             MOVE PASS-FILE-REC TO WS-MST-IMAGE
046000     END-EVALUATE.
046100     IF NOT WS-MST-EOF AND NOT STS-OK
046200         DISPLAY "JNL0200 - " WS-SEL-FILE " READ FAILED, STATUS "
046300             FILE-STUS " - REST OF FILE FROM THE JOURNAL ONLY"
046400         MOVE "Y" TO WS-MST-EOF-SW
046500     END-IF.
046600     IF WS-MST-EOF
046700         MOVE HIGH-VALUES TO WS-MST-KEY
046800         GO TO 3150-EXIT.
046900     MOVE SPACES TO WS-MST-KEY.
047000     MOVE WS-MST-IMAGE (1:WS-KEY-LEN)
047100         TO WS-MST-KEY (1:WS-KEY-LEN).
047200     IF WS-SEL-KEY NOT = SPACES AND WS-MST-KEY NOT = WS-SEL-KEY
047300         MOVE "Y" TO WS-MST-EOF-SW
047400         MOVE HIGH-VALUES TO WS-MST-KEY.
047500 3150-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900*    3200 - ONE KEY - THE LOWER OF THE MASTER AND JOURNAL KEYS
048000******************************************************************
048100 3200-ONE-KEY.
048200     IF WS-MST-KEY < WS-JNL-KEY
048300         MOVE WS-MST-KEY TO WS-CUR-KEY
048400     ELSE
048500         MOVE WS-JNL-KEY TO WS-CUR-KEY
048600     END-IF.
048700     ADD 1 TO WS-KEY-CNT.
048800     MOVE "N" TO WS-MST-HIT-SW WS-ASOF-HIT-SW WS-LATER-HIT-SW.
048900     IF WS-MST-KEY = WS-CUR-KEY
049000         MOVE "Y" TO WS-MST-HIT-SW.
049100     PERFORM 3300-TAKE-ENTRY THRU 3300-EXIT
049200         UNTIL WS-JNL-KEY NOT = WS-CUR-KEY.
049300     PERFORM 3400-PRINT-RECORD THRU 3400-EXIT.
049400     IF WS-MST-HIT
049500         PERFORM 3150-READ-MASTER THRU 3150-EXIT.
049600 3200-EXIT.
049700     EXIT.
049800*
049900******************************************************************
050000*    3300 - ONE JOURNAL ENTRY OF THE KEY.  KEEP THE LAST ON OR
050100*           BEFORE THE AS-OF DATE AND THE FIRST AFTER IT
050200******************************************************************
050300 3300-TAKE-ENTRY.
050400     IF SRT-LOG-DATE NOT > WS-ASOF-DATE
050500         MOVE "Y"             TO WS-ASOF-HIT-SW
050600         MOVE SRT-LOG-DATE    TO WS-ASOF-DATE-J
050700         MOVE SRT-LOG-TIME    TO WS-ASOF-TIME
050800         MOVE SRT-ACTION      TO WS-ASOF-ACTION
050900         MOVE SRT-TELER-ID    TO WS-ASOF-TELER-ID
051000         MOVE SRT-PGM-ID      TO WS-ASOF-PGM-ID
051100         MOVE SRT-AFTER-IMAGE TO WS-ASOF-IMAGE
051200     ELSE
051300         IF NOT WS-LATER-HIT
051400             MOVE "Y"              TO WS-LATER-HIT-SW
051500             MOVE SRT-LOG-DATE     TO WS-LATER-DATE
051600             MOVE SRT-ACTION       TO WS-LATER-ACTION
051700             MOVE SRT-BEFORE-IMAGE TO WS-LATER-IMAGE
051800         END-IF
051900     END-IF.
052000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
052100 3300-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500*    3400 - PRINT THE KEY AS IT STOOD, OR WHY IT WAS NOT ON FILE
052600******************************************************************
052700 3400-PRINT-RECORD.
052800     MOVE SPACES TO WS-FMT-IMAGE WS-STATE-TEXT.
052900     EVALUATE TRUE
053000         WHEN WS-ASOF-HIT AND WS-ASOF-DELETE
053100             MOVE WS-ASOF-HHMMSS TO WS-TIME-ED
053200             STRING "NOT ON FILE - DELETED " WS-ASOF-DATE-J " "
053300                 WS-TIME-ED
053400                 DELIMITED BY SIZE INTO WS-STATE-TEXT
053500         WHEN WS-ASOF-HIT
053600             MOVE WS-ASOF-IMAGE TO WS-FMT-IMAGE
053700             MOVE WS-ASOF-HHMMSS TO WS-TIME-ED
053800             STRING "AS LAST CHANGED " WS-ASOF-DATE-J " "
053900                 WS-TIME-ED
054000                 DELIMITED BY SIZE INTO WS-STATE-TEXT
054100         WHEN WS-LATER-HIT AND WS-LATER-ADD
054200             STRING "NOT YET ON FILE - ADDED " WS-LATER-DATE
054300                 DELIMITED BY SIZE INTO WS-STATE-TEXT
054400         WHEN WS-LATER-HIT
054500             MOVE WS-LATER-IMAGE TO WS-FMT-IMAGE
054600             STRING "AS BEFORE THE CHANGE OF " WS-LATER-DATE
054700                 DELIMITED BY SIZE INTO WS-STATE-TEXT
054800         WHEN OTHER
054900             MOVE WS-MST-IMAGE TO WS-FMT-IMAGE
055000             MOVE "NO CHANGE JOURNALED - AS NOW" TO WS-STATE-TEXT
055100     END-EVALUATE.
055200     MOVE SPACES TO RPT-LINE.
055300     STRING "KEY " WS-CUR-KEY " " WS-STATE-TEXT
055400         DELIMITED BY SIZE INTO RPT-LINE.
055500     WRITE RPT-LINE.
055600     IF WS-FMT-IMAGE = SPACES
055700         ADD 1 TO WS-NOTON-CNT
055800     ELSE
055900         ADD 1 TO WS-ONFILE-CNT
056000         IF WS-ASOF-HIT OR WS-LATER-HIT
056100             ADD 1 TO WS-REBUILT-CNT
056200         END-IF
056300         IF WS-ASOF-HIT
056400             MOVE SPACES TO RPT-LINE
056500             STRING "    BY " WS-ASOF-TELER-ID " PROGRAM "
056600                 WS-ASOF-PGM-ID
056700                 DELIMITED BY SIZE INTO RPT-LINE
056800             WRITE RPT-LINE
056900         END-IF
057000         PERFORM 3500-PRINT-FIELD THRU 3500-EXIT
057100             VARYING WS-JFT-SUB FROM 1 BY 1
057200             UNTIL WS-JFT-SUB > JFT-ENTRY-CNT
057300     END-IF.
057400     MOVE SPACES TO RPT-LINE.
057500     WRITE RPT-LINE.
057600 3400-EXIT.
057700     EXIT.
057800*
057900 3500-PRINT-FIELD.
058000     IF JFT-FILE-ID (WS-JFT-SUB) NOT = WS-SEL-FILE
058100         GO TO 3500-EXIT.
058200     MOVE JFT-OFFSET (WS-JFT-SUB) TO WS-OFF.
058300     MOVE JFT-LENGTH (WS-JFT-SUB) TO WS-LEN.
058400     PERFORM 3600-FORMAT-VALUE THRU 3600-EXIT.
058500     MOVE SPACES TO RPT-LINE.
058600     STRING "     " JFT-FIELD-NAME (WS-JFT-SUB) " " WS-VAL
058700         DELIMITED BY SIZE INTO RPT-LINE.
058800     WRITE RPT-LINE.
058900 3500-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300*    3600 - SHOW THE FIELD AT WS-OFF/WS-LEN OF WS-FMT-IMAGE IN
059400*           WS-VAL.  MONEY IS EDITED WHEN IT IS NUMERIC
059500******************************************************************
059600 3600-FORMAT-VALUE.
059700     MOVE SPACES TO WS-VAL.
059800     EVALUATE TRUE
059900         WHEN JFT-MONEY (WS-JFT-SUB)
060000             MOVE WS-FMT-IMAGE (WS-OFF:WS-LEN) TO WS-MONEY-X
060100             IF WS-MONEY NUMERIC
060200                 MOVE WS-MONEY    TO WS-MONEY-ED
060300                 MOVE WS-MONEY-ED TO WS-VAL
060400             ELSE
060500                 MOVE WS-MONEY-X  TO WS-VAL
060600             END-IF
060700         WHEN JFT-SIGNED-MONEY (WS-JFT-SUB)
060800             MOVE WS-FMT-IMAGE (WS-OFF:WS-LEN) TO WS-SMONEY-X
060900             IF WS-SMONEY NUMERIC
061000                 MOVE WS-SMONEY    TO WS-SMONEY-ED
061100                 MOVE WS-SMONEY-ED TO WS-VAL
061200             ELSE
061300                 MOVE WS-SMONEY-X  TO WS-VAL
061400             END-IF
061500         WHEN OTHER
061600             MOVE WS-FMT-IMAGE (WS-OFF:WS-LEN) TO WS-VAL
061700     END-EVALUATE.
061800 3600-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200*    5000 - RUN TOTALS AND CLOSE
062300******************************************************************
062400 5000-FINALIZE.
062500     MOVE SPACES TO RPT-LINE.
062600     MOVE WS-KEY-CNT TO WS-CNT-ED.
062700     STRING "KEYS SHOWN                  " WS-CNT-ED
062800         DELIMITED BY SIZE INTO RPT-LINE.
062900     WRITE RPT-LINE.
063000     IF WS-KEY-CNT = 0
063100         MOVE SPACES TO RPT-LINE
063200         STRING "*** NO RECORD ON FILE OR IN THE JOURNAL ***"
063300             DELIMITED BY SIZE INTO RPT-LINE
063400         WRITE RPT-LINE
063500     END-IF.
063600     MOVE SPACES TO RPT-LINE.
063700     MOVE WS-ONFILE-CNT TO WS-CNT-ED.
063800     STRING "  ON FILE AT THE DATE       " WS-CNT-ED
063900         DELIMITED BY SIZE INTO RPT-LINE.
064000     WRITE RPT-LINE.
064100     MOVE SPACES TO RPT-LINE.
064200     MOVE WS-REBUILT-CNT TO WS-CNT-ED.
064300     STRING "    REBUILT FROM JOURNAL    " WS-CNT-ED
064400         DELIMITED BY SIZE INTO RPT-LINE.
064500     WRITE RPT-LINE.
064600     MOVE SPACES TO RPT-LINE.
064700     MOVE WS-NOTON-CNT TO WS-CNT-ED.
064800     STRING "  NOT ON FILE AT THE DATE   " WS-CNT-ED
064900         DELIMITED BY SIZE INTO RPT-LINE.
065000     WRITE RPT-LINE.
065100     MOVE SPACES TO RPT-LINE.
065200     MOVE WS-SEL-CNT TO WS-CNT-ED.
065300     STRING "JOURNAL ENTRIES USED        " WS-CNT-ED
065400         DELIMITED BY SIZE INTO RPT-LINE.
065500     WRITE RPT-LINE.
065600     CLOSE JN2RPTF.
065700     IF WS-JNL-OPEN
065800         CLOSE CHGJNLF.
065900     PERFORM 5100-CLOSE-MASTER THRU 5100-EXIT.
066000     MOVE WS-KEY-CNT TO WS-CNT-ED.
066100     DISPLAY "JNL0200 - AS-OF REPORT COMPLETE, KEYS " WS-CNT-ED.
066200 5000-EXIT.
066300     EXIT.
066400*
066500 5100-CLOSE-MASTER.
066600     IF NOT WS-MST-OPEN
066700         GO TO 5100-EXIT.
066800     EVALUATE TRUE
066900         WHEN WS-SEL-BRPARM
067000             CLOSE BRPARMF
067100         WHEN WS-SEL-TERMPRF
067200             CLOSE TERMPRFF
067300         WHEN WS-SEL-CALDAY
067400             CLOSE CALDAYF
067500         WHEN WS-SEL-ACCT
067600             CLOSE ACCTF
067700         WHEN WS-SEL-TLRMST
067800             CLOSE TLRMSTF
067900         WHEN OTHER
068000             CLOSE PASSF
068100     END-EVALUATE.
068200 5100-EXIT.
068300     EXIT.
068400*
068500 COPY AUTHENT.
