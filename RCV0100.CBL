002200*    BY PASSING "B" PLUS THE TERMINAL ID AS THE COMMAND-LINE
002300*    PARAMETER (E.G. "B 07"); OTHERWISE THE TERMINAL ID IS
002400*    PROMPTED FOR AS USUAL.
002425*    AN ITEM THAT FALLS OUT FOR A REASON A SUPERVISOR CAN PUT
002450*    RIGHT (RTN-HOLD-CODES) IS KEPT ON THE HELD-ITEM QUEUE HLDF
002475*    (HLDITM.CPY) FOR HLD0100 TO RELEASE OR REJECT.
002500*
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
003815*                     THE KEYED RCV-LK-BRID, AND THE NUMBER IS
003816*                     CARRIED ON PST-ACCT-NO (REVERSALS TAKE
003817*                     THE ORIGINAL'S)
003826*    2026-10-05 OPS   CHEQUE RECEIPTS - RCV-INSTR-CD CARRIED TO
003835*                     POSTF; A POSTED CHEQUE GOES ON CHQFLTF AS
003844*                     UNCLEARED FLOAT TO THE NEXT BUSINESS DAY AND
003853*                     IS KEPT OUT OF DRW-RCPT-AMT (DRW-CHQ-CNT/
003862*                     AMT INSTEAD); A REVERSAL MAY NAME AN
003871*                     ORIGINAL ON POSTHSTF BY RCV-RVSL-DATE AND
003880*                     MARKS A REVERSED CHEQUE OFF THE FLOAT
003881*    2026-10-06 OPS   SERVICE FEES - A RECEIPT IN A FEETRFF
003882*                     TARIFF CATEGORY (CROSS-BRANCH, NO ACCOUNT,
003883*                     OVER AMOUNT) GETS ITS OWN LINKED "11" FEE
003884*                     POSTING WITH ITS OWN RECEIPT NUMBER, SHOWN
003885*                     ON THE RECEIPT LINE AND FED TO THE DRAWER
003886*                     CASH; REVERSING THE RECEIPT REVERSES ITS
003887*                     FEE.  A REVERSAL NOW ALWAYS POSTS ON THE
003888*                     ORIGINAL'S BRANCH (PST-BRID WAS LEFT OVER
003889*                     FROM THE LAST ITEM FOR A POSTHSTF ORIGINAL)
003890*    2026-10-08 OPS   ACCOUNT BALANCES - EVERY RECEIPT AND "08"
003891*                     OFFSET ON A CUSTOMER ACCOUNT IS CARRIED TO
003892*                     ITS ACCTF CURRENT BALANCE, MONTH-TO-DATE
003893*                     RECEIPTS AND LAST-ACTIVITY DATE (ACCTF NOW
003894*                     OPENED I-O)
003907*    2026-10-09 OPS   DORMANT ACCOUNTS - A RECEIPT TO AN ACCOUNT
003920*                     DRM0100 HAS MARKED DORMANT NEEDS A SUP1
003933*                     PROVED THROUGH SUPCHECK (NONE "04"/"01",
003946*                     REFUSED "10"); POSTING IT REACTIVATES THE
003959*                     ACCOUNT AND IS AUDITED AS "DORMREACT"
003961*    2026-10-10 OPS   SUSPECTED DUPLICATES - A RECEIPT FOR
003963*                     THE SAME ACCOUNT AND AMOUNT AS ONE ALREADY
003965*                     POSTED TODAY OR ON RECENT POSTING HISTORY
003967*                     (DUPCHECK) IS NOT POSTED (NEW RETURN-CD
003968*                     "12") UNLESS THE TELLER CONFIRMED IT
003969*                     (RCV-DUP-CONF)
003971*    2026-10-11 OPS   HELD-ITEM QUEUE - ITEMS NOT POSTED FOR
003972*                     RTN-HOLD-CODES ARE WRITTEN TO HLDF WITH THE
003973*                     RCV-REC IMAGE; HELD COUNT ON THE REPORT AND
003974*                     IN PRF-HELD-CNT
003975*    2026-10-12 OPS   SESSION TELLER CHECKED THROUGH AUTHCHK
003976*                     AGAINST THE AUTHORIZATION MATRIX BEFORE
003977*                     THE RUN IS LOGGED AS STARTED
003978*    2026-10-14 OPS   FORWARD RECOVERY - EVERY POSTF WRITE,
003979*                     RCPNUMF UPDATE AND DRAWERF REWRITE IS
003980*                     JOURNALED AS AN AFTER IMAGE THROUGH
003981*                     FWDJRNL FOR RCY0100; A FAILED JOURNAL
003982*                     WRITE IS COUNTED ON THE REPORT
003983*    2026-10-15 OPS   A SERVICE FEE SHOWS ON THE RECEIPT LINE
003984*                     ONLY ONCE IT IS POSTED; IF IT FAILS THE
003985*                     RECEIPT IS REWRITTEN WITH NO LINK TO IT.
003986*                     A RECEIPT NUMBER DRAWN FOR A POSTING NOT
003987*                     WRITTEN IS LISTED AS NOT ISSUED.  A RERUN
003988*                     ITEM IS NOT HELD AS A DUPLICATE OF ITS
003989*                     OWN POSTING
003990*    2026-10-15 OPS   SESSION AND AUTHORITY CHECKED BEFORE ANY
003991*                     OTHER FILE IS OPENED - A REFUSED RUN NO
003992*                     LONGER CLEARS THE LAST RUN'S REPORT
003993*    2026-10-15 OPS   A SERVICE FEE REVERSED ON ITS OWN IS TAKEN
003994*                     OFF ITS RECEIPT, SO REVERSING THE RECEIPT
003995*                     CANNOT REFUND IT AGAIN; ONE FROM A PRIOR
003996*                     DATE IS REFUSED.  A FEE OFFSET NOT WRITTEN
003997*                     IS UNLINKED FROM ITS RECEIPT'S OFFSET
003998******************************************************************
003999 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RCVF ASSIGN TO "RCVF"
007506         ACCESS MODE IS RANDOM
007508         RECORD KEY IS ACT-ACCT-NO
007510         FILE STATUS IS FILE-STUS.
007517     SELECT CHQFLTF ASSIGN TO "CHQFLTF"
007524         ORGANIZATION IS INDEXED
007531         ACCESS MODE IS RANDOM
007538         RECORD KEY IS CHQ-KEY
007545         FILE STATUS IS FILE-STUS.
007552     SELECT POSTHSTF ASSIGN TO "POSTHSTF"
007559         ORGANIZATION IS INDEXED
007566         ACCESS MODE IS RANDOM
007573         RECORD KEY IS PSH-KEY
007580         FILE STATUS IS FILE-STUS.
007581     SELECT FEETRFF ASSIGN TO "FEETRFF"
007582         ORGANIZATION IS INDEXED
007583         ACCESS MODE IS RANDOM
007584         RECORD KEY IS FEE-KEY
007585         FILE STATUS IS FILE-STUS.
007587     SELECT HLDF ASSIGN TO "HLDF"
007589         ORGANIZATION IS INDEXED
007591         ACCESS MODE IS RANDOM
007593         RECORD KEY IS HLD-KEY
007595         FILE STATUS IS FILE-STUS.
007597     SELECT RPTF ASSIGN TO "RPTF"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS RPT-FILE-STUS.
007800 DATA DIVISION.
009360 COPY DRAWER.
009370 FD  ACCTF.
009380 COPY ACCT.
009384 FD  CHQFLTF.
009388 COPY CHQFLT.
009392 FD  POSTHSTF.
009396 COPY PSTHST.
009397 FD  FEETRFF.
009398 COPY FEETRF.
009423 FD  HLDF.
009448 COPY HLDITM.
009473 FD  RPTF
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  RPT-LINE                PIC X(80).
009700 WORKING-STORAGE SECTION.
009800 COPY FLAG.
009900 COPY LKRETRYW.
009950 COPY AUTHCHKW.
009975 COPY FWDJNLW.
010000 COPY RTNCD.
010100 01  RCV-IDX                 PIC 9(05) COMP VALUE 0.
010200 01  CKP-INTERVAL            PIC 9(02) VALUE 10.
010500     88  WS-EOF              VALUE "Y".
010600 01  WS-ABORT-SW             PIC X(01) VALUE "N".
010700     88  WS-ABORT-RUN        VALUE "Y".
010710 01  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
010720     88  WS-FILES-OPEN       VALUE "Y".
010800 01  WS-POST-BRID            PIC 9(03) VALUE 0.
010900 01  WS-POST-NAME            PIC X(10) VALUE SPACES.
011000 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
011440 01  WS-BD-RETURN-STUS       PIC X(02) VALUE SPACES.
011600 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
011700 01  WS-RTN-TALLY.
011800     05  WS-RTN-CNT OCCURS 13 TIMES INDEXED BY WS-RTN-IX
011900                     PIC 9(07) COMP VALUE 0.
012000 01  WS-RTN-TOTAL            PIC 9(07) COMP VALUE 0.
012100 01  WS-SA-REQUEST-CD        PIC X(01).
012820 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
012830 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
012840 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
012841 01  WS-DK-REQUEST-CD        PIC X(01) VALUE "Q".
012842 01  WS-DK-MATCH.
012843     05  WS-DK-MATCH-SRC     PIC X(01).
012844     05  WS-DK-MATCH-DATE    PIC 9(08).
012845     05  WS-DK-MATCH-BRID    PIC 9(03).
012846     05  WS-DK-MATCH-SEQ     PIC 9(05).
012847     05  WS-DK-MATCH-TELER-ID PIC X(09).
012848 01  WS-DK-RETURN-STUS       PIC X(02) VALUE SPACES.
012850 01  WS-OVER-LIMIT-SW        PIC X(01) VALUE "N".
012851     88  WS-OVER-LIMIT       VALUE "Y".
012852 01  WS-TLR-MAX              PIC 9(02) COMP VALUE 20.
012853 01  WS-TLR-CNT              PIC 9(02) COMP VALUE 0.
012854 01  WS-TLR-TABLE.
012855     05  WS-TLR-ENT OCCURS 20 TIMES INDEXED BY WS-TLR-IX.
012856         10  WS-TLR-ID           PIC X(09).
012857         10  WS-TLR-KEYED-CNT    PIC 9(05) COMP.
012858         10  WS-TLR-KEYED-AMT    PIC 9(11)V99 COMP-3.
012859         10  WS-TLR-PSTD-CNT     PIC 9(05) COMP.
012860         10  WS-TLR-PSTD-AMT     PIC 9(11)V99 COMP-3.
012861         10  WS-TLR-RJCT-CNT     PIC 9(05) COMP.
012862         10  WS-TLR-CHQ-CNT      PIC 9(05) COMP.
012863         10  WS-TLR-CHQ-AMT      PIC 9(11)V99 COMP-3.
012864         10  WS-TLR-FEE-CNT      PIC 9(05) COMP.
012865         10  WS-TLR-FEE-AMT      PIC 9(11)V99 COMP-3.
012866         10  WS-TLR-HELD-CNT     PIC 9(05) COMP.
012875         10  WS-TLR-RJ-CNT OCCURS 13 TIMES
012876                             PIC 9(05) COMP.
012877 01  WS-OVRSHT-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
012878 01  WS-TLR-CNT-ED           PIC ZZZZ9.
012879 01  WS-TLR-AMT-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012880 01  WS-OVRSHT-ED            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
012881 01  WS-TLR-SUB              PIC 9(02) COMP VALUE 0.
012882 01  WS-TLR-SX               PIC 9(02) COMP VALUE 0.
012883 01  WS-RJ-SUB               PIC 9(02) COMP VALUE 0.
012892 01  WS-DRW-FOUND-SW         PIC X(01) VALUE "N".
012893     88  WS-DRW-FOUND        VALUE "Y".
012894 01  WS-RVSL-ACCT            PIC 9(10) VALUE 0.
012902 01  WS-RVSL-RTN-CD          PIC X(02) VALUE SPACES.
012910 01  WS-RVSL-DATE            PIC 9(08) VALUE 0.
012918 01  WS-RVSL-INSTR-CD        PIC X(01) VALUE SPACE.
012926 01  WS-RVSL-CHQ-BANK        PIC 9(07) VALUE 0.
012934 01  WS-RVSL-CHQ-NO          PIC X(10) VALUE SPACES.
012942 01  WS-HST-OPEN-SW          PIC X(01) VALUE "N".
012950     88  WS-HST-OPEN         VALUE "Y".
012958 01  WS-CHQ-FOUND-SW         PIC X(01) VALUE "N".
012959     88  WS-CHQ-FOUND        VALUE "Y".
012960 01  WS-CHQ-CLR-DATE         PIC 9(08) VALUE 0.
012961 01  WS-FEE-OPEN-SW          PIC X(01) VALUE "N".
012962     88  WS-FEE-OPEN         VALUE "Y".
012963 01  WS-HELD-CNT             PIC 9(05) COMP VALUE 0.
012964 01  WS-HELD-FAIL-CNT        PIC 9(05) COMP VALUE 0.
012965 01  WS-FJW-FAIL-CNT         PIC 9(05) COMP VALUE 0.
012966 01  WS-FEE-FOUND-SW         PIC X(01) VALUE "N".
012967     88  WS-FEE-FOUND        VALUE "Y".
012968 01  WS-FEE-SEQ-OFFSET       PIC 9(05) VALUE 50000.
012969*        A FEE POSTING IS KEYED ITS RECEIPT'S PST-SEQ PLUS THIS
012970*        OFFSET ON THE SAME PST-BRID (POSTREC.CPY); AN ITEM AT OR
012971*        PAST THE OFFSET HAS NO FREE FEE KEY AND IS NOT CHARGED
012972 01  WS-FEE-SEQ              PIC 9(05) VALUE 0.
012973 01  WS-FEE-CAT              PIC X(01) VALUE SPACE.
012974 01  WS-FEE-AMT              PIC 9(09)V99 VALUE 0.
012975 01  WS-FEE-ORIG-AMT         PIC 9(09)V99 VALUE 0.
012976 01  WS-FEE-CAT-AMT          PIC 9(09)V99 VALUE 0.
012977 01  WS-FEE-CAT-ORIG         PIC 9(09)V99 VALUE 0.
012978 01  WS-FEE-POSTED-AMT       PIC 9(09)V99 VALUE 0.
012979 01  WS-FEE-AMT-ED           PIC ZZZ,ZZZ,ZZ9.99.
012980 01  WS-ITEM-NO-ED           PIC ZZZZ9.
012981 01  WS-RCPT-POST-REC        PIC X(109) VALUE SPACES.
012982 01  WS-FEE-POST-REC         PIC X(109) VALUE SPACES.
012983*        POST-REC IMAGES OF A RECEIPT AND THE FEE POSTED BEHIND
012984*        IT, SO THE RECEIPT CAN BE PUT BACK OR PRINTED AFTER 2180
012985 01  WS-PST-RWT-SW           PIC X(01) VALUE "N".
012986     88  WS-PST-REWRITE      VALUE "Y".
012991 01  WS-RVSL-FEE-IND         PIC X(01) VALUE SPACE.
012992 01  WS-RVSL-LINK-SEQ        PIC 9(05) VALUE 0.
012993 01  WS-RVSL-FEE-ORIG-AMT    PIC 9(09)V99 VALUE 0.
012994 01  WS-BF-MONTH             PIC 9(06) VALUE 0.
012995 01  WS-ORIG-MONTH           PIC 9(06) VALUE 0.
012996 01  WS-REACT-SW             PIC X(01) VALUE "N".
012997     88  WS-REACT            VALUE "Y".
012998 01  WS-DRM-OVER-TYPE        PIC X(10) VALUE SPACES.
012999 PROCEDURE DIVISION.
013000*
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     IF NOT WS-ABORT-RUN
013400         PERFORM 2000-PROCESS-RECEIVING THRU 2000-EXIT.
013450     IF WS-FILES-OPEN
013500         PERFORM 3000-FINALIZE THRU 3000-EXIT.
013600     STOP RUN.
013700*
013800******************************************************************
014100*           UNATTENDED BATCH MODE; ITS 3RD-4TH CHARACTERS GIVE
014200*           THE TERMINAL ID SO NO ONE NEEDS TO BE AT THE CONSOLE
014300*           TO KEY IT IN.  OTHERWISE THE TERMINAL ID IS PROMPTED
014400*           FOR AS USUAL.)  THE SESSION IS PICKED UP AND ITS
014410*           TELLER PROVED AGAINST THE AUTHORIZATION MATRIX
014420*           BEFORE ANY OTHER FILE IS OPENED - A REFUSED RUN
014430*           TOUCHES NOTHING, NOT EVEN THE LAST RUN'S REPORT
014500******************************************************************
014600 1000-INITIALIZE.
014700     ACCEPT WS-PARM-STR FROM COMMAND-LINE.
015200         DISPLAY "TERM ID   : "
015300         ACCEPT TELER-TMLID
015400     END-IF.
015410     OPEN INPUT SESSF.
015420     IF NOT STS-OK
015430         DISPLAY "RCV0100 - NO SESSION FILE AVAILABLE, "
015440             "SIGN ON WITH SGN0100 FIRST"
015450         MOVE "Y" TO WS-ABORT-SW
015460         GO TO 1000-EXIT.
015470     PERFORM 1050-LOAD-SESSION THRU 1050-EXIT.
015475     IF NOT WS-ABORT-RUN
015480         PERFORM 1055-CHECK-AUTHORITY THRU 1055-EXIT.
015485     IF WS-ABORT-RUN
015490         CLOSE SESSF
015493         GO TO 1000-EXIT.
015496     MOVE "Y" TO WS-FILES-OPEN-SW.
015500     OPEN INPUT RCVF.
015520     PERFORM 1020-OPEN-POSTF THRU 1020-EXIT.
015700     OPEN INPUT BRPARMF.
015895     PERFORM 1038-OPEN-PROOFF THRU 1038-EXIT.
015897     PERFORM 1039-OPEN-RCPNUMF THRU 1039-EXIT.
015898     PERFORM 1041-OPEN-DRAWERF THRU 1041-EXIT.
015899     OPEN I-O ACCTF.
015932     PERFORM 1042-OPEN-CHQFLTF THRU 1042-EXIT.
015948     PERFORM 1043-OPEN-HLDF THRU 1043-EXIT.
015965     OPEN INPUT POSTHSTF.
015998     IF STS-OK
016031         MOVE "Y" TO WS-HST-OPEN-SW
016064     END-IF.
016071     OPEN INPUT FEETRFF.
016078     IF STS-OK
016085         MOVE "Y" TO WS-FEE-OPEN-SW
016092     END-IF.
016200     OPEN OUTPUT RPTF.
016905     IF NOT WS-ABORT-RUN
016906         PERFORM 1070-WRITE-RUN-START THRU 1070-EXIT.
016910     IF NOT WS-ABORT-RUN
018584         OPEN I-O DRAWERF
018585     END-IF.
018586 1041-EXIT.
018590     EXIT.
018594*
018598******************************************************************
018602*    1042 - OPEN CHQFLTF, CREATING IT THE FIRST TIME IT IS
018606*           MISSING
018610******************************************************************
018614 1042-OPEN-CHQFLTF.
018618     OPEN I-O CHQFLTF.
018622     IF FILE-STUS = "35"
018626         OPEN OUTPUT CHQFLTF
018630         CLOSE CHQFLTF
018634         OPEN I-O CHQFLTF
018638     END-IF.
018642 1042-EXIT.
018646     EXIT.
018647*
018648******************************************************************
018649*    1043 - OPEN HLDF, CREATING IT THE FIRST TIME IT IS MISSING
018650******************************************************************
018651 1043-OPEN-HLDF.
018652     OPEN I-O HLDF.
018653     IF FILE-STUS = "35"
018654         OPEN OUTPUT HLDF
018655         CLOSE HLDF
018656         OPEN I-O HLDF
018657     END-IF.
018658 1043-EXIT.
018659     EXIT.
018660*
018661******************************************************************
018662*    1050 - LOAD THE SIGNED-ON SESSION FOR THIS TERMINAL
018663*           (TELER-ID/BRID/BF-DATE COME FROM SGN0100 VIA SESSF
018666*           INSTEAD OF BEING ASKED FOR AGAIN)
018670******************************************************************
018674 1050-LOAD-SESSION.
018700     MOVE TELER-TMLID TO SESS-TMLID.
018800     READ SESSF
018900         KEY IS SESS-TMLID
019900     END-IF.
020000 1050-EXIT.
020100     EXIT.
020101*
020102******************************************************************
020103*    1055 - THE SESSION'S TELLER MUST BE GRANTED RCV0100 IN THE
020104*           AUTHORIZATION MATRIX (AUTHCHK) BEFORE ANY FILE BUT
020105*           SESSF IS OPENED - ON-LINE OR UNATTENDED BATCH ALIKE
020106******************************************************************
020107 1055-CHECK-AUTHORITY.
020108     MOVE "RCV0100" TO ATH-PGM-ID.
020109     MOVE "R"       TO ATH-FUNC-CD.
020110     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
020111     IF NOT ATH-PERMITTED
020112         MOVE "Y" TO WS-ABORT-SW.
020113 1055-EXIT.
020114     EXIT.
020115*
020120******************************************************************
020130*    1060 - REFUSE A RETIRED OR STALE SESSION
020140*           (A SESSION SGN0200 HAS SIGNED OFF, OR ONE SIGNED ON
037000     ADD 1 TO WS-REC-CNT.
037100     MOVE "00" TO RETURN-CD.
037150     MOVE "N"  TO WS-OVER-LIMIT-SW.
037175     MOVE 0    TO WS-FEE-POSTED-AMT.
037200     MOVE RCV-SUP1      TO SUP1.
037300     MOVE RCV-SUP2      TO SUP2.
037400     MOVE RCV-OVER-TYPE TO WS-OVER-TYPE.
037600         IF RTN-OK
037700             PERFORM 2115-CHECK-OVERRIDE-LIMIT THRU 2115-EXIT
037800         END-IF
037825         IF RTN-OK AND NOT RCV-DUP-CONFIRMED
037850             PERFORM 2118-CHECK-DUPLICATE THRU 2118-EXIT
037875         END-IF
037900         IF RTN-OK
038000             PERFORM 2120-POST-RECEIPT THRU 2120-EXIT
038100         END-IF
038102         IF RTN-OK
038104             PERFORM 2119-ADD-POSTED THRU 2119-EXIT
038106         END-IF
038110     END-IF.
038120     IF RTN-OK OR RTN-REVERSED
038130         ADD 1 TO WS-POSTED-CNT
038400     END-IF.
038500     PERFORM 2140-TALLY-RETURN-CD THRU 2140-EXIT.
038510     PERFORM 2160-TALLY-TELLER THRU 2160-EXIT.
038532     IF RTN-HOLD-CODES
038554         PERFORM 2135-WRITE-HELD THRU 2135-EXIT
038576     END-IF.
038600     IF WS-REC-CNT >= CKP-INTERVAL
038700         PERFORM 2150-WRITE-CHECKPOINT THRU 2150-EXIT
038800         MOVE 0 TO WS-REC-CNT
042944     END-IF.
042946     IF NOT RTN-OK
042948         GO TO 2112-EXIT.
042949     IF ACT-DORMANT
042950         PERFORM 2113-CLEAR-DORMANT THRU 2113-EXIT
042951         IF NOT RTN-OK
042952             GO TO 2112-EXIT
042953         END-IF
042954     END-IF.
042955     MOVE ACT-BRID TO WS-POST-BRID.
042956     MOVE ACT-NAME TO WS-POST-NAME.
042957     IF ACT-BRID NOT = BRID
042958         DISPLAY "RCV0100 - CROSS-BRANCH RECEIVING FOR "
042959             ACT-NAME " HOME BRANCH " ACT-BRID
042960     END-IF.
042962 2112-EXIT.
042964     EXIT.
042965*
042966******************************************************************
042967*    2113 - A RECEIPT TO A DORMANT ACCOUNT (ACT-DORM-SW, SET BY
042968*           DRM0100) NEEDS A SUP1 CLEARANCE BEFORE IT POSTS,
042969*           SINCE POSTING IT REACTIVATES THE ACCOUNT (2190).  NO
042970*           SUP1 FALLS OUT "04", OR "01" IN AN UNATTENDED BATCH,
042971*           AS FOR AN OVER-LIMIT ITEM; THE SUP1 IS PROVED THROUGH
042972*           SUPCHECK "V" WITH NO AMOUNT - A REFUSED ONE IS "10"
042973******************************************************************
042974 2113-CLEAR-DORMANT.
042975     IF SUP1 = SPACES
042976         DISPLAY "RCV0100 - ACCOUNT " ACT-ACCT-NO
042977             " DORMANT SINCE " ACT-DORM-DATE
042978             ", SUP1 REQUIRED FOR ITEM " RCV-IDX
042979         IF BATCH-RUN
042980             MOVE "01" TO RETURN-CD
042981         ELSE
042982             MOVE "04" TO RETURN-CD
042983         END-IF
042984         GO TO 2113-EXIT.
042985     MOVE "V" TO WS-SC-REQUEST-CD.
042986     MOVE 0   TO WS-SC-AMT.
042987     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
042988         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
042989     IF WS-SC-RETURN-STUS NOT = "00"
042990         DISPLAY "RCV0100 - SUP1 " SUP1 " REFUSED, REASON "
042991             WS-SC-RETURN-STUS " FOR DORMANT ACCOUNT "
042992             ACT-ACCT-NO " ITEM " RCV-IDX
042993         MOVE "10" TO RETURN-CD
042994     END-IF.
042995 2113-EXIT.
042996     EXIT.
043000*
043100******************************************************************
043200*    2115 - FLAG ITEMS OVER THE SUPERVISOR-OVERRIDE LIMIT.  THE
044710     END-IF.
044720 2117-EXIT.
044730     EXIT.
044731*
044732******************************************************************
044733*    2118 - A RECEIPT FOR THE SAME ACCOUNT AND AMOUNT AS ONE
044734*           ALREADY POSTED TODAY OR ON RECENT POSTING HISTORY
044735*           (DUPCHECK) IS NOT POSTED - RETURN-CD "12" - UNLESS THE
044736*           TELLER CONFIRMED IT AT ENTRY (RCV-DUP-CONF).  ON A
044737*           RESTART THE ITEM'S OWN POSTF RECORD IS PASSED OVER
044738*           ("X") AND LEFT TO 2120, WHICH RETURNS "03" AS BEFORE
044739******************************************************************
044740 2118-CHECK-DUPLICATE.
044741     MOVE "X"          TO WS-DK-REQUEST-CD.
044742     MOVE "P"          TO WS-DK-MATCH-SRC.
044743     MOVE WS-POST-BRID TO WS-DK-MATCH-BRID.
044744     MOVE RCV-IDX      TO WS-DK-MATCH-SEQ.
044745     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
044746         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
044747     IF WS-DK-RETURN-STUS NOT = "01"
044749         GO TO 2118-EXIT.
044750     DISPLAY "RCV0100 - SUSPECTED DUPLICATE ITEM " RCV-IDX
044751         " ACCOUNT " RCV-ACCT-NO " - SEE " WS-DK-MATCH-DATE
044752         " " WS-DK-MATCH-BRID "-" WS-DK-MATCH-SEQ.
044753     MOVE "12" TO RETURN-CD.
044754 2118-EXIT.
044755     EXIT.
044756*
044757******************************************************************
044758*    2119 - A POSTED RECEIPT IS ADDED TO DUPCHECK SO A LATER ITEM
044759*           IN THE SAME RUN IS TESTED AGAINST IT
044760******************************************************************
044761 2119-ADD-POSTED.
044762     MOVE "A"          TO WS-DK-REQUEST-CD.
044763     MOVE "P"          TO WS-DK-MATCH-SRC.
044764     MOVE WS-POST-BRID TO WS-DK-MATCH-BRID.
044765     MOVE RCV-IDX      TO WS-DK-MATCH-SEQ.
044766     MOVE RCV-TELER-ID TO WS-DK-MATCH-TELER-ID.
044767     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
044768         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
044769 2119-EXIT.
044770     EXIT.
044771*
044800******************************************************************
044900*    2120 - POST THE RECEIPT, RETRYING ON FILE-LOCK/RECORD-LOCK
045000******************************************************************
045710     MOVE ZERO          TO PST-RVSL-BRID.
045720     MOVE ZERO          TO PST-RVSL-SEQ.
045722     MOVE RCV-ACCT-NO   TO PST-ACCT-NO.
045723     MOVE ZERO          TO PST-RVSL-DATE.
045724     IF RCV-INSTR-CHEQUE
045725         MOVE "Q"          TO PST-INSTR-CD
045726         MOVE RCV-CHQ-BANK TO PST-CHQ-BANK
045727         MOVE RCV-CHQ-NO   TO PST-CHQ-NO
045728     ELSE
045729         MOVE "C"          TO PST-INSTR-CD
045730         MOVE ZERO         TO PST-CHQ-BANK
045731         MOVE SPACES       TO PST-CHQ-NO
045732     END-IF.
045733     MOVE SPACE         TO PST-FEE-IND.
045734     MOVE ZERO          TO PST-FEE-ORIG-AMT.
045735     PERFORM 2170-COMPUTE-FEE THRU 2170-EXIT.
045736     IF WS-FEE-AMT > 0
045737         MOVE WS-FEE-SEQ   TO PST-LINK-SEQ
045738     ELSE
045739         MOVE ZERO         TO PST-LINK-SEQ
045740     END-IF.
045741     PERFORM 2125-DRAW-RECEIPT-NO THRU 2125-EXIT.
045742     IF RTN-FILE-LOCK
045750         GO TO 2120-EXIT.
045760     MOVE WS-RCPT-NO    TO PST-RCPT-NO.
045800     MOVE 7 TO WS-REDO-POINT.
047200             MOVE "07" TO PST-RETURN-CD
047300         END-IF
047400     END-IF.
047402     IF STS-OK
047404         PERFORM 2300-JOURNAL-POSTING THRU 2300-EXIT
047410     ELSE
047416         PERFORM 2126-LOG-SKIPPED-NO THRU 2126-EXIT
047422     END-IF.
047423     IF RTN-OK AND PST-ACCT-NO > 0
047424         PERFORM 2190-UPDATE-ACCOUNT THRU 2190-EXIT
047425     END-IF.
047426     IF RTN-OK AND PST-INSTR-CHEQUE
047427         PERFORM 2128-WRITE-FLOAT THRU 2128-EXIT
047430     END-IF.
047447     IF RTN-OK AND WS-FEE-AMT > 0
047464         PERFORM 2180-POST-FEE THRU 2180-EXIT
047481     END-IF.
047483     IF RTN-OK
047485         PERFORM 2127-PRINT-RECEIPT THRU 2127-EXIT
047487     END-IF.
047489     IF WS-FEE-POSTED-AMT > 0
047491         MOVE WS-FEE-POST-REC  TO POST-REC
047493         PERFORM 2127-PRINT-RECEIPT THRU 2127-EXIT
047495         MOVE WS-RCPT-POST-REC TO POST-REC
047497     END-IF.
047500 2120-EXIT.
047509     EXIT.
047518*
047527******************************************************************
047536*    2125 - DRAW THE NEXT OFFICIAL RECEIPT NUMBER FOR PST-BRID
047545*           FROM THE BRANCH REGISTER, UNDER LOCK.  THE REGISTER
047554*           IS ADVANCED AND REWRITTEN BEFORE THE POSTING IS
047563*           WRITTEN, SO AN ABEND BETWEEN DRAW AND WRITE LEAVES
047572*           A GAP RCP0100 CAN LIST INSTEAD OF A NUMBER ISSUED
047581*           TWICE; A NUMBER DRAWN FOR A POSTING THAT IS THEN NOT
047590*           WRITTEN IS LISTED ON THE REPORT AS NOT ISSUED (2126).
047599*           A BRANCH NOT YET ON THE REGISTER STARTS AT
047610*           NUMBER 1.  A REGISTER STILL LOCKED AFTER RETRIES
047611*           FAILS THE ITEM "07" - NO NUMBER, NO POSTING
047612******************************************************************
047651     IF FILE-LOCK OR RECORD-LOCK
047652         MOVE "07" TO RETURN-CD
047653     END-IF.
047654     IF STS-OK
047655         PERFORM 2310-JOURNAL-RECEIPT-NO THRU 2310-EXIT
047656     END-IF.
047657 2125-EXIT.
047658     EXIT.
047659*
047660******************************************************************
047661*    2126 - A RECEIPT NUMBER WAS DRAWN BUT THE POSTING IT WAS
047662*           DRAWN FOR COULD NOT BE WRITTEN - LIST THE NUMBER ON
047663*           THE REPORT SO THE GAP IN THE BRANCH'S SEQUENCE IS
047664*           ACCOUNTED FOR
047665******************************************************************
047666 2126-LOG-SKIPPED-NO.
047667     MOVE RCV-IDX TO WS-ITEM-NO-ED.
047668     MOVE SPACES TO RPT-LINE.
047669     STRING "RECEIPT " WS-RCPT-NO
047670         "  BR " PST-BRID
047671         "  NOT ISSUED - ITEM " WS-ITEM-NO-ED
047672         " NOT POSTED, STATUS " FILE-STUS
047673         DELIMITED BY SIZE INTO RPT-LINE.
047674     WRITE RPT-LINE.
047675 2126-EXIT.
047676     EXIT.
047677*
047678******************************************************************
047679*    2127 - PRINT THE CUSTOMER RECEIPT LINE WITH THE OFFICIAL
047680*           RECEIPT NUMBER.  A RECEIPT WHOSE SERVICE FEE WAS
047681*           POSTED (2180) SHOWS THE FEE AT THE END OF ITS LINE;
047682*           THE FEE POSTING THEN PRINTS ITS OWN LINE UNDER ITS
047683*           OWN RECEIPT NUMBER
047684******************************************************************
047685 2127-PRINT-RECEIPT.
047686     MOVE SPACES TO RPT-LINE.
047687     MOVE PST-AMT TO WS-RCPT-AMT-ED.
047688     STRING "RECEIPT " PST-RCPT-NO
047689         "  BR " PST-BRID
047690         "  " PST-TELER-ID
047691         "  " WS-RCPT-AMT-ED
047692         DELIMITED BY SIZE INTO RPT-LINE.
047693     EVALUATE TRUE
047694         WHEN PST-FEE-ITEM
047695             MOVE "  SVC FEE" TO RPT-LINE (52:9)
047696         WHEN PST-INSTR-CHEQUE
047697             MOVE "  CHEQUE"  TO RPT-LINE (52:8)
047698         WHEN OTHER
047699             MOVE "  CASH"    TO RPT-LINE (52:6)
047700     END-EVALUATE.
047701     IF PST-RETURN-CD = "00" AND WS-FEE-POSTED-AMT > 0
047702         MOVE WS-FEE-POSTED-AMT TO WS-FEE-AMT-ED
047703         MOVE "  FEE"       TO RPT-LINE (61:5)
047704         MOVE WS-FEE-AMT-ED TO RPT-LINE (66:14)
047705     END-IF.
047706     WRITE RPT-LINE.
047707 2127-EXIT.
047708     EXIT.
047709*
047710******************************************************************
047711*    2128 - PUT A POSTED CHEQUE ON THE UNCLEARED FLOAT.  THE
047712*           CLEARING DATE IS THE NEXT BUSINESS DAY FOR THE
047713*           RECEIVING BRANCH (BUSDAY "N"); IF THE CALENDAR CANNOT
047714*           GIVE ONE THE ITEM CLEARS ON THE BUSINESS DATE ITSELF
047715*           AND IS NOTED ON THE CONSOLE.  WRITE-OR-REWRITE, SO A
047716*           RESTARTED RUN REPLACES ITS OWN EARLIER FLOAT ITEM
047717******************************************************************
047718 2128-WRITE-FLOAT.
047719     MOVE "N"              TO WS-BD-REQUEST-CD.
047720     MOVE WS-BF-GREG-DATE8 TO WS-BD-DATE.
047721     CALL "BUSDAY" USING WS-BD-REQUEST-CD
047722         BRID WS-BD-DATE WS-BD-RSLT-DATE WS-BD-RETURN-STUS.
047723     IF WS-BD-RETURN-STUS = "00"
047724         MOVE WS-BD-RSLT-DATE  TO WS-CHQ-CLR-DATE
047725     ELSE
047726         MOVE WS-BF-GREG-DATE8 TO WS-CHQ-CLR-DATE
047727         DISPLAY "RCV0100 - NO NEXT BUSINESS DAY FOR CHEQUE "
047728             PST-CHQ-NO ", REASON " WS-BD-RETURN-STUS
047729             " - CLEARS " WS-CHQ-CLR-DATE
047730     END-IF.
047731     MOVE BF-DATE          TO CHQ-BF-DATE.
047732     MOVE PST-BRID         TO CHQ-BRID.
047733     MOVE PST-SEQ          TO CHQ-SEQ.
047734     MOVE PST-TELER-ID     TO CHQ-TELER-ID.
047735     MOVE BRID             TO CHQ-TLR-BRID.
047736     MOVE PST-ACCT-NO      TO CHQ-ACCT-NO.
047737     MOVE PST-NAME         TO CHQ-NAME.
047738     MOVE PST-AMT          TO CHQ-AMT.
047739     MOVE PST-CHQ-BANK     TO CHQ-BANK.
047740     MOVE PST-CHQ-NO       TO CHQ-NO.
047741     MOVE PST-RCPT-NO      TO CHQ-RCPT-NO.
047742     MOVE WS-CHQ-CLR-DATE  TO CHQ-CLR-DATE.
047743     MOVE "U"              TO CHQ-STUS.
047744     MOVE WS-BF-GREG-DATE8 TO CHQ-STUS-DATE.
047745     MOVE SPACES           TO CHQ-RTN-REASON.
047746     MOVE SPACES           TO CHQ-RTN-TELER-ID.
047747     MOVE 16 TO WS-REDO-POINT.
047748     WRITE CHQ-REC
047749         INVALID KEY
047750             REWRITE CHQ-REC
047751     END-WRITE.
047752     IF FILE-LOCK OR RECORD-LOCK
047753         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047754     END-IF.
047755     IF NOT STS-OK
047756         DISPLAY "RCV0100 - CHEQUE FLOAT WRITE FAILED, STATUS "
047757             FILE-STUS " FOR RECEIPT " PST-RCPT-NO
047758     END-IF.
047759 2128-EXIT.
047760     EXIT.
047761*
047762******************************************************************
047763*    2170 - PRICE THE SERVICE FEE FOR THIS RECEIPT FROM THE
047764*           TARIFF (FEETRF.CPY).  EVERY CATEGORY THE RECEIPT
047765*           FALLS INTO IS CHARGED: "X" WHEN IT POSTS TO ANOTHER
047766*           BRANCH, "N" WHEN IT CARRIES NO ACCOUNT NUMBER, "L"
047767*           WHEN IT IS OVER THE RECORD'S FEE-OVER-AMT.  THE
047768*           RECEIVING BRANCH'S SHARE GOES TO WS-FEE-ORIG-AMT -
047769*           THE WHOLE FEE WHEN THE RECEIPT STAYS AT HOME.  NO
047770*           TARIFF FILE MEANS NO FEES
047771******************************************************************
047772 2170-COMPUTE-FEE.
047773     MOVE 0 TO WS-FEE-AMT.
047774     MOVE 0 TO WS-FEE-ORIG-AMT.
047775     IF NOT WS-FEE-OPEN
047776         GO TO 2170-EXIT.
047777     IF RCV-IDX NOT < WS-FEE-SEQ-OFFSET
047778         DISPLAY "RCV0100 - ITEM " RCV-IDX
047779             " PAST THE FEE KEY RANGE, NO SERVICE FEE CHARGED"
047780         GO TO 2170-EXIT.
047781     COMPUTE WS-FEE-SEQ = RCV-IDX + WS-FEE-SEQ-OFFSET.
047782     IF WS-POST-BRID NOT = BRID
047783         MOVE "X" TO WS-FEE-CAT
047784         PERFORM 2172-CHARGE-ONE-CATEGORY THRU 2172-EXIT
047785     END-IF.
047786     IF RCV-ACCT-NO NOT NUMERIC OR RCV-ACCT-NO = 0
047787         MOVE "N" TO WS-FEE-CAT
047788         PERFORM 2172-CHARGE-ONE-CATEGORY THRU 2172-EXIT
047789     END-IF.
047790     MOVE "L" TO WS-FEE-CAT.
047791     PERFORM 2172-CHARGE-ONE-CATEGORY THRU 2172-EXIT.
047792     IF WS-POST-BRID = BRID
047793         MOVE WS-FEE-AMT TO WS-FEE-ORIG-AMT
047794     END-IF.
047795 2170-EXIT.
047796     EXIT.
047797*
047798******************************************************************
047799*    2172 - CHARGE ONE TARIFF CATEGORY.  THE TELLER'S BRANCH
047800*           RECORD IS USED IF THERE IS ONE, OTHERWISE THE HEAD-
047801*           OFFICE DEFAULT (FEE-BRID 000); A SUSPENDED RECORD
047802*           CHARGES NOTHING
047803******************************************************************
047804 2172-CHARGE-ONE-CATEGORY.
047805     MOVE BRID       TO FEE-BRID.
047806     MOVE WS-FEE-CAT TO FEE-CAT.
047807     PERFORM 2174-READ-TARIFF THRU 2174-EXIT.
047808     IF NOT WS-FEE-FOUND
047809         MOVE 0          TO FEE-BRID
047810         MOVE WS-FEE-CAT TO FEE-CAT
047811         PERFORM 2174-READ-TARIFF THRU 2174-EXIT
047812     END-IF.
047813     IF NOT WS-FEE-FOUND OR NOT FEE-ACTIVE
047814         GO TO 2172-EXIT.
047815     IF FEE-CAT-OVER AND RCV-AMT NOT > FEE-OVER-AMT
047816         GO TO 2172-EXIT.
047817     COMPUTE WS-FEE-CAT-AMT ROUNDED =
047818         FEE-FLAT-AMT + RCV-AMT * FEE-RATE-PCT / 100.
047819     IF FEE-MAX-AMT > 0 AND WS-FEE-CAT-AMT > FEE-MAX-AMT
047820         MOVE FEE-MAX-AMT TO WS-FEE-CAT-AMT
047821     END-IF.
047822     IF FEE-CAT-XBR
047823         COMPUTE WS-FEE-CAT-ORIG ROUNDED =
047824             WS-FEE-CAT-AMT * FEE-ORIG-PCT / 100
047825     ELSE
047826         MOVE WS-FEE-CAT-AMT TO WS-FEE-CAT-ORIG
047827     END-IF.
047828     ADD WS-FEE-CAT-AMT  TO WS-FEE-AMT.
047829     ADD WS-FEE-CAT-ORIG TO WS-FEE-ORIG-AMT.
047830 2172-EXIT.
047831     EXIT.
047832*
047833 2174-READ-TARIFF.
047834     MOVE "N" TO WS-FEE-FOUND-SW.
047835     MOVE 20 TO WS-REDO-POINT.
047836     READ FEETRFF
047837         KEY IS FEE-KEY
047838         INVALID KEY
047839             CONTINUE
047840     END-READ.
047841     IF FILE-LOCK OR RECORD-LOCK
047842         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047843     END-IF.
047844     IF STS-OK
047845         MOVE "Y" TO WS-FEE-FOUND-SW
047846     END-IF.
047847 2174-EXIT.
047848     EXIT.
047849*
047850******************************************************************
047851*    2180 - POST THE SERVICE FEE BEHIND THE RECEIPT JUST
047852*           WRITTEN: SAME BRANCH, TELLER, NAME AND ACCOUNT, KEY
047853*           WS-FEE-SEQ, RETURN-CD "11", COLLECTED IN CASH, WITH
047854*           ITS OWN OFFICIAL RECEIPT NUMBER AND A LINK BACK TO
047855*           THE RECEIPT.  THE RECEIPT STANDS EVEN IF THE FEE
047856*           CANNOT BE POSTED - THE FAILURE IS NOTED ON THE
047857*           CONSOLE, THE ITEM STAYS "00" AND THE RECEIPT IS
047858*           UNLINKED FROM THE FEE (2185).  POST-REC IS LEFT
047859*           HOLDING THE RECEIPT EITHER WAY; A POSTED FEE'S IMAGE
047860*           IS KEPT IN WS-FEE-POST-REC FOR 2120 TO PRINT
047861******************************************************************
047862 2180-POST-FEE.
047863     MOVE POST-REC        TO WS-RCPT-POST-REC.
047864     MOVE WS-FEE-SEQ      TO PST-SEQ.
047865     MOVE WS-FEE-AMT      TO PST-AMT.
047866     MOVE "11"            TO PST-RETURN-CD.
047867     MOVE "F"             TO PST-FEE-IND.
047868     MOVE RCV-IDX         TO PST-LINK-SEQ.
047869     MOVE WS-FEE-ORIG-AMT TO PST-FEE-ORIG-AMT.
047870     MOVE "C"             TO PST-INSTR-CD.
047871     MOVE ZERO            TO PST-CHQ-BANK.
047872     MOVE SPACES          TO PST-CHQ-NO.
047873     PERFORM 2125-DRAW-RECEIPT-NO THRU 2125-EXIT.
047874     IF RTN-FILE-LOCK
047875         MOVE "00" TO RETURN-CD
047876         DISPLAY "RCV0100 - RECEIPT REGISTER LOCKED, SERVICE FEE "
047877             "NOT POSTED FOR ITEM " RCV-IDX
047878         PERFORM 2185-UNLINK-FEE THRU 2185-EXIT
047879         GO TO 2180-EXIT.
047880     MOVE WS-RCPT-NO TO PST-RCPT-NO.
047881     MOVE 7 TO WS-REDO-POINT.
047882     WRITE POST-REC
047883         INVALID KEY
047884             CONTINUE
047885     END-WRITE.
047886     IF FILE-LOCK OR RECORD-LOCK
047887         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047888     END-IF.
047889     IF NOT STS-OK
047890         DISPLAY "RCV0100 - SERVICE FEE POSTING FAILED, STATUS "
047891             FILE-STUS " FOR ITEM " RCV-IDX
047892         PERFORM 2126-LOG-SKIPPED-NO THRU 2126-EXIT
047893         PERFORM 2185-UNLINK-FEE THRU 2185-EXIT
047894         GO TO 2180-EXIT.
047895     PERFORM 2300-JOURNAL-POSTING THRU 2300-EXIT.
047896     MOVE WS-FEE-AMT TO WS-FEE-POSTED-AMT.
047897     SET RTN-CD-IX TO 1.
047898     SEARCH RTN-CD-ENT
047899         AT END
047900             CONTINUE
047901         WHEN RTN-CD-VAL (RTN-CD-IX) = PST-RETURN-CD
047902             ADD 1 TO WS-RTN-CNT (RTN-CD-IX).
047903     MOVE POST-REC         TO WS-FEE-POST-REC.
047904     MOVE WS-RCPT-POST-REC TO POST-REC.
047905 2180-EXIT.
047906     EXIT.
047907*
047908******************************************************************
047909*    2185 - THE FEE WAS NOT POSTED (OR, FROM 2230, NOT REVERSED):
047910*           PUT THE RECEIPT OR OFFSET BACK IN POST-REC AND REWRITE
047911*           IT WITH NO LINK AND NO FEE SHARE, SO A LATER REVERSAL,
047912*           GLX0100 AND STL0100 DO NOT LOOK FOR A MISSING FEE
047913******************************************************************
047914 2185-UNLINK-FEE.
047915     MOVE WS-RCPT-POST-REC TO POST-REC.
047916     MOVE ZERO TO PST-LINK-SEQ.
047917     MOVE ZERO TO PST-FEE-ORIG-AMT.
047918     MOVE 24 TO WS-REDO-POINT.
047919     REWRITE POST-REC
047920         INVALID KEY
047921             CONTINUE
047922     END-REWRITE.
047923     IF FILE-LOCK OR RECORD-LOCK
047924         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047925     END-IF.
047926     IF NOT STS-OK
047927         DISPLAY "RCV0100 - RECEIPT " PST-BRID "/" PST-SEQ
047928             " NOT UNLINKED FROM ITS SERVICE FEE, STATUS "
047929             FILE-STUS
047930         GO TO 2185-EXIT.
047931     MOVE "Y" TO WS-PST-RWT-SW.
047932     PERFORM 2300-JOURNAL-POSTING THRU 2300-EXIT.
047933     MOVE "N" TO WS-PST-RWT-SW.
047934 2185-EXIT.
047935     EXIT.
047936*
047937******************************************************************
047938*    2190 - CARRY THE RECEIPT OR "08" OFFSET JUST WRITTEN TO
047939*           POSTF ONTO ITS ACCOUNT MASTER RECORD (ACCT.CPY) -
047940*           CURRENT BALANCE, MONTH-TO-DATE RECEIPTS AND LAST
047941*           ACTIVITY.  AN OFFSET COMES OFF THE MONTH-TO-DATE
047942*           FIGURE ONLY WHEN ITS ORIGINAL IS DATED IN THE SAME
047943*           MONTH.  THE POSTING STANDS IF THE MASTER CANNOT BE
047944*           UPDATED - THE FAILURE IS NOTED ON THE CONSOLE AND
047945*           THE NIGHTLY ACCOUNT PROOF (ACP0100) LISTS THE ACCOUNT
047946******************************************************************
047947 2190-UPDATE-ACCOUNT.
047948     MOVE PST-ACCT-NO TO ACT-ACCT-NO.
047949     MOVE 21 TO WS-REDO-POINT.
047950     READ ACCTF
047951         KEY IS ACT-ACCT-NO
047952         INVALID KEY
047953             CONTINUE
047954     END-READ.
047955     IF FILE-LOCK OR RECORD-LOCK
047956         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047957     END-IF.
047958     IF NOT STS-OK
047959         DISPLAY "RCV0100 - ACCOUNT " PST-ACCT-NO
047960             " BALANCE NOT UPDATED, STATUS " FILE-STUS
047961             " FOR ITEM " RCV-IDX
047962         GO TO 2190-EXIT.
047963     DIVIDE BF-DATE BY 100 GIVING WS-BF-MONTH.
047964     IF ACT-MTD-MONTH NOT = WS-BF-MONTH
047965         MOVE WS-BF-MONTH TO ACT-MTD-MONTH
047966         MOVE 0           TO ACT-MTD-RCPT-AMT
047967     END-IF.
047968     IF PST-RETURN-CD = "08"
047969         IF PST-RVSL-DATE = 0
047970             MOVE WS-BF-MONTH TO WS-ORIG-MONTH
047971         ELSE
047972             DIVIDE PST-RVSL-DATE BY 100 GIVING WS-ORIG-MONTH
047973         END-IF
047974         SUBTRACT PST-AMT FROM ACT-CUR-BAL
047975         IF WS-ORIG-MONTH = WS-BF-MONTH
047976             SUBTRACT PST-AMT FROM ACT-MTD-RCPT-AMT
047977         END-IF
047978     ELSE
047979         ADD PST-AMT TO ACT-CUR-BAL
047980         ADD PST-AMT TO ACT-MTD-RCPT-AMT
047981     END-IF.
047982     MOVE BF-DATE TO ACT-LAST-ACT-DATE.
047983     MOVE "N" TO WS-REACT-SW.
047984     IF ACT-DORMANT AND PST-RETURN-CD NOT = "08"
047985         MOVE "N"     TO ACT-DORM-SW
047986         MOVE BF-DATE TO ACT-REACT-DATE
047987         MOVE SUP1    TO ACT-REACT-SUP
047988         MOVE "Y"     TO WS-REACT-SW
047989     END-IF.
047990     MOVE 22 TO WS-REDO-POINT.
047991     REWRITE ACT-REC
047992         INVALID KEY
047993             CONTINUE
047994     END-REWRITE.
047995     IF FILE-LOCK OR RECORD-LOCK
047996         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047997     END-IF.
047998     IF NOT STS-OK
047999         DISPLAY "RCV0100 - ACCOUNT " PST-ACCT-NO
048000             " BALANCE NOT UPDATED, STATUS " FILE-STUS
048001             " FOR ITEM " RCV-IDX
048002         GO TO 2190-EXIT.
048003     IF WS-REACT
048004         PERFORM 2195-AUDIT-REACTIVATION THRU 2195-EXIT
048005     END-IF.
048006 2190-EXIT.
048007     EXIT.
048008*
048009******************************************************************
048010*    2195 - A DORMANT ACCOUNT HAS JUST BEEN REACTIVATED BY A
048011*           POSTED RECEIPT - WRITE THE SUP1 THAT CLEARED IT TO THE
048012*           DAILY AUDIT FILE AS "DORMREACT"
048013******************************************************************
048014 2195-AUDIT-REACTIVATION.
048015     DISPLAY "RCV0100 - ACCOUNT " ACT-ACCT-NO
048016         " REACTIVATED UNDER SUP1 " SUP1.
048017     MOVE "W"         TO WS-SA-REQUEST-CD.
048018     MOVE "DORMREACT" TO WS-DRM-OVER-TYPE.
048019     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
048020         TELER-ID BRID TELER-TMLID WS-DRM-OVER-TYPE
048021         SUP1 SUP2 WS-SA-RETURN-STUS.
048022     IF WS-SA-RETURN-STUS NOT = "00"
048023         DISPLAY "RCV0100 - REACTIVATION AUDIT WRITE FAILED, "
048024             "STATUS " WS-SA-RETURN-STUS " FOR " ACT-ACCT-NO
048025     END-IF.
048026 2195-EXIT.
048027     EXIT.
047610*
047620******************************************************************
047630*    2200 - REVERSE A MIS-POSTED ITEM.  THE ORIGINAL POSTING
047692*           (UNATTENDED BATCH, NOBODY TO ASK).  THE SUP2 IS
047693*           PROVED THROUGH SUPCHECK AGAINST THE ORIGINAL'S
047694*           AMOUNT ONCE THAT IS KNOWN; A REFUSED ONE FALLS OUT
047695*           "10" AND NOTHING IS POSTED.  AN ORIGINAL FROM A PRIOR
047696*           BUSINESS DATE (RCV-RVSL-DATE) IS READ FROM POSTHSTF
047697*           INSTEAD OF POSTF.  THE OFFSET CARRIES THE ORIGINAL'S
047698*           INSTRUMENT, AND A REVERSED CHEQUE COMES OFF THE FLOAT.
047699*           THE OFFSET POSTS ON THE ORIGINAL'S BRANCH; A RECEIPT
047700*           THAT WAS CHARGED A SERVICE FEE HAS THE FEE REVERSED
047701*           BEHIND IT (2230).  A FEE REVERSED ON ITS OWN IS
047702*           TAKEN OFF ITS RECEIPT (2240) SO THE RECEIPT'S OWN
047703*           REVERSAL CANNOT REFUND IT AGAIN; A FEE FROM A PRIOR
047704*           DATE CANNOT BE, AND FALLS OUT "09" - ITS RECEIPT IS
047705*           REVERSED INSTEAD, WHICH CARRIES THE FEE WITH IT.
047706******************************************************************
047707 2200-REVERSE-ONE.
047708     IF SUP2 = SPACES
047709         IF BATCH-RUN
047710             MOVE "01" TO RETURN-CD
047711         ELSE
047712             MOVE "04" TO RETURN-CD
047713         END-IF
047714         GO TO 2200-EXIT.
047716     IF RCV-RVSL-DATE NUMERIC AND RCV-RVSL-DATE > 0
047720             AND RCV-RVSL-DATE NOT = BF-DATE
047724         PERFORM 2210-READ-HISTORY THRU 2210-EXIT
047728     ELSE
047732         PERFORM 2205-READ-ORIGINAL THRU 2205-EXIT
047740     END-IF.
047742     IF NOT RTN-OK
047744         GO TO 2200-EXIT.
047746     IF WS-RVSL-RTN-CD = "08"
047748         DISPLAY "RCV0100 - " RCV-RVSL-BRID "/" RCV-RVSL-SEQ
047750             " IS ITSELF A REVERSAL, NOT REVERSIBLE"
047752         MOVE "09" TO RETURN-CD
047753         GO TO 2200-EXIT.
047754     IF WS-RVSL-FEE-IND = "F" AND WS-RVSL-LINK-SEQ > 0
047755             AND WS-RVSL-DATE NOT = BF-DATE
047756         DISPLAY "RCV0100 - SERVICE FEE " WS-RVSL-BRID "/"
047757             WS-RVSL-SEQ " IS FROM A PRIOR DATE, REVERSE ITS "
047758             "RECEIPT " WS-RVSL-BRID "/" WS-RVSL-LINK-SEQ
047759             " INSTEAD"
047760         MOVE "09" TO RETURN-CD
047761         GO TO 2200-EXIT.
047762     MOVE "V"          TO WS-SC-REQUEST-CD.
047763     MOVE WS-RVSL-AMT  TO WS-SC-AMT.
047764     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
047765         SUP2 BRID WS-SC-AMT WS-SC-RETURN-STUS.
047766     IF WS-SC-RETURN-STUS NOT = "00"
047767         DISPLAY "RCV0100 - SUP2 " SUP2 " REFUSED, REASON "
047768             WS-SC-RETURN-STUS " FOR REVERSAL OF "
047769             WS-RVSL-BRID "/" WS-RVSL-SEQ
047770         MOVE "10" TO RETURN-CD
047771         GO TO 2200-EXIT.
047772     MOVE WS-RVSL-BRID  TO PST-BRID.
047773     PERFORM 2125-DRAW-RECEIPT-NO THRU 2125-EXIT.
047774     IF RTN-FILE-LOCK
047775         GO TO 2200-EXIT.
047783     MOVE WS-RVSL-BRID  TO PST-RVSL-BRID.
047784     MOVE WS-RVSL-SEQ   TO PST-RVSL-SEQ.
047785     MOVE WS-RVSL-ACCT  TO PST-ACCT-NO.
047786     MOVE WS-RVSL-INSTR-CD TO PST-INSTR-CD.
047787     MOVE WS-RVSL-CHQ-BANK TO PST-CHQ-BANK.
047788     MOVE WS-RVSL-CHQ-NO   TO PST-CHQ-NO.
047789     IF WS-RVSL-DATE = BF-DATE
047790         MOVE ZERO          TO PST-RVSL-DATE
047791     ELSE
047792         MOVE WS-RVSL-DATE  TO PST-RVSL-DATE
047793     END-IF.
047794     MOVE WS-RVSL-FEE-IND      TO PST-FEE-IND.
047795     MOVE WS-RVSL-FEE-ORIG-AMT TO PST-FEE-ORIG-AMT.
047796     MOVE ZERO                 TO PST-LINK-SEQ.
047797     IF WS-RVSL-LINK-SEQ > 0 AND WS-RVSL-FEE-IND NOT = "F"
047798         IF RCV-IDX < WS-FEE-SEQ-OFFSET
047799             COMPUTE PST-LINK-SEQ = RCV-IDX + WS-FEE-SEQ-OFFSET
047800         ELSE
047801             DISPLAY "RCV0100 - ITEM " RCV-IDX
047802                 " PAST THE FEE KEY RANGE, SERVICE FEE "
047803                 WS-RVSL-BRID "/" WS-RVSL-LINK-SEQ
047804                 " MUST BE REVERSED SEPARATELY"
047805         END-IF
047806     END-IF.
047807     MOVE 7 TO WS-REDO-POINT.
047808     WRITE POST-REC
047809         INVALID KEY
047810             CONTINUE
047811     END-WRITE.
047812     IF FILE-STUS = "22"
047813         MOVE "03" TO RETURN-CD
047814     ELSE
047815         IF FILE-LOCK OR RECORD-LOCK
047816             PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047817         END-IF
047818         IF FILE-LOCK OR RECORD-LOCK
047819             MOVE "07" TO RETURN-CD
047820         END-IF
047821     END-IF.
047822     IF STS-OK
047823         PERFORM 2300-JOURNAL-POSTING THRU 2300-EXIT
047824     ELSE
047825         PERFORM 2126-LOG-SKIPPED-NO THRU 2126-EXIT
047826     END-IF.
047827     IF RTN-REVERSED
047828         PERFORM 2127-PRINT-RECEIPT THRU 2127-EXIT
047829     END-IF.
047830     IF RTN-REVERSED AND PST-ACCT-NO > 0 AND NOT PST-FEE-ITEM
047831         PERFORM 2190-UPDATE-ACCOUNT THRU 2190-EXIT
047832     END-IF.
047833     IF RTN-REVERSED AND PST-INSTR-CHEQUE
047834         PERFORM 2220-MARK-FLOAT-REVERSED THRU 2220-EXIT
047835     END-IF.
047836     IF RTN-REVERSED AND PST-LINK-SEQ > 0
047837         PERFORM 2230-REVERSE-FEE THRU 2230-EXIT
047838     END-IF.
047839     IF RTN-REVERSED AND WS-RVSL-FEE-IND = "F"
047840             AND WS-RVSL-LINK-SEQ > 0
047841         PERFORM 2240-UNLINK-RECEIPT THRU 2240-EXIT
047842     END-IF.
047843 2200-EXIT.
047844     EXIT.
047845*
047846******************************************************************
047847*    2205 - READ THE ORIGINAL FROM TODAY'S POSTF AND KEEP WHAT
047848*           THE OFFSET NEEDS
047849******************************************************************
047850 2205-READ-ORIGINAL.
047851     MOVE RCV-RVSL-BRID TO PST-BRID.
047852     MOVE RCV-RVSL-SEQ  TO PST-SEQ.
047853     MOVE 9 TO WS-REDO-POINT.
047854     READ POSTF
047855         KEY IS PST-KEY
047856         INVALID KEY
047857             MOVE "09" TO RETURN-CD
047858     END-READ.
047859     IF FILE-LOCK OR RECORD-LOCK
047860         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047861     END-IF.
047862     IF FILE-LOCK OR RECORD-LOCK
047863         MOVE "07" TO RETURN-CD
047864     END-IF.
047865     IF NOT RTN-OK
047866         GO TO 2205-EXIT.
047867     MOVE BF-DATE       TO WS-RVSL-DATE.
047868     MOVE PST-BRID      TO WS-RVSL-BRID.
047869     MOVE PST-SEQ       TO WS-RVSL-SEQ.
047870     MOVE PST-AMT       TO WS-RVSL-AMT.
047871     MOVE PST-ACCT-NO   TO WS-RVSL-ACCT.
047872     MOVE PST-NAME      TO WS-RVSL-NAME.
047873     MOVE PST-RETURN-CD TO WS-RVSL-RTN-CD.
047874     MOVE PST-INSTR-CD  TO WS-RVSL-INSTR-CD.
047875     MOVE PST-CHQ-BANK  TO WS-RVSL-CHQ-BANK.
047876     MOVE PST-CHQ-NO    TO WS-RVSL-CHQ-NO.
047877     MOVE PST-FEE-IND   TO WS-RVSL-FEE-IND.
047878     MOVE PST-LINK-SEQ  TO WS-RVSL-LINK-SEQ.
047879     MOVE PST-FEE-ORIG-AMT TO WS-RVSL-FEE-ORIG-AMT.
047880 2205-EXIT.
047881     EXIT.
047882*
047883******************************************************************
047884*    2210 - READ AN ORIGINAL FROM A PRIOR BUSINESS DATE OFF THE
047885*           POSTING HISTORY (A CHEQUE RETURNED AFTER EOD0100 HAS
047886*           CYCLED ITS DAY AWAY).  NOT ON FILE, OR NO HISTORY
047887*           FILE AT ALL, FALLS OUT "09" LIKE A MISSING POSTF ITEM
047888******************************************************************
047889 2210-READ-HISTORY.
047890     IF NOT WS-HST-OPEN
047891         DISPLAY "RCV0100 - NO POSTING HISTORY FILE FOR REVERSAL "
047892             "OF " RCV-RVSL-DATE "/" RCV-RVSL-BRID "/"
047893             RCV-RVSL-SEQ
047894         MOVE "09" TO RETURN-CD
047895         GO TO 2210-EXIT.
047896     MOVE RCV-RVSL-DATE TO PSH-BF-DATE.
047897     MOVE RCV-RVSL-BRID TO PSH-BRID.
047898     MOVE RCV-RVSL-SEQ  TO PSH-SEQ.
047899     MOVE 19 TO WS-REDO-POINT.
047900     READ POSTHSTF
047901         KEY IS PSH-KEY
047902         INVALID KEY
047903             MOVE "09" TO RETURN-CD
047904     END-READ.
047905     IF FILE-LOCK OR RECORD-LOCK
047906         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047907     END-IF.
047908     IF FILE-LOCK OR RECORD-LOCK
047909         MOVE "07" TO RETURN-CD
047910     END-IF.
047911     IF NOT RTN-OK
047912         GO TO 2210-EXIT.
047913     MOVE PSH-BF-DATE   TO WS-RVSL-DATE.
047914     MOVE PSH-BRID      TO WS-RVSL-BRID.
047915     MOVE PSH-SEQ       TO WS-RVSL-SEQ.
047916     MOVE PSH-AMT       TO WS-RVSL-AMT.
047917     MOVE PSH-ACCT-NO   TO WS-RVSL-ACCT.
047918     MOVE PSH-NAME      TO WS-RVSL-NAME.
047919     MOVE PSH-RETURN-CD TO WS-RVSL-RTN-CD.
047920     MOVE PSH-INSTR-CD  TO WS-RVSL-INSTR-CD.
047921     MOVE PSH-CHQ-BANK  TO WS-RVSL-CHQ-BANK.
047922     MOVE PSH-CHQ-NO    TO WS-RVSL-CHQ-NO.
047923     MOVE PSH-FEE-IND   TO WS-RVSL-FEE-IND.
047924     IF PSH-LINK-SEQ NUMERIC
047925         MOVE PSH-LINK-SEQ     TO WS-RVSL-LINK-SEQ
047926         MOVE PSH-FEE-ORIG-AMT TO WS-RVSL-FEE-ORIG-AMT
047927     ELSE
047928         MOVE ZERO             TO WS-RVSL-LINK-SEQ
047929         MOVE ZERO             TO WS-RVSL-FEE-ORIG-AMT
047930     END-IF.
047931 2210-EXIT.
047932     EXIT.
047933*
047934******************************************************************
047935*    2220 - TAKE A REVERSED CHEQUE OFF THE FLOAT.  AN ITEM
047936*           CHQ0200 HAS ALREADY MARKED RETURNED KEEPS THAT STATUS
047937*           - THE OFFSET IS THE RETURN BEING BOOKED; ANY OTHER
047938*           ITEM IS MARKED REVERSED.  A CHEQUE WITH NO FLOAT ITEM
047939*           IS NOTED AND SKIPPED - THE REVERSAL STILL STANDS
047940******************************************************************
047941 2220-MARK-FLOAT-REVERSED.
047942     MOVE "N"          TO WS-CHQ-FOUND-SW.
047943     MOVE WS-RVSL-DATE TO CHQ-BF-DATE.
047944     MOVE WS-RVSL-BRID TO CHQ-BRID.
047945     MOVE WS-RVSL-SEQ  TO CHQ-SEQ.
047946     MOVE 17 TO WS-REDO-POINT.
047947     READ CHQFLTF
047948         KEY IS CHQ-KEY
047949         INVALID KEY
047950             CONTINUE
047951     END-READ.
047952     IF FILE-LOCK OR RECORD-LOCK
047953         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047954     END-IF.
047955     IF STS-OK
047956         MOVE "Y" TO WS-CHQ-FOUND-SW
047957     END-IF.
047958     IF NOT WS-CHQ-FOUND
047959         DISPLAY "RCV0100 - NO FLOAT ITEM FOR CHEQUE "
047960             WS-RVSL-CHQ-NO " REVERSED AS " WS-RVSL-BRID "/"
047961             WS-RVSL-SEQ
047962         GO TO 2220-EXIT.
047963     IF CHQ-RETURNED OR CHQ-REVERSED
047964         GO TO 2220-EXIT.
047965     MOVE "X"              TO CHQ-STUS.
047966     MOVE WS-BF-GREG-DATE8 TO CHQ-STUS-DATE.
047967     MOVE 18 TO WS-REDO-POINT.
047968     REWRITE CHQ-REC
047969         INVALID KEY
047970             CONTINUE
047971     END-REWRITE.
047972     IF FILE-LOCK OR RECORD-LOCK
047973         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
047974     END-IF.
047975     IF NOT STS-OK
047976         DISPLAY "RCV0100 - CHEQUE FLOAT UPDATE FAILED, STATUS "
047977             FILE-STUS " FOR " WS-RVSL-BRID "/" WS-RVSL-SEQ
047978     END-IF.
047979 2220-EXIT.
047980     EXIT.
047981*
047982******************************************************************
047983*    2230 - REVERSE THE SERVICE FEE CHARGED WITH THE RECEIPT JUST
047984*           REVERSED.  THE FEE POSTING NAMED BY THE ORIGINAL'S
047985*           PST-LINK-SEQ IS READ FROM THE SAME FILE AS THE
047986*           RECEIPT AND GETS ITS OWN "08" OFFSET - OWN RECEIPT
047987*           NUMBER, KEYED LIKE A FEE, CARRYING THE FEE'S
047988*           RECEIVING-BRANCH SHARE SO STL0100 BACKS OUT THE SAME
047989*           NET.  THE ITEM STAYS "08" EITHER WAY; A FEE THAT
047990*           CANNOT BE FOUND OR OFFSET IS NOTED, AND THE OFFSET
047991*           UNLINKED FROM IT (2185), SO IT CAN BE REVERSED ALONE
047992******************************************************************
047993 2230-REVERSE-FEE.
047994     MOVE PST-LINK-SEQ TO WS-FEE-SEQ.
047995     MOVE POST-REC     TO WS-RCPT-POST-REC.
047996     MOVE "00" TO RETURN-CD.
047997     IF WS-RVSL-DATE = BF-DATE
047998         PERFORM 2232-READ-FEE-POSTF THRU 2232-EXIT
047999     ELSE
048000         PERFORM 2234-READ-FEE-HISTORY THRU 2234-EXIT
048001     END-IF.
048002     IF NOT RTN-OK
048003         DISPLAY "RCV0100 - SERVICE FEE " WS-RVSL-BRID "/"
048004             WS-RVSL-LINK-SEQ " NOT FOUND, REVERSE IT SEPARATELY"
048005         MOVE "08" TO RETURN-CD
048006         PERFORM 2185-UNLINK-FEE THRU 2185-EXIT
048007         GO TO 2230-EXIT.
048008     MOVE WS-RVSL-BRID TO PST-BRID.
048009     PERFORM 2125-DRAW-RECEIPT-NO THRU 2125-EXIT.
048010     IF RTN-FILE-LOCK
048011         DISPLAY "RCV0100 - RECEIPT REGISTER LOCKED, SERVICE FEE "
048012             WS-RVSL-BRID "/" WS-RVSL-LINK-SEQ " NOT REVERSED"
048013         MOVE "08" TO RETURN-CD
048014         PERFORM 2185-UNLINK-FEE THRU 2185-EXIT
048015         GO TO 2230-EXIT.
048016     MOVE WS-RCPT-NO       TO PST-RCPT-NO.
048017     MOVE WS-FEE-SEQ       TO PST-SEQ.
048018     MOVE RCV-TELER-ID     TO PST-TELER-ID.
048019     MOVE WS-RVSL-NAME     TO PST-NAME.
048020     MOVE WS-FEE-AMT       TO PST-AMT.
048021     MOVE "08"             TO PST-RETURN-CD.
048022     MOVE WS-RVSL-BRID     TO PST-RVSL-BRID.
048023     MOVE WS-RVSL-LINK-SEQ TO PST-RVSL-SEQ.
048024     MOVE WS-RVSL-ACCT     TO PST-ACCT-NO.
048025     MOVE "C"              TO PST-INSTR-CD.
048026     MOVE ZERO             TO PST-CHQ-BANK.
048027     MOVE SPACES           TO PST-CHQ-NO.
048028     IF WS-RVSL-DATE = BF-DATE
048029         MOVE ZERO          TO PST-RVSL-DATE
048030     ELSE
048031         MOVE WS-RVSL-DATE  TO PST-RVSL-DATE
048032     END-IF.
048033     MOVE "F"              TO PST-FEE-IND.
048034     MOVE RCV-IDX          TO PST-LINK-SEQ.
048035     MOVE WS-FEE-ORIG-AMT  TO PST-FEE-ORIG-AMT.
048036     MOVE 7 TO WS-REDO-POINT.
048037     WRITE POST-REC
048038         INVALID KEY
048039             CONTINUE
048040     END-WRITE.
048041     IF FILE-LOCK OR RECORD-LOCK
048042         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
048043     END-IF.
048044     MOVE "08" TO RETURN-CD.
048045     IF NOT STS-OK
048046         DISPLAY "RCV0100 - SERVICE FEE REVERSAL FAILED, STATUS "
048047             FILE-STUS " FOR " WS-RVSL-BRID "/" WS-RVSL-LINK-SEQ
048048         PERFORM 2126-LOG-SKIPPED-NO THRU 2126-EXIT
048049         PERFORM 2185-UNLINK-FEE THRU 2185-EXIT
048050         GO TO 2230-EXIT.
048051     PERFORM 2300-JOURNAL-POSTING THRU 2300-EXIT.
048052     PERFORM 2127-PRINT-RECEIPT THRU 2127-EXIT.
048053 2230-EXIT.
048054     EXIT.
048055*
048056 2232-READ-FEE-POSTF.
048057     MOVE WS-RVSL-BRID     TO PST-BRID.
048058     MOVE WS-RVSL-LINK-SEQ TO PST-SEQ.
048059     MOVE 9 TO WS-REDO-POINT.
048060     READ POSTF
048061         KEY IS PST-KEY
048062         INVALID KEY
048063             MOVE "09" TO RETURN-CD
048064     END-READ.
048065     IF FILE-LOCK OR RECORD-LOCK
048066         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
048067     END-IF.
048068     IF FILE-LOCK OR RECORD-LOCK
048069         MOVE "07" TO RETURN-CD
048070     END-IF.
048071     IF NOT RTN-OK
048072         GO TO 2232-EXIT.
048073     IF PST-RETURN-CD NOT = "11"
048074         MOVE "09" TO RETURN-CD
048075         GO TO 2232-EXIT.
048076     MOVE PST-AMT          TO WS-FEE-AMT.
048077     MOVE PST-FEE-ORIG-AMT TO WS-FEE-ORIG-AMT.
048078 2232-EXIT.
048079     EXIT.
048080*
048081 2234-READ-FEE-HISTORY.
048082     MOVE WS-RVSL-DATE     TO PSH-BF-DATE.
048083     MOVE WS-RVSL-BRID     TO PSH-BRID.
048084     MOVE WS-RVSL-LINK-SEQ TO PSH-SEQ.
048085     MOVE 19 TO WS-REDO-POINT.
048086     READ POSTHSTF
048087         KEY IS PSH-KEY
048088         INVALID KEY
048089             MOVE "09" TO RETURN-CD
048090     END-READ.
048091     IF FILE-LOCK OR RECORD-LOCK
048092         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
048093     END-IF.
048094     IF FILE-LOCK OR RECORD-LOCK
048095         MOVE "07" TO RETURN-CD
048096     END-IF.
048097     IF NOT RTN-OK
048098         GO TO 2234-EXIT.
048099     IF PSH-RETURN-CD NOT = "11"
048100         MOVE "09" TO RETURN-CD
048101         GO TO 2234-EXIT.
048102     MOVE PSH-AMT          TO WS-FEE-AMT.
048103     MOVE PSH-FEE-ORIG-AMT TO WS-FEE-ORIG-AMT.
048104 2234-EXIT.
048105     EXIT.
048106*
048107******************************************************************
048108*    2300 - PUT THE POSTING JUST WRITTEN (RECEIPT, FEE, OFFSET OR
048109*           FEE OFFSET) ON THE FORWARD-RECOVERY JOURNAL FWDJNLF
048110******************************************************************
048111 2300-JOURNAL-POSTING.
048112     MOVE "POSTF"      TO FJW-FILE-ID.
048113     IF WS-PST-REWRITE
048114         MOVE "R"      TO FJW-ACTION
048115     ELSE
048116         MOVE "W"      TO FJW-ACTION
048117     END-IF.
048118     MOVE PST-KEY      TO FJW-REC-KEY.
048119     MOVE PST-AMT      TO FJW-CTL-AMT.
048120     MOVE POST-REC     TO FJW-IMAGE.
048121     PERFORM 2390-WRITE-JOURNAL THRU 2390-EXIT.
048122 2300-EXIT.
048123     EXIT.
048124*
048125******************************************************************
048126*    2310 - JOURNAL THE RECEIPT REGISTER AS ADVANCED
048127******************************************************************
048128 2310-JOURNAL-RECEIPT-NO.
048129     MOVE "RCPNUMF"    TO FJW-FILE-ID.
048130     IF WS-RCP-NEW
048131         MOVE "W"      TO FJW-ACTION
048132     ELSE
048133         MOVE "R"      TO FJW-ACTION
048134     END-IF.
048135     MOVE RCP-BRID     TO FJW-REC-KEY.
048136     MOVE RCP-NEXT-NO  TO FJW-CTL-AMT.
048137     MOVE RCP-REC      TO FJW-IMAGE.
048138     PERFORM 2390-WRITE-JOURNAL THRU 2390-EXIT.
048139 2310-EXIT.
048140     EXIT.
048141*
048142******************************************************************
048143*    2320 - JOURNAL THE TELLER'S DRAWER AS FED
048144******************************************************************
048145 2320-JOURNAL-DRAWER.
048146     MOVE "DRAWERF"    TO FJW-FILE-ID.
048147     MOVE "R"          TO FJW-ACTION.
048148     MOVE DRW-KEY      TO FJW-REC-KEY.
048149     MOVE DRW-RCPT-AMT TO FJW-CTL-AMT.
048150     MOVE DRW-REC      TO FJW-IMAGE.
048151     PERFORM 2390-WRITE-JOURNAL THRU 2390-EXIT.
048152 2320-EXIT.
048153     EXIT.
048154*
048155******************************************************************
048156*    2390 - WRITE THE AFTER IMAGE THROUGH FWDJRNL.  A FAILURE DOES
048157*           NOT UNDO THE UPDATE - IT IS COUNTED AND REPORTED
048159******************************************************************
048161 2390-WRITE-JOURNAL.
048163     MOVE "RCV0100"    TO FJW-PGM-ID.
048165     MOVE BF-DATE      TO FJW-BF-DATE.
048167     MOVE "W"          TO FJW-REQUEST-CD.
048169     CALL "FWDJRNL" USING FJW-REQUEST-CD TELER-ID BRID
048171         TELER-TMLID FJW-ENTRY FJW-RETURN-STUS.
048173     IF FJW-RETURN-STUS NOT = "00"
048175         ADD 1 TO WS-FJW-FAIL-CNT
048177         DISPLAY "RCV0100 - RECOVERY JOURNAL WRITE FAILED, "
048179             "STATUS " FJW-RETURN-STUS " FOR " FJW-FILE-ID " "
048180             FJW-REC-KEY
048181     END-IF.
048183 2390-EXIT.
048185     EXIT.
048187*
048189******************************************************************
048191*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
048193*           LKRETRY.CPY
048195******************************************************************
048200 9500-REDO-IO.
048300     EVALUATE WS-REDO-POINT
048400         WHEN 1
052516                 INVALID KEY
052517                     MOVE "06" TO RETURN-CD
052518             END-READ
052521         WHEN 16
052524             WRITE CHQ-REC
052527                 INVALID KEY
052530                     REWRITE CHQ-REC
052533             END-WRITE
052536         WHEN 17
052539             READ CHQFLTF
052542                 KEY IS CHQ-KEY
052545                 INVALID KEY
052548                     CONTINUE
052551             END-READ
052554         WHEN 18
052557             REWRITE CHQ-REC
052560                 INVALID KEY
052563                     CONTINUE
052566             END-REWRITE
052569         WHEN 19
052572             READ POSTHSTF
052575                 KEY IS PSH-KEY
052578                 INVALID KEY
052581                     MOVE "09" TO RETURN-CD
052584             END-READ
052586         WHEN 20
052588             READ FEETRFF
052590                 KEY IS FEE-KEY
052592                 INVALID KEY
052594                     CONTINUE
052596             END-READ
052603         WHEN 21
052610             READ ACCTF
052617                 KEY IS ACT-ACCT-NO
052624                 INVALID KEY
052631                     CONTINUE
052638             END-READ
052645         WHEN 22
052652             REWRITE ACT-REC
052659                 INVALID KEY
052666                     CONTINUE
052673             END-REWRITE
052674         WHEN 23
052675             WRITE HLD-REC
052676                 INVALID KEY
052677                     CONTINUE
052678             END-WRITE
052679         WHEN 24
052680             REWRITE POST-REC
052681                 INVALID KEY
052682                     CONTINUE
052683             END-REWRITE
052684         WHEN 25
052685             READ POSTF
052686                 KEY IS PST-KEY
052687                 INVALID KEY
052688                     CONTINUE
052689             END-READ
052690         WHEN 26
052691             REWRITE POST-REC
052692                 INVALID KEY
052693                     CONTINUE
052694             END-REWRITE
052695         WHEN OTHER
052696             WRITE POST-REC
052700                 INVALID KEY
052800                     CONTINUE
052900             END-WRITE
053100 9500-REDO-IO-EXIT.
053200     EXIT.
053300*
053301******************************************************************
053302*    2240 - A SERVICE FEE JUST REVERSED AS AN ITEM OF ITS OWN:
053303*           TAKE THE LINK AND FEE SHARE OFF ITS RECEIPT IN TODAY'S
053304*           POSTF (REWRITE JOURNALED "R"), SO A LATER REVERSAL OF
053305*           THE RECEIPT DOES NOT REFUND THE FEE A SECOND TIME
053306*           THROUGH 2230.  A RECEIPT NOT ON FILE OR NO LONGER
053307*           POINTING AT THIS FEE IS LEFT ALONE; ONE THAT CANNOT BE
053308*           UNLINKED IS NOTED ON THE CONSOLE
053309******************************************************************
053310 2240-UNLINK-RECEIPT.
053311     MOVE WS-RVSL-BRID     TO PST-BRID.
053312     MOVE WS-RVSL-LINK-SEQ TO PST-SEQ.
053313     MOVE 25 TO WS-REDO-POINT.
053314     READ POSTF
053315         KEY IS PST-KEY
053316         INVALID KEY
053317             CONTINUE
053318     END-READ.
053319     IF FILE-LOCK OR RECORD-LOCK
053320         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
053321     END-IF.
053322     IF FILE-STUS = "23"
053323         GO TO 2240-EXIT.
053324     IF NOT STS-OK
053325         DISPLAY "RCV0100 - RECEIPT " WS-RVSL-BRID "/"
053326             WS-RVSL-LINK-SEQ " STILL LINKED TO REVERSED FEE "
053327             WS-RVSL-SEQ ", STATUS " FILE-STUS
053328         GO TO 2240-EXIT.
053329     IF PST-FEE-ITEM OR PST-LINK-SEQ NOT = WS-RVSL-SEQ
053330         GO TO 2240-EXIT.
053331     MOVE ZERO TO PST-LINK-SEQ.
053332     MOVE ZERO TO PST-FEE-ORIG-AMT.
053333     MOVE 26 TO WS-REDO-POINT.
053334     REWRITE POST-REC
053335         INVALID KEY
053336             CONTINUE
053337     END-REWRITE.
053338     IF FILE-LOCK OR RECORD-LOCK
053339         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
053340     END-IF.
053341     IF NOT STS-OK
053342         DISPLAY "RCV0100 - RECEIPT " WS-RVSL-BRID "/"
053343             WS-RVSL-LINK-SEQ " STILL LINKED TO REVERSED FEE "
053344             WS-RVSL-SEQ ", STATUS " FILE-STUS
053345         GO TO 2240-EXIT.
053346     MOVE "Y" TO WS-PST-RWT-SW.
053347     PERFORM 2300-JOURNAL-POSTING THRU 2300-EXIT.
053348     MOVE "N" TO WS-PST-RWT-SW.
053349 2240-EXIT.
053350     EXIT.
053351*
053400 COPY LKRETRY.
053500*
053502******************************************************************
053504*    2135 - KEEP AN ITEM THAT COULD NOT BE POSTED ON THE HELD-ITEM
053506*           QUEUE WITH ITS WHOLE RCV-REC IMAGE.  "22" IS AN ITEM A
053508*           RESTARTED RUN HAS ALREADY HELD - IT IS NOT HELD TWICE
053510******************************************************************
053512 2135-WRITE-HELD.
053514     MOVE BF-DATE       TO HLD-BF-DATE.
053516     MOVE BRID          TO HLD-BRID.
053518     MOVE RCV-IDX       TO HLD-SEQ.
053520     MOVE RETURN-CD     TO HLD-RETURN-CD.
053522     MOVE TELER-TMLID   TO HLD-TMLID.
053524     MOVE RCV-TELER-ID  TO HLD-TELER-ID.
053526     ACCEPT HLD-HELD-DATE FROM DATE YYYYMMDD.
053528     ACCEPT HLD-HELD-TIME FROM TIME.
053530     MOVE "H"           TO HLD-STUS.
053532     MOVE 0             TO HLD-ACT-DATE.
053534     MOVE 0             TO HLD-ACT-TIME.
053536     MOVE SPACES        TO HLD-ACT-TELER-ID.
053538     MOVE SPACES        TO HLD-ACT-SUP.
053540     MOVE SPACES        TO HLD-RJCT-REASON.
053542     MOVE RCV-REC       TO HLD-RCV-IMAGE.
053544     MOVE 23 TO WS-REDO-POINT.
053546     WRITE HLD-REC
053548         INVALID KEY
053550             CONTINUE
053552     END-WRITE.
053554     IF FILE-LOCK OR RECORD-LOCK
053556         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
053558     END-IF.
053560     IF STS-OK OR FILE-STUS = "22"
053562         ADD 1 TO WS-HELD-CNT
053564     ELSE
053566         ADD 1 TO WS-HELD-FAIL-CNT
053568         DISPLAY "RCV0100 - ITEM " RCV-IDX " NOT HELD, STATUS "
053570             FILE-STUS " - IT MUST BE KEYED AGAIN"
053572     END-IF.
053574 2135-EXIT.
053576     EXIT.
053578*
053600******************************************************************
053700*    2130 - WRITE THE SUP1/SUP2 OVERRIDE TO THE DAILY AUDIT FILE
053800******************************************************************
056560*           EVERY ITEM; POSTED COVERS ORDINARY RECEIPTS THAT
056570*           WENT THROUGH ("00"); EVERY OTHER RETURN-CD IS
056580*           COUNTED PER REASON CODE, AND AS A REJECT UNLESS IT
056586*           WAS A REVERSAL ("08").  POSTED CHEQUES ARE ALSO
056589*           COUNTED APART SO THE DRAWER GETS CASH ONLY, AND A
056592*           SERVICE FEE POSTED BEHIND THE ITEM IS COUNTED AS
056595*           CASH THE TELLER TOOK IN ON TOP OF IT
056600******************************************************************
056601 2160-TALLY-TELLER.
056602     MOVE 0 TO WS-TLR-SUB.
056622     IF RTN-OK
056623         ADD 1       TO WS-TLR-PSTD-CNT (WS-TLR-SUB)
056624         ADD RCV-AMT TO WS-TLR-PSTD-AMT (WS-TLR-SUB)
056625         IF RCV-INSTR-CHEQUE
056626             ADD 1       TO WS-TLR-CHQ-CNT (WS-TLR-SUB)
056627             ADD RCV-AMT TO WS-TLR-CHQ-AMT (WS-TLR-SUB)
056628         END-IF
056629         IF WS-FEE-POSTED-AMT > 0
056630             ADD 1 TO WS-TLR-FEE-CNT (WS-TLR-SUB)
056631             ADD WS-FEE-POSTED-AMT TO WS-TLR-FEE-AMT (WS-TLR-SUB)
056633         END-IF
056635     ELSE
056637         IF NOT RTN-REVERSED
056639             ADD 1 TO WS-TLR-RJCT-CNT (WS-TLR-SUB)
056641         END-IF
056643         IF RTN-HOLD-CODES
056645             ADD 1 TO WS-TLR-HELD-CNT (WS-TLR-SUB)
056647         END-IF
056649         SET RTN-CD-IX TO 1
056651         SEARCH RTN-CD-ENT
056653             AT END
056655                 CONTINUE
056657             WHEN RTN-CD-VAL (RTN-CD-IX) = RETURN-CD
056659                 SET WS-RJ-SUB TO RTN-CD-IX
056661                 ADD 1 TO WS-TLR-RJ-CNT (WS-TLR-SUB WS-RJ-SUB)
056663         END-SEARCH
056665     END-IF.
056667 2160-EXIT.
056669     EXIT.
056671*
056673 2165-FIND-ONE-TELLER.
056675     IF WS-TLR-ID (WS-TLR-SX) = RCV-TELER-ID
056677         MOVE WS-TLR-SX TO WS-TLR-SUB
056679     END-IF.
056681 2165-EXIT.
056683     EXIT.
056685*
056700******************************************************************
056800*    2150 - CHECKPOINT THE LAST COMPLETED RCV-IDX
056900******************************************************************
058900 3000-FINALIZE.
059000     PERFORM 3100-PRINT-REPORT THRU 3100-EXIT.
059050     PERFORM 3150-PRINT-TELLER-PROOF THRU 3150-EXIT.
059055     PERFORM 3180-PRINT-JOURNAL-FAIL THRU 3180-EXIT.
059060     PERFORM 3250-WRITE-RUN-END THRU 3250-EXIT.
059100     PERFORM 3200-CONFIRM-END-OF-RUN THRU 3200-EXIT.
059200     PERFORM 3300-CLOSE-FILES THRU 3300-EXIT.
060700     PERFORM 3110-PRINT-ONE-CODE
060800         VARYING WS-RTN-IX FROM 1 BY 1
060900         UNTIL WS-RTN-IX > RTN-CD-LIMIT.
060906     MOVE SPACES TO RPT-LINE.
060912     WRITE RPT-LINE.
060918     MOVE SPACES TO RPT-LINE.
060924     MOVE WS-HELD-CNT TO WS-RTN-CNT-ED.
060930     STRING "HELD FOR REPAIR ON HLDF (HLD0100)  " WS-RTN-CNT-ED
060936         DELIMITED BY SIZE INTO RPT-LINE.
060942     WRITE RPT-LINE.
060948     IF WS-HELD-FAIL-CNT > 0
060954         MOVE SPACES TO RPT-LINE
060960         MOVE WS-HELD-FAIL-CNT TO WS-RTN-CNT-ED
060966         STRING "*** NOT WRITTEN TO HLDF - REKEY   " WS-RTN-CNT-ED
060972             " ***"
060978             DELIMITED BY SIZE INTO RPT-LINE
060984         WRITE RPT-LINE
060990     END-IF.
061000 3100-EXIT.
061100     EXIT.
061200*
062239         "  OVER/SHORT " WS-OVRSHT-ED
062240         DELIMITED BY SIZE INTO RPT-LINE.
062241     WRITE RPT-LINE.
062242     IF WS-TLR-CHQ-CNT (WS-TLR-SUB) > 0
062243         MOVE SPACES TO RPT-LINE
062244         MOVE WS-TLR-CHQ-CNT (WS-TLR-SUB) TO WS-TLR-CNT-ED
062245         MOVE WS-TLR-CHQ-AMT (WS-TLR-SUB) TO WS-TLR-AMT-ED
062246         STRING "           CHEQUES" WS-TLR-CNT-ED
062247             "  " WS-TLR-AMT-ED
062248             "  (NOT IN DRAWER CASH)"
062249             DELIMITED BY SIZE INTO RPT-LINE
062250         WRITE RPT-LINE
062251     END-IF.
062252     IF WS-TLR-FEE-CNT (WS-TLR-SUB) > 0
062253         MOVE SPACES TO RPT-LINE
062254         MOVE WS-TLR-FEE-CNT (WS-TLR-SUB) TO WS-TLR-CNT-ED
062255         MOVE WS-TLR-FEE-AMT (WS-TLR-SUB) TO WS-TLR-AMT-ED
062256         STRING "           FEES   " WS-TLR-CNT-ED
062257             "  " WS-TLR-AMT-ED
062258             "  (ADDED TO DRAWER CASH)"
062259             DELIMITED BY SIZE INTO RPT-LINE
062260         WRITE RPT-LINE
062261     END-IF.
062262     PERFORM 3157-PRINT-ONE-REASON THRU 3157-EXIT
062263         VARYING WS-RJ-SUB FROM 1 BY 1
062264         UNTIL WS-RJ-SUB > RTN-CD-LIMIT.
062265     PERFORM 3160-WRITE-PROOF-REC THRU 3160-EXIT.
062266     PERFORM 3170-POST-DRAWER-CASH THRU 3170-EXIT.
062267 3155-EXIT.
062268     EXIT.
062248*
062249 3157-PRINT-ONE-REASON.
062250     IF WS-TLR-RJ-CNT (WS-TLR-SUB WS-RJ-SUB) = 0
062260 3157-EXIT.
062261     EXIT.
062262*
062257*
062258******************************************************************
062259*    3160 - WRITE THE OVER/SHORT PROOF RECORD FOR THIS TELLER
062260*           (REWRITE-OR-WRITE, SO A RESTARTED RUN REPLACES ITS
062261*           OWN EARLIER PROOF INSTEAD OF FAILING ON IT)
062262******************************************************************
062263 3160-WRITE-PROOF-REC.
062264     MOVE BF-DATE TO PRF-BF-DATE.
062265     MOVE BRID    TO PRF-BRID.
062266     MOVE WS-TLR-ID (WS-TLR-SUB)        TO PRF-TELER-ID.
062267     MOVE WS-TLR-KEYED-CNT (WS-TLR-SUB) TO PRF-KEYED-CNT.
062268     MOVE WS-TLR-KEYED-AMT (WS-TLR-SUB) TO PRF-KEYED-AMT.
062269     MOVE WS-TLR-PSTD-CNT (WS-TLR-SUB)  TO PRF-PSTD-CNT.
062270     MOVE WS-TLR-PSTD-AMT (WS-TLR-SUB)  TO PRF-PSTD-AMT.
062271     MOVE WS-TLR-RJCT-CNT (WS-TLR-SUB)  TO PRF-RJCT-CNT.
062272     MOVE WS-TLR-HELD-CNT (WS-TLR-SUB)  TO PRF-HELD-CNT.
062273     MOVE WS-OVRSHT-AMT                 TO PRF-OVRSHT-AMT.
062274     MOVE 4 TO WS-REDO-POINT.
062275     REWRITE PRF-REC
062276         INVALID KEY
062277             WRITE PRF-REC
062278     END-REWRITE.
062279     IF FILE-LOCK OR RECORD-LOCK
062280         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
062281     END-IF.
062282 3160-EXIT.
062283     EXIT.
062284*
062285******************************************************************
062286*    3170 - FEED THE RUN'S POSTED AMOUNT INTO THE TELLER'S CASH
062287*           DRAWER (DRAWER.CPY) AS THE EXPECTED-CASH FIGURE THE
062288*           SGN0200 CLOSE COUNT PROVES AGAINST.  CHEQUES ARE
062289*           TAKEN OUT OF THE CASH FIGURE AND CARRIED IN
062290*           DRW-CHQ-CNT/DRW-CHQ-AMT INSTEAD; SERVICE FEES ARE
062291*           CASH AND ARE ADDED IN.  THE FIGURE IS
062293*           REPLACED, NOT ADDED, SO A RESTARTED RUN THAT
062294*           REPLACES ITS PROOF RECORD KEEPS THE DRAWER IN STEP
062295*           WITH PROOFF.  A TELLER WITH NO DRAWER ON FILE IS
062317             WS-TLR-ID (WS-TLR-SUB) " ON " BF-DATE
062318             " - CASH POSITION NOT FED"
062319         GO TO 3170-EXIT.
062320     COMPUTE DRW-RCPT-AMT = WS-TLR-PSTD-AMT (WS-TLR-SUB)
062321         - WS-TLR-CHQ-AMT (WS-TLR-SUB)
062322         + WS-TLR-FEE-AMT (WS-TLR-SUB).
062323     MOVE WS-TLR-CHQ-CNT (WS-TLR-SUB) TO DRW-CHQ-CNT.
062324     MOVE WS-TLR-CHQ-AMT (WS-TLR-SUB) TO DRW-CHQ-AMT.
062325     MOVE 14 TO WS-REDO-POINT.
062326     REWRITE DRW-REC
062327         INVALID KEY
062328             DISPLAY "RCV0100 - DRAWER UPDATE FAILED, STATUS "
062329                 FILE-STUS
062330     END-REWRITE.
062331     IF FILE-LOCK OR RECORD-LOCK
062332         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
062333     END-IF.
062334     IF STS-OK
062335         PERFORM 2320-JOURNAL-DRAWER THRU 2320-EXIT
062336     END-IF.
062337 3170-EXIT.
062338     EXIT.
062339*
062340******************************************************************
062341*    3180 - AN UPDATE THAT DID NOT REACH THE RECOVERY JOURNAL
062342*           CANNOT BE ROLLED FORWARD BY RCY0100 - SAY SO ON THE
062343*           REPORT SO A FRESH BACKUP (BKP0100) CAN BE TAKEN
062344******************************************************************
062345 3180-PRINT-JOURNAL-FAIL.
062346     IF WS-FJW-FAIL-CNT = 0
062347         GO TO 3180-EXIT.
062348     MOVE SPACES TO RPT-LINE.
062349     WRITE RPT-LINE.
062350     MOVE SPACES TO RPT-LINE.
062351     MOVE WS-FJW-FAIL-CNT TO WS-RTN-CNT-ED.
062352     STRING "*** NOT ON RECOVERY JOURNAL       " WS-RTN-CNT-ED
062353         " - TAKE A BACKUP ***"
062354         DELIMITED BY SIZE INTO RPT-LINE.
062355     WRITE RPT-LINE.
062356 3180-EXIT.
062357     EXIT.
062358*
062289******************************************************************
062293*    3250 - CLOSE OUT THE RUN-STATUS RECORD - COMPLETED, OR
062297*           ABORTED WITH THE FINAL RETURN-CD SAYING WHY
064688     MOVE "C" TO WS-BD-REQUEST-CD.
064690     CALL "BUSDAY" USING WS-BD-REQUEST-CD
064692         BRID WS-BD-DATE WS-BD-RSLT-DATE WS-BD-RETURN-STUS.
064694     MOVE "C" TO WS-DK-REQUEST-CD.
064696     CALL "DUPCHECK" USING WS-DK-REQUEST-CD BF-DATE
064698         RCV-ACCT-NO RCV-AMT WS-DK-MATCH WS-DK-RETURN-STUS.
064700     CLOSE RCVF POSTF BRPARMF TERMPRFF LOCKF CHKPTF SESSF
064720         RUNLOGF PROOFF RCPNUMF DRAWERF ACCTF CHQFLTF RPTF.
064730     CLOSE HLDF.
064740     IF WS-HST-OPEN
064760         CLOSE POSTHSTF
064780     END-IF.
064785     IF WS-FEE-OPEN
064790         CLOSE FEETRFF
064795     END-IF.
064800 3300-EXIT.
064900     EXIT.
064901*
064902 COPY AUTHENT.
