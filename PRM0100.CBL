000500 DATE-WRITTEN.  2026-08-23.
000600 DATE-COMPILED.
000700******************************************************************
000766*    PRM0100 - BRANCH, TERMINAL, LARGE-CASH, DORMANCY AND
000832*              PARTNER AGENT PARAMETER MAINTENANCE
000900*
001000*    ON-LINE ADD/CHANGE/DISPLAY/DELETE FOR THE BRANCH PARAMETER
001100*    RECORDS (BRPARM.CPY - BR-LMT-RCV/BR-FAIL-MAX) AND TERMINAL
001300*    LOADS AT SIGN-ON.  UNTIL NOW THOSE RECORDS COULD ONLY BE
001400*    BUILT WITH AN EXTERNAL FILE UTILITY, WHICH HAS ALREADY LET A
001500*    BRANCH ONTO THE FILE WITH A ZERO BR-LMT-RCV; THIS PROGRAM
001550*    REFUSES ZERO LIMITS OUTRIGHT.  IT ALSO KEEPS THE SINGLE
001600*    LARGE-CASH COMPLIANCE PARAMETER RECORD (LCRPRM.CPY) THAT
001633*    LCR0100 READS EACH NIGHT, AND THE SINGLE DORMANT-ACCOUNT
001666*    PARAMETER RECORD (DRMPRM.CPY) THE MONTHLY DRM0100 RUN READS.
001677*    IT ALSO KEEPS ONE RECORD PER PARTNER COLLECTION AGENT
001688*    (AGTPRM.CPY) FOR AGT0100 AND AGT0200.
001700*
001800*    EVERY ADD/CHANGE/DELETE REQUIRES A SUP1 CLEARANCE AND IS
001900*    WRITTEN THROUGH SUPAUDIT SO PARAMETER EDITS SHOW UP ON THE
002540*    2026-09-02 OPS   SUP1 NOW PROVED AGAINST THE TELLER MASTER
002550*                     THROUGH SUPCHECK - ANY NON-BLANK VALUE NO
002560*                     LONGER CLEARS A PARAMETER CHANGE
002573*    2026-10-07 OPS   FILE "L" - THE LARGE-CASH COMPLIANCE
002586*                     PARAMETER RECORD (LCRPRMF) FOR LCR0100
002590*    2026-10-09 OPS   FILE "D" - THE DORMANT-ACCOUNT PARAMETER
002594*                     RECORD (DRMPRMF) FOR DRM0100
002596*    2026-10-12 OPS   ENTRY AND EACH FUNCTION CHECKED THROUGH
002598*                     AUTHCHK AGAINST THE AUTHORIZATION MATRIX
002623*    2026-10-13 OPS   EVERY ADD/CHANGE/DELETE JOURNALED THROUGH
002648*                     CHGJRNL WITH THE BEFORE AND AFTER IMAGES
002656*    2026-10-15 OPS   FILE "A" - THE PARTNER COLLECTION AGENT
002664*                     RECORD (AGTPRMF) FOR AGT0100/AGT0200
002673******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS TP-TMLID
003900         FILE STATUS IS FILE-STUS.
003916     SELECT LCRPRMF ASSIGN TO "LCRPRMF"
003932         ORGANIZATION IS INDEXED
003948         ACCESS MODE IS RANDOM
003964         RECORD KEY IS LCP-KEY
003980         FILE STATUS IS FILE-STUS.
003983     SELECT DRMPRMF ASSIGN TO "DRMPRMF"
003986         ORGANIZATION IS INDEXED
003989         ACCESS MODE IS RANDOM
003992         RECORD KEY IS DMP-KEY
003995         FILE STATUS IS FILE-STUS.
004010     SELECT AGTPRMF ASSIGN TO "AGTPRMF"
004025         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS RANDOM
004055         RECORD KEY IS AGP-AGT-ID
004070         FILE STATUS IS FILE-STUS.
004085 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BRPARMF.
004300 COPY BRPARM.
004400 FD  TERMPRFF.
004500 COPY TERMPRF.
004533 FD  LCRPRMF.
004566 COPY LCRPRM.
004577 FD  DRMPRMF.
004588 COPY DRMPRM.
004592 FD  AGTPRMF.
004596 COPY AGTPRM.
004600 WORKING-STORAGE SECTION.
004700 COPY FLAG.
004800 COPY LKRETRYW.
004850 COPY AUTHCHKW.
004875 COPY CHGJNLW.
004900 01  WS-DONE-SW              PIC X(01) VALUE "N".
005000     88  WS-DONE             VALUE "Y".
005100 01  WS-FILE-CD              PIC X(01) VALUE SPACES.
005200     88  WS-FILE-BRANCH      VALUE "B", "b".
005300     88  WS-FILE-TERMINAL    VALUE "T", "t".
005400     88  WS-FILE-END         VALUE "X", "x".
005450     88  WS-FILE-LARGE-CASH  VALUE "L", "l".
005475     88  WS-FILE-DORMANCY    VALUE "D", "d".
005487     88  WS-FILE-AGENT       VALUE "A", "a".
005500 01  WS-FUNC-CD              PIC X(01) VALUE SPACES.
005600     88  WS-FUNC-ADD         VALUE "A", "a".
005700     88  WS-FUNC-CHANGE      VALUE "C", "c".
006620 01  WS-SC-REQUEST-CD        PIC X(01) VALUE "V".
006640 01  WS-SC-AMT               PIC 9(09)V99 VALUE 0.
006660 01  WS-SC-RETURN-STUS       PIC X(02) VALUE SPACES.
006706 01  WS-TODAY                PIC 9(08) VALUE 0.
006752 01  WS-REDO-POINT           PIC 9(02) VALUE 0.
006776 01  WS-AGT-ID               PIC X(03) VALUE SPACES.
006800 PROCEDURE DIVISION.
006900*
007000 0000-MAINLINE.
007300     DISPLAY "TELER-ID  : ".
007400     ACCEPT TELER-ID.
007500     DISPLAY "BRID      : ".
007600     ACCEPT BRID.
007700     DISPLAY "TERM ID   : ".
007800     ACCEPT TELER-TMLID.
007810     MOVE "PRM0100" TO ATH-PGM-ID.
007820     MOVE "R"       TO ATH-FUNC-CD.
007830     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
007840     IF NOT ATH-PERMITTED
007850         STOP RUN.
007860     PERFORM 1040-OPEN-BRPARMF THRU 1040-EXIT.
007870     PERFORM 1050-OPEN-TERMPRFF THRU 1050-EXIT.
007880     PERFORM 1060-OPEN-LCRPRMF THRU 1060-EXIT.
007890     PERFORM 1070-OPEN-DRMPRMF THRU 1070-EXIT.
007895     PERFORM 1080-OPEN-AGTPRMF THRU 1080-EXIT.
007900     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
008000         UNTIL WS-DONE.
008100     CLOSE BRPARMF TERMPRFF LCRPRMF DRMPRMF AGTPRMF.
008200     MOVE "C" TO WS-SA-REQUEST-CD.
008300     CALL "SUPAUDIT" USING WS-SA-REQUEST-CD
008400         TELER-ID BRID TELER-TMLID WS-OVER-TYPE
008700         DISPLAY "PRM0100 - AUDIT FILE CLOSE FAILED, STATUS "
008800             WS-SA-RETURN-STUS
008900     END-IF.
008905     MOVE "C" TO CJW-REQUEST-CD.
008910     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
008915         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
008920     MOVE "C" TO WS-SC-REQUEST-CD.
008940     CALL "SUPCHECK" USING WS-SC-REQUEST-CD
008960         SUP1 BRID WS-SC-AMT WS-SC-RETURN-STUS.
011500     END-IF.
011600 1050-EXIT.
011700     EXIT.
011706*
011712******************************************************************
011718*    1060 - OPEN LCRPRMF, CREATING IT THE FIRST TIME IT IS
011724*           MISSING
011730******************************************************************
011736 1060-OPEN-LCRPRMF.
011742     OPEN I-O LCRPRMF.
011748     IF FILE-STUS = "35"
011754         OPEN OUTPUT LCRPRMF
011760         CLOSE LCRPRMF
011766         OPEN I-O LCRPRMF
011772     END-IF.
011778 1060-EXIT.
011784     EXIT.
011785*
011786******************************************************************
011787*    1070 - OPEN DRMPRMF, CREATING IT THE FIRST TIME IT IS
011788*           MISSING
011789******************************************************************
011790 1070-OPEN-DRMPRMF.
011791     OPEN I-O DRMPRMF.
011792     IF FILE-STUS = "35"
011793         OPEN OUTPUT DRMPRMF
011794         CLOSE DRMPRMF
011795         OPEN I-O DRMPRMF
011796     END-IF.
011797 1070-EXIT.
011798     EXIT.
011804*
011810******************************************************************
011816*    1080 - OPEN AGTPRMF, CREATING IT THE FIRST TIME IT IS
011822*           MISSING
011828******************************************************************
011834 1080-OPEN-AGTPRMF.
011840     OPEN I-O AGTPRMF.
011846     IF FILE-STUS = "35"
011852         OPEN OUTPUT AGTPRMF
011858         CLOSE AGTPRMF
011864         OPEN I-O AGTPRMF
011870     END-IF.
011876 1080-EXIT.
011882     EXIT.
011888*
011900******************************************************************
012000*    2000 - PROCESS ONE MAINTENANCE ACTION
012100******************************************************************
012200 2000-PROCESS-ONE.
012266     DISPLAY "FILE (B=BRANCH T=TERMINAL L=LARGE-CASH "
012332         "D=DORMANCY A=AGENT X=END): ".
012400     ACCEPT WS-FILE-CD.
012500     IF WS-FILE-END
012600         MOVE "Y" TO WS-DONE-SW
012700         GO TO 2000-EXIT.
012800     IF NOT WS-FILE-BRANCH AND NOT WS-FILE-TERMINAL
012866         AND NOT WS-FILE-LARGE-CASH AND NOT WS-FILE-DORMANCY
012910         AND NOT WS-FILE-AGENT
012954         DISPLAY "PRM0100 - ENTER B, T, L, D, A OR X"
013000         GO TO 2000-EXIT.
013100     DISPLAY "FUNC (A=ADD C=CHANGE D=DELETE S=SHOW): ".
013200     ACCEPT WS-FUNC-CD.
013400         AND NOT WS-FUNC-DELETE AND NOT WS-FUNC-SHOW
013500         DISPLAY "PRM0100 - ENTER A, C, D OR S"
013600         GO TO 2000-EXIT.
013614     MOVE WS-FUNC-CD TO ATH-FUNC-CD.
013628     IF WS-FUNC-SHOW
013642         MOVE "I" TO ATH-FUNC-CD.
013656     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
013670     IF NOT ATH-PERMITTED
013684         GO TO 2000-EXIT.
013700     MOVE SPACES TO SUP1.
013800     IF NOT WS-FUNC-SHOW
013900         DISPLAY "SUP1      : "
014480             GO TO 2000-EXIT
014490         END-IF
014500     END-IF.
014566     EVALUATE TRUE
014632         WHEN WS-FILE-BRANCH
014698             PERFORM 3000-MAINT-BRPARM THRU 3000-EXIT
014764         WHEN WS-FILE-TERMINAL
014830             PERFORM 4000-MAINT-TERMPRF THRU 4000-EXIT
014896         WHEN WS-FILE-LARGE-CASH
014962             PERFORM 6000-MAINT-LCRPRM THRU 6000-EXIT
014969         WHEN WS-FILE-AGENT
014976             PERFORM 7600-MAINT-AGTPRM THRU 7600-EXIT
014984         WHEN OTHER
015006             PERFORM 7000-MAINT-DRMPRM THRU 7000-EXIT
015028     END-EVALUATE.
015100 2000-EXIT.
015200     EXIT.
015300*
020100*
020200 3100-READ-BRPARM.
020300     MOVE "N" TO WS-REC-FOUND-SW.
020350     MOVE SPACES TO CJW-BEFORE-IMAGE.
020400     MOVE 1 TO WS-REDO-POINT.
020500     READ BRPARMF
020600         KEY IS BR-BRID
021200     END-IF.
021300     IF STS-OK
021400         MOVE "Y" TO WS-REC-FOUND-SW
021450         MOVE BR-PARM-REC TO CJW-BEFORE-IMAGE
021500     END-IF.
021600 3100-EXIT.
021700     EXIT.
024800     END-IF.
024900     IF STS-OK
025000         DISPLAY "PRM0100 - BRANCH " BR-BRID " ADDED"
025033         MOVE "A" TO CJW-ACTION
025066         PERFORM 3600-JOURNAL-BRPARM THRU 3600-EXIT
025100         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
025200     END-IF.
025300 3300-EXIT.
026400     END-IF.
026500     IF STS-OK
026600         DISPLAY "PRM0100 - BRANCH " BR-BRID " CHANGED"
026633         MOVE "C" TO CJW-ACTION
026666         PERFORM 3600-JOURNAL-BRPARM THRU 3600-EXIT
026700         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
026800     END-IF.
026900 3400-EXIT.
028000     END-IF.
028100     IF STS-OK
028200         DISPLAY "PRM0100 - BRANCH " BR-BRID " DELETED"
028233         MOVE "D" TO CJW-ACTION
028266         PERFORM 3600-JOURNAL-BRPARM THRU 3600-EXIT
028300         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
028400     END-IF.
028500 3500-EXIT.
028600     EXIT.
028611*
028622 3600-JOURNAL-BRPARM.
028633     MOVE "BRPARMF" TO CJW-FILE-ID.
028644     MOVE BR-BRID TO CJW-REC-KEY.
028655     MOVE BR-PARM-REC TO CJW-AFTER-IMAGE.
028666     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.
028677 3600-EXIT.
028688     EXIT.
028700*
028800******************************************************************
028900*    4000 - MAINTAIN ONE TERMPRFF RECORD
033300*
033400 4100-READ-TERMPRF.
033500     MOVE "N" TO WS-REC-FOUND-SW.
033550     MOVE SPACES TO CJW-BEFORE-IMAGE.
033600     MOVE 2 TO WS-REDO-POINT.
033700     READ TERMPRFF
033800         KEY IS TP-TMLID
034400     END-IF.
034500     IF STS-OK
034600         MOVE "Y" TO WS-REC-FOUND-SW
034650         MOVE TERM-PRF-REC TO CJW-BEFORE-IMAGE
034700     END-IF.
034800 4100-EXIT.
034900     EXIT.
037300     END-IF.
037400     IF STS-OK
037500         DISPLAY "PRM0100 - TERMINAL " TP-TMLID " ADDED"
037533         MOVE "A" TO CJW-ACTION
037566         PERFORM 4600-JOURNAL-TERMPRF THRU 4600-EXIT
037600         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
037700     END-IF.
037800 4300-EXIT.
038900     END-IF.
039000     IF STS-OK
039100         DISPLAY "PRM0100 - TERMINAL " TP-TMLID " CHANGED"
039133         MOVE "C" TO CJW-ACTION
039166         PERFORM 4600-JOURNAL-TERMPRF THRU 4600-EXIT
039200         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
039300     END-IF.
039400 4400-EXIT.
040500     END-IF.
040600     IF STS-OK
040700         DISPLAY "PRM0100 - TERMINAL " TP-TMLID " DELETED"
040733         MOVE "D" TO CJW-ACTION
040766         PERFORM 4600-JOURNAL-TERMPRF THRU 4600-EXIT
040800         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
040900     END-IF.
041000 4500-EXIT.
041100     EXIT.
041111*
041122 4600-JOURNAL-TERMPRF.
041133     MOVE "TERMPRFF" TO CJW-FILE-ID.
041144     MOVE TP-TMLID TO CJW-REC-KEY.
041155     MOVE TERM-PRF-REC TO CJW-AFTER-IMAGE.
041166     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.
041177 4600-EXIT.
041188     EXIT.
041200*
041300******************************************************************
041400*    5000 - WRITE THE PARAMETER CHANGE TO THE DAILY AUDIT FILE
042600     END-IF.
042700 5000-EXIT.
042800     EXIT.
042805*
042810******************************************************************
042815*    5100 - WRITE THE BEFORE AND AFTER IMAGES OF THE CHANGE TO
042820*           THE CHANGE JOURNAL THROUGH CHGJRNL (A DELETE HAS NO
042825*           AFTER IMAGE, AN ADD NO BEFORE IMAGE)
042830******************************************************************
042835 5100-WRITE-JOURNAL.
042840     MOVE "PRM0100" TO CJW-PGM-ID.
042845     IF CJW-DELETE
042850         MOVE SPACES TO CJW-AFTER-IMAGE.
042855     MOVE "W" TO CJW-REQUEST-CD.
042860     CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
042865         TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS.
042870     IF CJW-RETURN-STUS NOT = "00"
042875         DISPLAY "PRM0100 - JOURNAL WRITE FAILED, STATUS "
042880             CJW-RETURN-STUS " FOR " CJW-FILE-ID " " CJW-REC-KEY
042885     END-IF.
042890 5100-EXIT.
042895     EXIT.
042900*
042901******************************************************************
042902*    6000 - MAINTAIN THE LARGE-CASH COMPLIANCE PARAMETER RECORD
042903*           (ALWAYS LCP-KEY 000 - THERE IS ONLY THE ONE)
042904******************************************************************
042905 6000-MAINT-LCRPRM.
042906     MOVE 0 TO LCP-KEY.
042907     PERFORM 6100-READ-LCRPRM THRU 6100-EXIT.
042908     EVALUATE TRUE
042909         WHEN WS-FUNC-SHOW
042910             IF WS-REC-FOUND
042911                 DISPLAY "THRESHOLD " LCP-CASH-THRESH
042912                     "  WINDOW-DAYS " LCP-WINDOW-DAYS
042913                 DISPLAY "STR-MIN-CNT " LCP-STR-MIN-CNT
042914                     "  STR-AMT " LCP-STR-AMT
042915                     "  STR-FLOOR " LCP-STR-FLOOR
042916                     "  SPREAD " LCP-SPREAD-SW
042917                 DISPLAY "LAST CHANGED " LCP-UPD-DATE
042918                     " BY " LCP-UPD-TELER-ID
042919             ELSE
042920                 DISPLAY "PRM0100 - LARGE-CASH PARAMETERS NOT "
042921                     "ON FILE"
042922             END-IF
042923         WHEN WS-FUNC-ADD
042924             IF WS-REC-FOUND
042925                 DISPLAY "PRM0100 - LARGE-CASH PARAMETERS "
042926                     "ALREADY ON FILE, USE CHANGE"
042927             ELSE
042928                 PERFORM 6200-ACCEPT-LCP-FIELDS THRU 6200-EXIT
042929                 IF WS-EDIT-OK
042930                     PERFORM 6300-WRITE-LCRPRM THRU 6300-EXIT
042931                 END-IF
042932             END-IF
042933         WHEN WS-FUNC-CHANGE
042934             IF NOT WS-REC-FOUND
042935                 DISPLAY "PRM0100 - LARGE-CASH PARAMETERS NOT "
042936                     "ON FILE, USE ADD"
042937             ELSE
042938                 PERFORM 6200-ACCEPT-LCP-FIELDS THRU 6200-EXIT
042939                 IF WS-EDIT-OK
042940                     PERFORM 6400-REWRITE-LCRPRM THRU 6400-EXIT
042941                 END-IF
042942             END-IF
042943         WHEN WS-FUNC-DELETE
042944             IF NOT WS-REC-FOUND
042945                 DISPLAY "PRM0100 - LARGE-CASH PARAMETERS NOT "
042946                     "ON FILE"
042947             ELSE
042948                 PERFORM 6500-DELETE-LCRPRM THRU 6500-EXIT
042949             END-IF
042950     END-EVALUATE.
042951 6000-EXIT.
042952     EXIT.
042953*
042954 6100-READ-LCRPRM.
042955     MOVE "N" TO WS-REC-FOUND-SW.
042956     MOVE 9 TO WS-REDO-POINT.
042957     READ LCRPRMF
042958         KEY IS LCP-KEY
042959         INVALID KEY
042960             CONTINUE
042961     END-READ.
042962     IF FILE-LOCK OR RECORD-LOCK
042963         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
042964     END-IF.
042965     IF STS-OK
042966         MOVE "Y" TO WS-REC-FOUND-SW
042967     END-IF.
042968 6100-EXIT.
042969     EXIT.
042970*
042971******************************************************************
042972*    6200 - ACCEPT AND EDIT THE LARGE-CASH PARAMETERS.  A ZERO
042973*           THRESHOLD, WINDOW, COUNT OR PATTERN AMOUNT WOULD
042974*           REPORT EVERY CASH ITEM OR NONE, SO EACH IS REFUSED;
042975*           THE PATTERN AMOUNT MAY NOT EXCEED THE THRESHOLD, AND
042976*           THE FLOOR MUST SIT BELOW IT
042977******************************************************************
042978 6200-ACCEPT-LCP-FIELDS.
042979     MOVE "N" TO WS-EDIT-OK-SW.
042980     DISPLAY "THRESHOLD : ".
042981     ACCEPT LCP-CASH-THRESH.
042982     DISPLAY "WINDOW-DY : ".
042983     ACCEPT LCP-WINDOW-DAYS.
042984     DISPLAY "STR-CNT   : ".
042985     ACCEPT LCP-STR-MIN-CNT.
042986     DISPLAY "STR-AMT   : ".
042987     ACCEPT LCP-STR-AMT.
042988     DISPLAY "STR-FLOOR : ".
042989     ACCEPT LCP-STR-FLOOR.
042990     DISPLAY "SPREAD Y/N: ".
042991     ACCEPT LCP-SPREAD-SW.
042992     IF LCP-CASH-THRESH = 0
042993         DISPLAY "PRM0100 - THRESHOLD MUST NOT BE ZERO"
042994         GO TO 6200-EXIT.
042995     IF LCP-WINDOW-DAYS = 0
042996         DISPLAY "PRM0100 - WINDOW-DY MUST NOT BE ZERO"
042997         GO TO 6200-EXIT.
042998     IF LCP-STR-MIN-CNT < 2
042999         DISPLAY "PRM0100 - STR-CNT MUST BE AT LEAST 2"
043000         GO TO 6200-EXIT.
043001     IF LCP-STR-AMT = 0 OR LCP-STR-AMT > LCP-CASH-THRESH
043002         DISPLAY "PRM0100 - STR-AMT MUST BE 1 TO THE THRESHOLD"
043003         GO TO 6200-EXIT.
043004     IF LCP-STR-FLOOR NOT < LCP-CASH-THRESH
043005         DISPLAY "PRM0100 - STR-FLOOR MUST BE UNDER THE THRESHOLD"
043006         GO TO 6200-EXIT.
043007     IF NOT LCP-SPREAD-VALID
043008         DISPLAY "PRM0100 - SPREAD MUST BE Y OR N"
043009         GO TO 6200-EXIT.
043010     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
043011     MOVE WS-TODAY TO LCP-UPD-DATE.
043012     MOVE TELER-ID TO LCP-UPD-TELER-ID.
043013     MOVE "Y" TO WS-EDIT-OK-SW.
043014 6200-EXIT.
043015     EXIT.
043016*
043017 6300-WRITE-LCRPRM.
043018     MOVE 10 TO WS-REDO-POINT.
043019     WRITE LCR-PARM-REC
043020         INVALID KEY
043021             DISPLAY "PRM0100 - ADD FAILED, STATUS " FILE-STUS
043022     END-WRITE.
043023     IF FILE-LOCK OR RECORD-LOCK
043024         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043025     END-IF.
043026     IF STS-OK
043027         DISPLAY "PRM0100 - LARGE-CASH PARAMETERS ADDED"
043028         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
043029     END-IF.
043030 6300-EXIT.
043031     EXIT.
043032*
043033 6400-REWRITE-LCRPRM.
043034     MOVE 11 TO WS-REDO-POINT.
043035     REWRITE LCR-PARM-REC
043036         INVALID KEY
043037             DISPLAY "PRM0100 - CHANGE FAILED, STATUS " FILE-STUS
043038     END-REWRITE.
043039     IF FILE-LOCK OR RECORD-LOCK
043040         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043041     END-IF.
043042     IF STS-OK
043043         DISPLAY "PRM0100 - LARGE-CASH PARAMETERS CHANGED"
043044         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
043045     END-IF.
043046 6400-EXIT.
043047     EXIT.
043048*
043049 6500-DELETE-LCRPRM.
043050     MOVE 12 TO WS-REDO-POINT.
043051     DELETE LCRPRMF RECORD
043052         INVALID KEY
043053             DISPLAY "PRM0100 - DELETE FAILED, STATUS " FILE-STUS
043054     END-DELETE.
043055     IF FILE-LOCK OR RECORD-LOCK
043056         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043057     END-IF.
043058     IF STS-OK
043059         DISPLAY "PRM0100 - LARGE-CASH PARAMETERS DELETED"
043060         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
043061     END-IF.
043062 6500-EXIT.
043063     EXIT.
043064*
043065******************************************************************
043066*    7000 - MAINTAIN THE DORMANT-ACCOUNT PARAMETER RECORD
043067*           (ALWAYS DMP-KEY 000 - THERE IS ONLY THE ONE)
043068******************************************************************
043069 7000-MAINT-DRMPRM.
043070     MOVE 0 TO DMP-KEY.
043071     PERFORM 7100-READ-DRMPRM THRU 7100-EXIT.
043072     EVALUATE TRUE
043073         WHEN WS-FUNC-SHOW
043074             IF WS-REC-FOUND
043075                 DISPLAY "DORMANT AFTER " DMP-DORM-MONTHS
043076                     " MONTHS WITHOUT A POSTING"
043077                 DISPLAY "LAST CHANGED " DMP-UPD-DATE
043078                     " BY " DMP-UPD-TELER-ID
043079             ELSE
043080                 DISPLAY "PRM0100 - DORMANCY PARAMETERS NOT "
043081                     "ON FILE"
043082             END-IF
043083         WHEN WS-FUNC-ADD
043084             IF WS-REC-FOUND
043085                 DISPLAY "PRM0100 - DORMANCY PARAMETERS "
043086                     "ALREADY ON FILE, USE CHANGE"
043087             ELSE
043088                 PERFORM 7200-ACCEPT-DMP-FIELDS THRU 7200-EXIT
043089                 IF WS-EDIT-OK
043090                     PERFORM 7300-WRITE-DRMPRM THRU 7300-EXIT
043091                 END-IF
043092             END-IF
043093         WHEN WS-FUNC-CHANGE
043094             IF NOT WS-REC-FOUND
043095                 DISPLAY "PRM0100 - DORMANCY PARAMETERS NOT "
043096                     "ON FILE, USE ADD"
043097             ELSE
043098                 PERFORM 7200-ACCEPT-DMP-FIELDS THRU 7200-EXIT
043099                 IF WS-EDIT-OK
043100                     PERFORM 7400-REWRITE-DRMPRM THRU 7400-EXIT
043101                 END-IF
043102             END-IF
043103         WHEN WS-FUNC-DELETE
043104             IF NOT WS-REC-FOUND
043105                 DISPLAY "PRM0100 - DORMANCY PARAMETERS NOT "
043106                     "ON FILE"
043107             ELSE
043108                 PERFORM 7500-DELETE-DRMPRM THRU 7500-EXIT
043109             END-IF
043110     END-EVALUATE.
043111 7000-EXIT.
043112     EXIT.
043113*
043114 7100-READ-DRMPRM.
043115     MOVE "N" TO WS-REC-FOUND-SW.
043116     MOVE 13 TO WS-REDO-POINT.
043117     READ DRMPRMF
043118         KEY IS DMP-KEY
043119         INVALID KEY
043120             CONTINUE
043121     END-READ.
043122     IF FILE-LOCK OR RECORD-LOCK
043123         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043124     END-IF.
043125     IF STS-OK
043126         MOVE "Y" TO WS-REC-FOUND-SW
043127     END-IF.
043128 7100-EXIT.
043129     EXIT.
043130*
043131******************************************************************
043132*    7200 - ACCEPT AND EDIT THE DORMANCY PARAMETERS.  A ZERO
043133*           PERIOD WOULD MARK EVERY ACCOUNT DORMANT ON THE NEXT
043134*           RUN AND IS REFUSED
043135******************************************************************
043136 7200-ACCEPT-DMP-FIELDS.
043137     MOVE "N" TO WS-EDIT-OK-SW.
043138     DISPLAY "DORM-MTHS : ".
043139     ACCEPT DMP-DORM-MONTHS.
043140     IF DMP-DORM-MONTHS NOT NUMERIC OR DMP-DORM-MONTHS = 0
043141         DISPLAY "PRM0100 - DORM-MTHS MUST BE 1 TO 999"
043142         GO TO 7200-EXIT.
043143     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
043144     MOVE WS-TODAY TO DMP-UPD-DATE.
043145     MOVE TELER-ID TO DMP-UPD-TELER-ID.
043146     MOVE "Y" TO WS-EDIT-OK-SW.
043147 7200-EXIT.
043148     EXIT.
043149*
043150 7300-WRITE-DRMPRM.
043151     MOVE 14 TO WS-REDO-POINT.
043152     WRITE DRM-PARM-REC
043153         INVALID KEY
043154             DISPLAY "PRM0100 - ADD FAILED, STATUS " FILE-STUS
043155     END-WRITE.
043156     IF FILE-LOCK OR RECORD-LOCK
043157         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043158     END-IF.
043159     IF STS-OK
043160         DISPLAY "PRM0100 - DORMANCY PARAMETERS ADDED"
043161         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
043162     END-IF.
043163 7300-EXIT.
043164     EXIT.
043165*
043166 7400-REWRITE-DRMPRM.
043167     MOVE 15 TO WS-REDO-POINT.
043168     REWRITE DRM-PARM-REC
043169         INVALID KEY
043170             DISPLAY "PRM0100 - CHANGE FAILED, STATUS " FILE-STUS
043171     END-REWRITE.
043172     IF FILE-LOCK OR RECORD-LOCK
043173         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043174     END-IF.
043175     IF STS-OK
043176         DISPLAY "PRM0100 - DORMANCY PARAMETERS CHANGED"
043177         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
043178     END-IF.
043179 7400-EXIT.
043180     EXIT.
043181*
043182 7500-DELETE-DRMPRM.
043183     MOVE 16 TO WS-REDO-POINT.
043184     DELETE DRMPRMF RECORD
043185         INVALID KEY
043186             DISPLAY "PRM0100 - DELETE FAILED, STATUS " FILE-STUS
043187     END-DELETE.
043188     IF FILE-LOCK OR RECORD-LOCK
043189         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043190     END-IF.
043191     IF STS-OK
043192         DISPLAY "PRM0100 - DORMANCY PARAMETERS DELETED"
043193         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
043194     END-IF.
043195 7500-EXIT.
043196     EXIT.
043200*
043210******************************************************************
043220*    7600 - MAINTAIN ONE PARTNER COLLECTION AGENT RECORD.  THE
043230*           NEXT ITEM REFERENCE BELONGS TO AGT0100 - IT STARTS AT
043240*           1 ON ADD AND IS SHOWN BUT NEVER CHANGED HERE
043250******************************************************************
043260 7600-MAINT-AGTPRM.
043270     DISPLAY "AGENT ID  : ".
043280     ACCEPT WS-AGT-ID.
043290     IF WS-AGT-ID = SPACES
043300         DISPLAY "PRM0100 - AGENT ID REQUIRED"
043310         GO TO 7600-EXIT.
043320     MOVE WS-AGT-ID TO AGP-AGT-ID.
043330     PERFORM 7610-READ-AGTPRM THRU 7610-EXIT.
043340     EVALUATE TRUE
043350         WHEN WS-FUNC-SHOW
043360             IF WS-REC-FOUND
043370                 DISPLAY "AGENT " AGP-AGT-ID " " AGP-NAME
043380                     "  STATUS " AGP-STUS
043390                 DISPLAY "TELLER " AGP-TELER-ID
043400                     "  BRANCH " AGP-BRID
043410                     "  TERMINAL " AGP-TMLID
043420                     "  NEXT REF " AGP-NEXT-REF
043430                 DISPLAY "LAST CHANGED " AGP-UPD-DATE
043440                     " BY " AGP-UPD-TELER-ID
043450             ELSE
043460                 DISPLAY "PRM0100 - AGENT " WS-AGT-ID
043470                     " NOT ON FILE"
043480             END-IF
043490         WHEN WS-FUNC-ADD
043500             IF WS-REC-FOUND
043510                 DISPLAY "PRM0100 - AGENT " WS-AGT-ID
043520                     " ALREADY ON FILE, USE CHANGE"
043530             ELSE
043540                 MOVE SPACES    TO AGT-PARM-REC
043550                 MOVE WS-AGT-ID TO AGP-AGT-ID
043560                 MOVE 1         TO AGP-NEXT-REF
043570                 PERFORM 7620-ACCEPT-AGP-FIELDS THRU 7620-EXIT
043580                 IF WS-EDIT-OK
043590                     PERFORM 7630-WRITE-AGTPRM THRU 7630-EXIT
043600                 END-IF
043610             END-IF
043620         WHEN WS-FUNC-CHANGE
043630             IF NOT WS-REC-FOUND
043640                 DISPLAY "PRM0100 - AGENT " WS-AGT-ID
043650                     " NOT ON FILE, USE ADD"
043660             ELSE
043670                 PERFORM 7620-ACCEPT-AGP-FIELDS THRU 7620-EXIT
043680                 IF WS-EDIT-OK
043690                     PERFORM 7640-REWRITE-AGTPRM THRU 7640-EXIT
043700                 END-IF
043710             END-IF
043720         WHEN WS-FUNC-DELETE
043730             IF NOT WS-REC-FOUND
043740                 DISPLAY "PRM0100 - AGENT " WS-AGT-ID
043750                     " NOT ON FILE"
043760             ELSE
043770                 PERFORM 7650-DELETE-AGTPRM THRU 7650-EXIT
043780             END-IF
043790     END-EVALUATE.
043800 7600-EXIT.
043810     EXIT.
043820*
043830 7610-READ-AGTPRM.
043840     MOVE "N" TO WS-REC-FOUND-SW.
043850     MOVE 17 TO WS-REDO-POINT.
043860     READ AGTPRMF
043870         KEY IS AGP-AGT-ID
043880         INVALID KEY
043890             CONTINUE
043900     END-READ.
043910     IF FILE-LOCK OR RECORD-LOCK
043920         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
043930     END-IF.
043940     IF STS-OK
043950         MOVE "Y" TO WS-REC-FOUND-SW
043960     END-IF.
043970 7610-EXIT.
043980     EXIT.
043990*
044000******************************************************************
044010*    7620 - ACCEPT AND EDIT THE AGENT FIELDS.  THE AGENT BRANCH
044020*           MUST BE ON BRPARMF; THE TELLER AND TERMINAL ARE THE
044030*           ONES THE AGENT TELLER SIGNS ON WITH BEFORE AGT0100
044040******************************************************************
044050 7620-ACCEPT-AGP-FIELDS.
044060     MOVE "N" TO WS-EDIT-OK-SW.
044070     DISPLAY "NAME      : ".
044080     ACCEPT AGP-NAME.
044090     DISPLAY "TELER-ID  : ".
044100     ACCEPT AGP-TELER-ID.
044110     DISPLAY "AGT-BRID  : ".
044120     ACCEPT AGP-BRID.
044130     DISPLAY "AGT-TMLID : ".
044140     ACCEPT AGP-TMLID.
044150     DISPLAY "STATUS A/S: ".
044160     ACCEPT AGP-STUS.
044170     IF AGP-NAME = SPACES
044180         DISPLAY "PRM0100 - NAME REQUIRED"
044190         GO TO 7620-EXIT.
044200     IF AGP-TELER-ID = SPACES
044210         DISPLAY "PRM0100 - AGENT TELER-ID REQUIRED"
044220         GO TO 7620-EXIT.
044230     IF AGP-BRID NOT NUMERIC OR AGP-BRID = 0
044240         DISPLAY "PRM0100 - AGT-BRID MUST BE 001 TO 999"
044250         GO TO 7620-EXIT.
044260     IF AGP-TMLID = SPACES
044270         DISPLAY "PRM0100 - AGT-TMLID REQUIRED"
044280         GO TO 7620-EXIT.
044290     IF NOT AGP-STUS-VALID
044300         DISPLAY "PRM0100 - STATUS MUST BE A OR S"
044310         GO TO 7620-EXIT.
044320     MOVE AGP-BRID TO BR-BRID.
044330     PERFORM 3100-READ-BRPARM THRU 3100-EXIT.
044340     IF NOT WS-REC-FOUND
044350         DISPLAY "PRM0100 - BRANCH " AGP-BRID " NOT ON FILE"
044360         GO TO 7620-EXIT.
044370     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
044380     MOVE WS-TODAY TO AGP-UPD-DATE.
044390     MOVE TELER-ID TO AGP-UPD-TELER-ID.
044400     MOVE "Y" TO WS-EDIT-OK-SW.
044410 7620-EXIT.
044420     EXIT.
044430*
044440 7630-WRITE-AGTPRM.
044450     MOVE 18 TO WS-REDO-POINT.
044460     WRITE AGT-PARM-REC
044470         INVALID KEY
044480             DISPLAY "PRM0100 - ADD FAILED, STATUS " FILE-STUS
044490     END-WRITE.
044500     IF FILE-LOCK OR RECORD-LOCK
044510         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
044520     END-IF.
044530     IF STS-OK
044540         DISPLAY "PRM0100 - AGENT " AGP-AGT-ID " ADDED"
044550         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
044560     END-IF.
044570 7630-EXIT.
044580     EXIT.
044590*
044600 7640-REWRITE-AGTPRM.
044610     MOVE 19 TO WS-REDO-POINT.
044620     REWRITE AGT-PARM-REC
044630         INVALID KEY
044640             DISPLAY "PRM0100 - CHANGE FAILED, STATUS " FILE-STUS
044650     END-REWRITE.
044660     IF FILE-LOCK OR RECORD-LOCK
044670         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
044680     END-IF.
044690     IF STS-OK
044700         DISPLAY "PRM0100 - AGENT " AGP-AGT-ID " CHANGED"
044710         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
044720     END-IF.
044730 7640-EXIT.
044740     EXIT.
044750*
044760 7650-DELETE-AGTPRM.
044770     MOVE 20 TO WS-REDO-POINT.
044780     DELETE AGTPRMF RECORD
044790         INVALID KEY
044800             DISPLAY "PRM0100 - DELETE FAILED, STATUS " FILE-STUS
044810     END-DELETE.
044820     IF FILE-LOCK OR RECORD-LOCK
044830         PERFORM 8000-RETRY-ON-LOCK THRU 8000-EXIT
044840     END-IF.
044850     IF STS-OK
044860         DISPLAY "PRM0100 - AGENT " AGP-AGT-ID " DELETED"
044870         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
044880     END-IF.
044890 7650-EXIT.
044900     EXIT.
045000*
045020******************************************************************
045040*    9500 - RE-ISSUE THE I/O FLAGGED BY WS-REDO-POINT FOR
045060*           LKRETRY.CPY
045080******************************************************************
045100 9500-REDO-IO.
045120     EVALUATE WS-REDO-POINT
045140         WHEN 1
045160             READ BRPARMF
045180                 KEY IS BR-BRID
045200                 INVALID KEY
045220                     CONTINUE
045240             END-READ
045260         WHEN 2
045280             READ TERMPRFF
045300                 KEY IS TP-TMLID
045320                 INVALID KEY
045340                     CONTINUE
045360             END-READ
045380         WHEN 3
045400             WRITE BR-PARM-REC
045420                 INVALID KEY
045440                     CONTINUE
045460             END-WRITE
045480         WHEN 4
045500             REWRITE BR-PARM-REC
045520                 INVALID KEY
045540                     CONTINUE
045560             END-REWRITE
045580         WHEN 5
045600             DELETE BRPARMF RECORD
045620                 INVALID KEY
045640                     CONTINUE
045660             END-DELETE
045680         WHEN 6
045700             WRITE TERM-PRF-REC
045720                 INVALID KEY
045740                     CONTINUE
045760             END-WRITE
045780         WHEN 7
045800             REWRITE TERM-PRF-REC
045820                 INVALID KEY
045840                     CONTINUE
045860             END-REWRITE
045880         WHEN 8
045900             DELETE TERMPRFF RECORD
045920                 INVALID KEY
045940                     CONTINUE
045960             END-DELETE
045980         WHEN 9
046000             READ LCRPRMF
046020                 KEY IS LCP-KEY
046040                 INVALID KEY
046060                     CONTINUE
046080             END-READ
046100         WHEN 10
046120             WRITE LCR-PARM-REC
046140                 INVALID KEY
046160                     CONTINUE
046180             END-WRITE
046200         WHEN 11
046220             REWRITE LCR-PARM-REC
046240                 INVALID KEY
046260                     CONTINUE
046280             END-REWRITE
046300         WHEN 12
046320             DELETE LCRPRMF RECORD
046340                 INVALID KEY
046360                     CONTINUE
046380             END-DELETE
046400         WHEN 13
046420             READ DRMPRMF
046440                 KEY IS DMP-KEY
046460                 INVALID KEY
046480                     CONTINUE
046500             END-READ
046520         WHEN 14
046540             WRITE DRM-PARM-REC
046560                 INVALID KEY
046580                     CONTINUE
046600             END-WRITE
046620         WHEN 15
046640             REWRITE DRM-PARM-REC
046660                 INVALID KEY
046680                     CONTINUE
046700             END-REWRITE
046720         WHEN 16
046740             DELETE DRMPRMF RECORD
046760                 INVALID KEY
046780                     CONTINUE
046800             END-DELETE
046820         WHEN 17
046840             READ AGTPRMF
046860                 KEY IS AGP-AGT-ID
046880                 INVALID KEY
046900                     CONTINUE
046920             END-READ
046940         WHEN 18
046960             WRITE AGT-PARM-REC
046980                 INVALID KEY
047000                     CONTINUE
047020             END-WRITE
047040         WHEN 19
047060             REWRITE AGT-PARM-REC
047080                 INVALID KEY
047100                     CONTINUE
047120             END-REWRITE
047140         WHEN OTHER
047160             DELETE AGTPRMF RECORD
047180                 INVALID KEY
047200                     CONTINUE
047220             END-DELETE
047240     END-EVALUATE.
047260 9500-REDO-IO-EXIT.
047280     EXIT.
047300*
047320 COPY LKRETRY.
047340*
047360 COPY AUTHENT.
