000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AGT0100.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    AGT0100 - PARTNER AGENT COLLECTION FILE LOAD
000900*
001000*    LOADS ONE DAILY COLLECTION FILE FROM A PARTNER COLLECTION
001100*    AGENT (AGTCOL.CPY, ASSIGNED AS AGTINF) INTO RCVINF, IN PLACE
001200*    OF KEYING THE AGENT'S PAYMENTS AT ENT0100 ONE LINE AT A TIME.
001300*
001400*    THE WHOLE FILE IS PROVED FIRST AND NOTHING IS ACCEPTED UNLESS
001500*    ALL OF IT PROVES: A HEADER NAMING AN ACTIVE AGENT ON AGTPRMF
001600*    (AGTPRM.CPY), A FILE DATE AND SEQUENCE NOT ALREADY LOADED
001700*    (AGTFILF, AGTFIL.CPY), THE AGENT'S DESIGNATED TELLER SIGNED
001800*    ON TODAY AT THE AGENT TERMINAL (SESSF - EDT0100 WOULD REJECT
001900*    EVERY ITEM OTHERWISE), EVERY RECORD FOR THE SAME AGENT, AND A
002000*    TRAILER WHOSE RECORD COUNT AND AMOUNT HASH AGREE WITH THE
002100*    DETAIL RECORDS.  A FILE THAT FAILS IS REFUSED AS A WHOLE AND
002200*    LOGGED ON AGTFILF WITH THE REASON.
002300*
002400*    A PROVED FILE IS THEN LOADED.  EACH PAYMENT IS GIVEN THE
002500*    NEXT REFERENCE FOR THE AGENT AND WRITTEN TO THE AGENT ITEM
002600*    REGISTER (AGTITMF, AGTITM.CPY).  ONE THAT CANNOT BE MAPPED
002700*    (ITEM NUMBER, ACCOUNT, AMOUNT, REFERENCE OR PAYMENT DATE
002800*    MISSING OR INVALID) IS REJECTED THERE AND THEN.  THE REST ARE
002900*    MAPPED TO AN RCV-REC UNDER THE AGENT TELLER, BRANCH AND
003000*    TERMINAL - CASH, NO LK-BRID (RCV0100 ROUTES BY THE ACCOUNT),
003100*    RCV-AGT-REF SET - AND APPENDED TO RCVINF FOR THE NORMAL
003200*    EDT0100 PRE-EDIT AND RCV0100 POSTING.  AGT0200 LATER READS
003300*    THE RESULTS BACK AND WRITES THE AGENT'S RETURN FILE AND
003400*    SETTLEMENT SUMMARY.
003500*
003600*    THE RUN IS LISTED ON AGTLRPTF.  RUN ONCE PER AGENT FILE.
003700*
003800*    MODIFICATION HISTORY
003900*    DATE       INIT  DESCRIPTION
004000*    2026-10-15 OPS   ORIGINAL
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AGTINF ASSIGN TO "AGTINF"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FILE-STUS.
004800     SELECT AGTPRMF ASSIGN TO "AGTPRMF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS AGP-AGT-ID
005200         FILE STATUS IS FILE-STUS.
005300     SELECT AGTFILF ASSIGN TO "AGTFILF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AGF-KEY
005700         FILE STATUS IS FILE-STUS.
005800     SELECT AGTITMF ASSIGN TO "AGTITMF"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS AGI-KEY
006200         FILE STATUS IS FILE-STUS.
006300     SELECT SESSF ASSIGN TO "SESSF"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS SESS-TMLID
006700         FILE STATUS IS FILE-STUS.
006800     SELECT RCVINF ASSIGN TO "RCVINF"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FILE-STUS.
007100     SELECT AGTLRPTF ASSIGN TO "AGTLRPTF"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS RPT-FILE-STUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  AGTINF.
007700 COPY AGTCOL.
007800 FD  AGTPRMF.
007900 COPY AGTPRM.
008000 FD  AGTFILF.
008100 COPY AGTFIL.
008200 FD  AGTITMF.
008300 COPY AGTITM.
008400 FD  SESSF.
008500 COPY SESSION.
008600 FD  RCVINF.
008700 COPY RCVREC.
008800 FD  AGTLRPTF
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  RPT-LINE                PIC X(80).
009100 WORKING-STORAGE SECTION.
009200 COPY FLAG.
009300 COPY AUTHCHKW.
009400 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
009500 01  WS-ABORT-SW             PIC X(01) VALUE "N".
009600     88  WS-ABORT-RUN        VALUE "Y".
009700 01  WS-REFUSE-SW            PIC X(01) VALUE "N".
009800     88  WS-FILE-REFUSED     VALUE "Y".
009900 01  WS-FILE-KNOWN-SW        PIC X(01) VALUE "N".
010000     88  WS-FILE-KNOWN       VALUE "Y".
010100 01  WS-FIL-FOUND-SW         PIC X(01) VALUE "N".
010200     88  WS-FIL-FOUND        VALUE "Y".
010300 01  WS-IN-EOF-SW            PIC X(01) VALUE "N".
010400     88  WS-IN-EOF           VALUE "Y".
010500 01  WS-TRL-SEEN-SW          PIC X(01) VALUE "N".
010600     88  WS-TRL-SEEN         VALUE "Y".
010700 01  WS-RFSD-REASON          PIC X(30) VALUE SPACES.
010800 01  WS-ITEM-REASON          PIC X(30) VALUE SPACES.
010900 01  WS-AGT-ID               PIC X(03) VALUE SPACES.
011000 01  WS-FILE-DATE            PIC 9(08) VALUE 0.
011100 01  WS-FILE-SEQ             PIC 9(05) VALUE 0.
011200 01  WS-SYS-DATE8            PIC 9(08) VALUE 0.
011300*        RECORD NUMBER IN THE AGENT FILE, HEADER = 1
011400 01  WS-REC-NO               PIC 9(07) VALUE 0.
011500 01  WS-DTL-CNT              PIC 9(07) COMP VALUE 0.
011600 01  WS-DTL-AMT              PIC 9(13)V99 COMP-3 VALUE 0.
011700 01  WS-TRL-CNT              PIC 9(07) VALUE 0.
011800 01  WS-TRL-AMT              PIC 9(13)V99 VALUE 0.
011900 01  WS-NEXT-REF             PIC 9(06) COMP VALUE 0.
012000 01  WS-REF-WORK             PIC 9(07) COMP VALUE 0.
012100 01  WS-FIRST-REF            PIC 9(05) VALUE 0.
012200 01  WS-LAST-REF             PIC 9(05) VALUE 0.
012300 01  WS-LOAD-CNT             PIC 9(07) COMP VALUE 0.
012400 01  WS-LOAD-AMT             PIC 9(13)V99 COMP-3 VALUE 0.
012500 01  WS-RJCT-CNT             PIC 9(07) COMP VALUE 0.
012600 01  WS-RJCT-AMT             PIC 9(13)V99 COMP-3 VALUE 0.
012700 01  WS-REG-FAIL-CNT         PIC 9(07) COMP VALUE 0.
012800 01  WS-CNT-ED               PIC ZZZZZZ9.
012900 01  WS-AMT-ED               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
013000 01  WS-ITEM-AMT-ED          PIC ZZZ,ZZZ,ZZ9.99.
013100 PROCEDURE DIVISION.
013200*
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013500     IF NOT WS-ABORT-RUN
013600         PERFORM 2000-PROVE-FILE THRU 2000-EXIT.
013700     IF NOT WS-ABORT-RUN AND NOT WS-FILE-REFUSED
013800         PERFORM 3000-LOAD-FILE THRU 3000-EXIT.
013900     IF NOT WS-ABORT-RUN
014000         PERFORM 5000-FINALIZE THRU 5000-EXIT.
014100     STOP RUN.
014200*
014300******************************************************************
014400*    1000 - INITIALIZE - OPERATOR, FILES AND HEADINGS
014500******************************************************************
014600 1000-INITIALIZE.
014700     DISPLAY "OPERATOR  : ".
014800     ACCEPT TELER-ID.
014900     MOVE SPACES TO TELER-TMLID.
015000     MOVE 0   TO BRID.
015100     MOVE "AGT0100" TO ATH-PGM-ID.
015200     MOVE "R"       TO ATH-FUNC-CD.
015300     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
015400     IF NOT ATH-PERMITTED
015500         MOVE "Y" TO WS-ABORT-SW
015600         GO TO 1000-EXIT.
015700     OPEN INPUT AGTINF.
015800     IF NOT STS-OK
015900         DISPLAY "AGT0100 - NO AGENT COLLECTION FILE AGTINF, "
016000             "STATUS " FILE-STUS
016100         MOVE "Y" TO WS-ABORT-SW
016200         GO TO 1000-EXIT.
016300     OPEN I-O AGTPRMF.
016400     IF NOT STS-OK
016500         DISPLAY "AGT0100 - NO AGENT PARAMETERS, STATUS "
016600             FILE-STUS " - SET THE AGENT UP WITH PRM0100 FIRST"
016700         CLOSE AGTINF
016800         MOVE "Y" TO WS-ABORT-SW
016900         GO TO 1000-EXIT.
017000     OPEN INPUT SESSF.
017100     IF NOT STS-OK
017200         DISPLAY "AGT0100 - NO SESSION FILE AVAILABLE, "
017300             "SIGN THE AGENT TELLER ON WITH SGN0100 FIRST"
017400         CLOSE AGTINF AGTPRMF
017500         MOVE "Y" TO WS-ABORT-SW
017600         GO TO 1000-EXIT.
017700     PERFORM 1030-OPEN-AGTFILF THRU 1030-EXIT.
017800     PERFORM 1040-OPEN-AGTITMF THRU 1040-EXIT.
017900     PERFORM 1050-OPEN-RCVINF THRU 1050-EXIT.
018000     IF WS-ABORT-RUN
018100         CLOSE AGTINF AGTPRMF SESSF AGTFILF AGTITMF
018200         GO TO 1000-EXIT.
018300     ACCEPT WS-SYS-DATE8 FROM DATE YYYYMMDD.
018400     OPEN OUTPUT AGTLRPTF.
018500     MOVE SPACES TO RPT-LINE.
018600     STRING "AGT0100 PARTNER AGENT COLLECTION FILE LOAD - "
018700         "RUN DATE " WS-SYS-DATE8
018800         DELIMITED BY SIZE INTO RPT-LINE.
018900     WRITE RPT-LINE.
019000     MOVE SPACES TO RPT-LINE.
019100     WRITE RPT-LINE.
019200 1000-EXIT.
019300     EXIT.
019400*
019500******************************************************************
019600*    1030 - OPEN AGTFILF, CREATING IT THE FIRST TIME IT IS MISSING
019700******************************************************************
019800 1030-OPEN-AGTFILF.
019900     OPEN I-O AGTFILF.
020000     IF FILE-STUS = "35"
020100         OPEN OUTPUT AGTFILF
020200         CLOSE AGTFILF
020300         OPEN I-O AGTFILF
020400     END-IF.
020500     IF NOT STS-OK
020600         DISPLAY "AGT0100 - AGENT FILE LOG NOT OPENED, STATUS "
020700             FILE-STUS
020800         MOVE "Y" TO WS-ABORT-SW
020900     END-IF.
021000 1030-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400*    1040 - OPEN AGTITMF, CREATING IT THE FIRST TIME IT IS MISSING
021500******************************************************************
021600 1040-OPEN-AGTITMF.
021700     OPEN I-O AGTITMF.
021800     IF FILE-STUS = "35"
021900         OPEN OUTPUT AGTITMF
022000         CLOSE AGTITMF
022100         OPEN I-O AGTITMF
022200     END-IF.
022300     IF NOT STS-OK
022400         DISPLAY "AGT0100 - AGENT ITEM REGISTER NOT OPENED, "
022500             "STATUS " FILE-STUS
022600         MOVE "Y" TO WS-ABORT-SW
022700     END-IF.
022800 1040-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200*    1050 - OPEN RCVINF EXTEND, CREATING IT THE FIRST TIME IT IS
023300*           MISSING - THE AGENT'S PAYMENTS JOIN THE KEYED FILE
023400******************************************************************
023500 1050-OPEN-RCVINF.
023600     OPEN EXTEND RCVINF.
023700     IF FILE-STUS = "35"
023800         OPEN OUTPUT RCVINF
023900         CLOSE RCVINF
024000         OPEN EXTEND RCVINF
024100     END-IF.
024200     IF NOT STS-OK
024300         DISPLAY "AGT0100 - RCVINF NOT OPENED, STATUS " FILE-STUS
024400         MOVE "Y" TO WS-ABORT-SW
024500     END-IF.
024600 1050-EXIT.
024700     EXIT.
024800*
024900******************************************************************
025000*    2000 - PROVE THE WHOLE FILE BEFORE ANYTHING IS ACCEPTED.  THE
025100*           FIRST FAILURE REFUSES THE FILE (WS-RFSD-REASON)
025200******************************************************************
025300 2000-PROVE-FILE.
025400     PERFORM 2100-READ-HEADER THRU 2100-EXIT.
025500     IF NOT WS-FILE-REFUSED
025600         PERFORM 2200-CHECK-AGENT THRU 2200-EXIT.
025700     IF NOT WS-FILE-REFUSED
025800         PERFORM 2300-CHECK-ALREADY-LOADED THRU 2300-EXIT.
025900     IF NOT WS-FILE-REFUSED
026000         PERFORM 2400-CHECK-SESSION THRU 2400-EXIT.
026100     IF NOT WS-FILE-REFUSED
026200         PERFORM 2510-PROVE-ONE THRU 2510-EXIT
026300             UNTIL WS-IN-EOF OR WS-FILE-REFUSED.
026400     IF NOT WS-FILE-REFUSED
026500         PERFORM 2600-PROVE-TRAILER THRU 2600-EXIT.
026600     CLOSE AGTINF.
026700 2000-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100*    2100 - THE FIRST RECORD MUST BE A HEADER WITH A FILE DATE
027200*           AND SEQUENCE
027300******************************************************************
027400 2100-READ-HEADER.
027500     READ AGTINF
027600         AT END
027700             MOVE "Y" TO WS-IN-EOF-SW
027800     END-READ.
027900     IF WS-IN-EOF
028000         MOVE "FILE IS EMPTY" TO WS-RFSD-REASON
028100         MOVE "Y" TO WS-REFUSE-SW
028200         GO TO 2100-EXIT.
028300     MOVE 1 TO WS-REC-NO.
028400     IF NOT AGC-HEADER
028500         MOVE "FIRST RECORD IS NOT A HEADER" TO WS-RFSD-REASON
028600         MOVE "Y" TO WS-REFUSE-SW
028700         GO TO 2100-EXIT.
028800     IF AGC-FILE-DATE NOT NUMERIC OR AGC-FILE-DATE = 0
028900         OR AGC-FILE-SEQ NOT NUMERIC OR AGC-FILE-SEQ = 0
029000         MOVE "HEADER FILE DATE/SEQ INVALID" TO WS-RFSD-REASON
029100         MOVE "Y" TO WS-REFUSE-SW
029200         GO TO 2100-EXIT.
029300     MOVE AGC-AGT-ID    TO WS-AGT-ID.
029400     MOVE AGC-FILE-DATE TO WS-FILE-DATE.
029500     MOVE AGC-FILE-SEQ  TO WS-FILE-SEQ.
029600     MOVE SPACES TO RPT-LINE.
029700     STRING "AGENT " WS-AGT-ID "  FILE DATE " WS-FILE-DATE
029800         "  SEQ " WS-FILE-SEQ "  " AGC-AGT-NAME
029900         DELIMITED BY SIZE INTO RPT-LINE.
030000     WRITE RPT-LINE.
030100 2100-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500*    2200 - THE AGENT MUST BE ON AGTPRMF AND ACTIVE.  FROM HERE ON
030600*           A REFUSAL IS LOGGED ON AGTFILF UNDER THE FILE'S KEY
030700******************************************************************
030800 2200-CHECK-AGENT.
030900     MOVE WS-AGT-ID TO AGP-AGT-ID.
031000     READ AGTPRMF
031100         KEY IS AGP-AGT-ID
031200         INVALID KEY
031300             MOVE "AGENT NOT ON AGTPRMF" TO WS-RFSD-REASON
031400             MOVE "Y" TO WS-REFUSE-SW
031500     END-READ.
031600     IF WS-FILE-REFUSED
031700         GO TO 2200-EXIT.
031800     IF NOT STS-OK
031900         MOVE "AGTPRMF READ FAILED" TO WS-RFSD-REASON
032000         MOVE "Y" TO WS-REFUSE-SW
032100         GO TO 2200-EXIT.
032200     MOVE "Y" TO WS-FILE-KNOWN-SW.
032300     IF NOT AGP-ACTIVE
032400         MOVE "AGENT IS SUSPENDED" TO WS-RFSD-REASON
032500         MOVE "Y" TO WS-REFUSE-SW
032600         GO TO 2200-EXIT.
032700     MOVE SPACES TO RPT-LINE.
032800     STRING "AGENT TELLER " AGP-TELER-ID "  BRANCH " AGP-BRID
032900         "  TERMINAL " AGP-TMLID
033000         DELIMITED BY SIZE INTO RPT-LINE.
033100     WRITE RPT-LINE.
033200 2200-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600*    2300 - THE SAME FILE DATE AND SEQUENCE MUST NOT ALREADY HAVE
033700*           BEEN ACCEPTED.  A FILE REFUSED BEFORE MAY BE SENT
033800*           AGAIN CORRECTED - ITS LOG RECORD IS REWRITTEN
033900******************************************************************
034000 2300-CHECK-ALREADY-LOADED.
034100     MOVE WS-AGT-ID    TO AGF-AGT-ID.
034200     MOVE WS-FILE-DATE TO AGF-FILE-DATE.
034300     MOVE WS-FILE-SEQ  TO AGF-FILE-SEQ.
034400     READ AGTFILF
034500         KEY IS AGF-KEY
034600         INVALID KEY
034700             CONTINUE
034800     END-READ.
034900     IF NOT STS-OK
035000         GO TO 2300-EXIT.
035100     MOVE "Y" TO WS-FIL-FOUND-SW.
035200*        THE ACCEPTED FILE'S LOG RECORD MUST NOT BE OVERWRITTEN
035300*        BY THIS REFUSAL
035400     IF AGF-ACCEPTED
035500         MOVE "N" TO WS-FILE-KNOWN-SW
035600         MOVE SPACES TO WS-RFSD-REASON
035700         STRING "FILE ALREADY LOADED " AGF-BF-DATE
035800             DELIMITED BY SIZE INTO WS-RFSD-REASON
035900         MOVE "Y" TO WS-REFUSE-SW
036000     END-IF.
036100 2300-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500*    2400 - THE AGENT TELLER MUST BE SIGNED ON TODAY AT THE AGENT
036600*           TERMINAL, UNDER THE AGENT BRANCH - THE SAME SESSION
036700*           EDT0100 CHECKS EVERY ITEM AGAINST.  ITS BUSINESS DATE
036800*           IS THE DATE THE FILE IS LOADED UNDER
036900******************************************************************
037000 2400-CHECK-SESSION.
037100     MOVE AGP-TMLID TO SESS-TMLID.
037200     READ SESSF
037300         KEY IS SESS-TMLID
037400         INVALID KEY
037500             MOVE "AGENT TELLER NOT SIGNED ON" TO WS-RFSD-REASON
037600             MOVE "Y" TO WS-REFUSE-SW
037700     END-READ.
037800     IF WS-FILE-REFUSED
037900         GO TO 2400-EXIT.
038000     IF NOT SESS-ACTIVE
038100         OR SESS-TELER-ID NOT = AGP-TELER-ID
038200         OR SESS-BRID NOT = AGP-BRID
038300         MOVE "AGENT TELLER NOT SIGNED ON" TO WS-RFSD-REASON
038400         MOVE "Y" TO WS-REFUSE-SW
038500         GO TO 2400-EXIT.
038600     IF SESS-SGN-DATE NOT = WS-SYS-DATE8
038700         MOVE "AGENT TELLER SESSION IS STALE" TO WS-RFSD-REASON
038800         MOVE "Y" TO WS-REFUSE-SW
038900         GO TO 2400-EXIT.
039000     MOVE SESS-BF-DATE TO BF-DATE.
039100 2400-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500*    2510 - PROVE ONE RECORD AFTER THE HEADER: SAME AGENT,
039600*           DETAILS COUNTED AND THEIR AMOUNTS HASHED, ONE TRAILER
039700*           AT THE END
039800******************************************************************
039900 2510-PROVE-ONE.
040000     READ AGTINF
040100         AT END
040200             MOVE "Y" TO WS-IN-EOF-SW
040300     END-READ.
040400     IF WS-IN-EOF
040500         GO TO 2510-EXIT.
040600     ADD 1 TO WS-REC-NO.
040700     IF WS-TRL-SEEN
040800         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-RFSD-REASON
040900         MOVE "Y" TO WS-REFUSE-SW
041000         GO TO 2510-EXIT.
041100     IF AGC-AGT-ID NOT = WS-AGT-ID
041200         MOVE SPACES TO WS-RFSD-REASON
041300         STRING "AGENT ID DIFFERS AT REC " WS-REC-NO
041400             DELIMITED BY SIZE INTO WS-RFSD-REASON
041500         MOVE "Y" TO WS-REFUSE-SW
041600         GO TO 2510-EXIT.
041700     EVALUATE TRUE
041800         WHEN AGC-DETAIL
041900             IF AGC-AMT NOT NUMERIC
042000                 MOVE SPACES TO WS-RFSD-REASON
042100                 STRING "AMOUNT NOT NUMERIC AT REC " WS-REC-NO
042200                     DELIMITED BY SIZE INTO WS-RFSD-REASON
042300                 MOVE "Y" TO WS-REFUSE-SW
042400             ELSE
042500                 ADD 1       TO WS-DTL-CNT
042600                 ADD AGC-AMT TO WS-DTL-AMT
042700             END-IF
042800         WHEN AGC-TRAILER
042900             MOVE "Y" TO WS-TRL-SEEN-SW
043000             IF AGC-TRL-CNT NOT NUMERIC OR AGC-TRL-AMT NOT NUMERIC
043100                 MOVE "TRAILER TOTALS NOT NUMERIC"
043200                     TO WS-RFSD-REASON
043300                 MOVE "Y" TO WS-REFUSE-SW
043400             ELSE
043500                 MOVE AGC-TRL-CNT TO WS-TRL-CNT
043600                 MOVE AGC-TRL-AMT TO WS-TRL-AMT
043700             END-IF
043800         WHEN AGC-HEADER
043900             MOVE SPACES TO WS-RFSD-REASON
044000             STRING "SECOND HEADER AT REC " WS-REC-NO
044100                 DELIMITED BY SIZE INTO WS-RFSD-REASON
044200             MOVE "Y" TO WS-REFUSE-SW
044300         WHEN OTHER
044400             MOVE SPACES TO WS-RFSD-REASON
044500             STRING "BAD RECORD TYPE AT REC " WS-REC-NO
044600                 DELIMITED BY SIZE INTO WS-RFSD-REASON
044700             MOVE "Y" TO WS-REFUSE-SW
044800     END-EVALUATE.
044900 2510-EXIT.
045000     EXIT.
045100*
045200******************************************************************
045300*    2600 - THE TRAILER'S RECORD COUNT AND AMOUNT HASH MUST AGREE
045400*           WITH THE DETAIL RECORDS ACTUALLY ON THE FILE
045500******************************************************************
045600 2600-PROVE-TRAILER.
045700     IF NOT WS-TRL-SEEN
045800         MOVE "NO TRAILER RECORD" TO WS-RFSD-REASON
045900         MOVE "Y" TO WS-REFUSE-SW
046000         GO TO 2600-EXIT.
046100     IF WS-DTL-CNT = 0
046200         MOVE "NO DETAIL RECORDS" TO WS-RFSD-REASON
046300         MOVE "Y" TO WS-REFUSE-SW
046400         GO TO 2600-EXIT.
046500     IF WS-DTL-CNT > 99998
046600         MOVE "TOO MANY DETAIL RECORDS" TO WS-RFSD-REASON
046700         MOVE "Y" TO WS-REFUSE-SW
046800         GO TO 2600-EXIT.
046900     IF WS-TRL-CNT NOT = WS-DTL-CNT
047000         MOVE "TRAILER RECORD COUNT MISMATCH" TO WS-RFSD-REASON
047100         MOVE "Y" TO WS-REFUSE-SW
047200         GO TO 2600-EXIT.
047300     IF WS-TRL-AMT NOT = WS-DTL-AMT
047400         MOVE "TRAILER AMOUNT HASH MISMATCH" TO WS-RFSD-REASON
047500         MOVE "Y" TO WS-REFUSE-SW
047600         GO TO 2600-EXIT.
047700 2600-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100*    3000 - LOAD THE PROVED FILE.  THE AGENT'S REFERENCES ARE
048200*           RESERVED ON AGTPRMF BEFORE ANY ITEM IS WRITTEN, SO A
048300*           RUN THAT DIES PART WAY LEAVES A GAP, NEVER A REFERENCE
048400*           USED TWICE
048500******************************************************************
048600 3000-LOAD-FILE.
048700     MOVE AGP-NEXT-REF TO WS-NEXT-REF.
048800     IF WS-NEXT-REF = 0
048900         MOVE 1 TO WS-NEXT-REF.
049000     MOVE WS-NEXT-REF TO WS-FIRST-REF.
049100     COMPUTE WS-REF-WORK = WS-NEXT-REF + WS-DTL-CNT.
049200     IF WS-REF-WORK > 99999
049300         SUBTRACT 99999 FROM WS-REF-WORK.
049400     MOVE WS-REF-WORK TO AGP-NEXT-REF.
049500     REWRITE AGT-PARM-REC
049600         INVALID KEY
049700             CONTINUE
049800     END-REWRITE.
049900     IF NOT STS-OK
050000         DISPLAY "AGT0100 - AGTPRMF REWRITE FAILED, STATUS "
050100             FILE-STUS " - NOTHING LOADED"
050200         MOVE "AGTPRMF REWRITE FAILED" TO WS-RFSD-REASON
050300         MOVE "Y" TO WS-REFUSE-SW
050400         GO TO 3000-EXIT.
050500     MOVE SPACES TO RPT-LINE.
050600     WRITE RPT-LINE.
050700     MOVE SPACES TO RPT-LINE.
050800     STRING "REJECTED AT LOAD - REASON      ITEM   PAY-REFERENCE "
050900         "ACCOUNT            AMOUNT"
051000         DELIMITED BY SIZE INTO RPT-LINE.
051100     WRITE RPT-LINE.
051200     MOVE "N" TO WS-IN-EOF-SW.
051300     OPEN INPUT AGTINF.
051400     READ AGTINF
051500         AT END
051600             MOVE "Y" TO WS-IN-EOF-SW
051700     END-READ.
051800     PERFORM 3100-LOAD-ONE THRU 3100-EXIT
051900         UNTIL WS-IN-EOF.
052000     CLOSE AGTINF.
052100 3000-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500*    3100 - LOAD ONE DETAIL: NEXT REFERENCE, MAPPING EDITS, THEN
052600*           EITHER REJECT IT ON THE REGISTER OR QUEUE IT TO RCVINF
052700******************************************************************
052800 3100-LOAD-ONE.
052900     READ AGTINF
053000         AT END
053100             MOVE "Y" TO WS-IN-EOF-SW
053200     END-READ.
053300     IF WS-IN-EOF
053400         GO TO 3100-EXIT.
053500     IF NOT AGC-DETAIL
053600         GO TO 3100-EXIT.
053700     MOVE WS-NEXT-REF TO WS-LAST-REF.
053800     ADD 1 TO WS-NEXT-REF.
053900     IF WS-NEXT-REF > 99999
054000         MOVE 1 TO WS-NEXT-REF.
054100     MOVE SPACES       TO AGI-REC.
054200     MOVE WS-AGT-ID    TO AGI-AGT-ID.
054300     MOVE WS-LAST-REF  TO AGI-REF-NO.
054400     MOVE WS-FILE-DATE TO AGI-FILE-DATE.
054500     MOVE WS-FILE-SEQ  TO AGI-FILE-SEQ.
054600     MOVE BF-DATE      TO AGI-BF-DATE.
054700     MOVE AGC-PAY-REF  TO AGI-PAY-REF.
054800     MOVE AGC-PAY-POINT TO AGI-PAY-POINT.
054900     MOVE AGC-AMT      TO AGI-AMT.
055000     MOVE 0 TO AGI-ITEM-NO AGI-PAY-DATE AGI-ACCT-NO AGI-RSLT-DATE
055100         AGI-RCPT-NO AGI-POST-BRID AGI-POST-SEQ AGI-RTN-DATE.
055200     IF AGC-ITEM-NO NUMERIC
055300         MOVE AGC-ITEM-NO  TO AGI-ITEM-NO.
055400     IF AGC-PAY-DATE NUMERIC
055500         MOVE AGC-PAY-DATE TO AGI-PAY-DATE.
055600     IF AGC-ACCT-NO NUMERIC
055700         MOVE AGC-ACCT-NO  TO AGI-ACCT-NO.
055800     PERFORM 3200-EDIT-ITEM THRU 3200-EXIT.
055900     IF WS-ITEM-REASON = SPACES
056000         PERFORM 3300-QUEUE-ITEM THRU 3300-EXIT.
056100     IF WS-ITEM-REASON = SPACES
056200         MOVE "L" TO AGI-STUS
056300         ADD 1       TO WS-LOAD-CNT
056400         ADD AGC-AMT TO WS-LOAD-AMT
056500     ELSE
056600         MOVE "R"            TO AGI-STUS
056700         MOVE "M"            TO AGI-RSLT-SRC
056800         MOVE BF-DATE        TO AGI-RSLT-DATE
056900         MOVE WS-ITEM-REASON TO AGI-REASON
057000         ADD 1       TO WS-RJCT-CNT
057100         ADD AGC-AMT TO WS-RJCT-AMT
057200         PERFORM 3400-PRINT-REJECT THRU 3400-EXIT
057300     END-IF.
057400     PERFORM 3500-WRITE-REGISTER THRU 3500-EXIT.
057500 3100-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900*    3200 - MAPPING EDITS, FIRST FAILURE WINS.  WHETHER THE
058000*           ACCOUNT IS ON FILE AND OPEN IS LEFT TO EDT0100, AS FOR
058100*           ANY OTHER RECEIPT
058200******************************************************************
058300 3200-EDIT-ITEM.
058400     MOVE SPACES TO WS-ITEM-REASON.
058500     IF AGC-ITEM-NO NOT NUMERIC
058600         MOVE "ITEM NUMBER NOT NUMERIC" TO WS-ITEM-REASON
058700         GO TO 3200-EXIT.
058800     IF AGC-PAY-REF = SPACES
058900         MOVE "PAYMENT REFERENCE MISSING" TO WS-ITEM-REASON
059000         GO TO 3200-EXIT.
059100     IF AGC-ACCT-NO NOT NUMERIC OR AGC-ACCT-NO = 0
059200         MOVE "ACCOUNT NUMBER MISSING/INVALID" TO WS-ITEM-REASON
059300         GO TO 3200-EXIT.
059400     IF AGC-AMT = 0
059500         MOVE "AMOUNT IS ZERO" TO WS-ITEM-REASON
059600         GO TO 3200-EXIT.
059700     IF AGC-PAY-DATE NOT NUMERIC OR AGC-PAY-DATE = 0
059800         MOVE "PAYMENT DATE INVALID" TO WS-ITEM-REASON
059900         GO TO 3200-EXIT.
060000 3200-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    3300 - MAP THE PAYMENT TO AN RCV-REC UNDER THE AGENT TELLER
060500*           AND APPEND IT TO RCVINF
060600******************************************************************
060700 3300-QUEUE-ITEM.
060800     MOVE SPACES TO RCV-REC.
060900     INITIALIZE RCV-REC.
061000     MOVE AGP-TELER-ID TO RCV-TELER-ID.
061100     MOVE AGP-BRID     TO RCV-BRID.
061200     MOVE AGP-TMLID    TO RCV-TMLID.
061300     MOVE 0            TO RCV-LK-BRID.
061400     MOVE AGC-AMT      TO RCV-AMT.
061500     MOVE SPACE        TO RCV-TRAN-CD.
061600     MOVE AGC-ACCT-NO  TO RCV-ACCT-NO.
061700     MOVE "C"          TO RCV-INSTR-CD.
061800     MOVE WS-AGT-ID    TO RCV-AGT-ID.
061900     MOVE WS-LAST-REF  TO RCV-AGT-REF-NO.
062000     WRITE RCV-REC.
062100     IF NOT STS-OK
062200         DISPLAY "AGT0100 - RCVINF WRITE FAILED, STATUS "
062300             FILE-STUS " FOR ITEM " AGC-ITEM-NO
062400         MOVE "NOT QUEUED FOR POSTING" TO WS-ITEM-REASON
062500     END-IF.
062600 3300-EXIT.
062700     EXIT.
062800*
062900 3400-PRINT-REJECT.
063000     MOVE AGC-AMT TO WS-ITEM-AMT-ED.
063100     MOVE SPACES TO RPT-LINE.
063200     STRING WS-ITEM-REASON " " AGI-ITEM-NO " " AGC-PAY-REF " "
063300         AGI-ACCT-NO " " WS-ITEM-AMT-ED
063400         DELIMITED BY SIZE INTO RPT-LINE.
063500     WRITE RPT-LINE.
063600 3400-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000*    3500 - WRITE THE ITEM TO THE REGISTER.  A REFERENCE COMING
064100*           ROUND AGAIN AFTER 99999 REPLACES THE OLD ITEM
064200******************************************************************
064300 3500-WRITE-REGISTER.
064400     WRITE AGI-REC
064500         INVALID KEY
064600             REWRITE AGI-REC
064700                 INVALID KEY
064800                     CONTINUE
064900             END-REWRITE
065000     END-WRITE.
065100     IF NOT STS-OK
065200         ADD 1 TO WS-REG-FAIL-CNT
065300         DISPLAY "AGT0100 - REGISTER WRITE FAILED, STATUS "
065400             FILE-STUS " FOR ITEM " AGI-ITEM-NO " REF " AGI-REF-NO
065500     END-IF.
065600 3500-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000*    5000 - FINALIZE - LOG THE FILE ON AGTFILF (ACCEPTED OR
066100*           REFUSED), PRINT THE TOTALS AND CLOSE DOWN
066200******************************************************************
066300 5000-FINALIZE.
066400     IF WS-FILE-KNOWN
066500         PERFORM 5100-LOG-FILE THRU 5100-EXIT.
066600     MOVE SPACES TO RPT-LINE.
066700     WRITE RPT-LINE.
066800     IF WS-FILE-REFUSED
066900         MOVE SPACES TO RPT-LINE
067000         STRING "*** FILE REFUSED - " WS-RFSD-REASON
067100             " - NOTHING LOADED ***"
067200             DELIMITED BY SIZE INTO RPT-LINE
067300         WRITE RPT-LINE
067400     END-IF.
067500     MOVE SPACES TO RPT-LINE.
067600     MOVE WS-TRL-CNT TO WS-CNT-ED.
067700     MOVE WS-TRL-AMT TO WS-AMT-ED.
067800     STRING "TRAILER DECLARED    ITEMS " WS-CNT-ED
067900         "  AMOUNT " WS-AMT-ED
068000         DELIMITED BY SIZE INTO RPT-LINE.
068100     WRITE RPT-LINE.
068200     MOVE SPACES TO RPT-LINE.
068300     MOVE WS-DTL-CNT TO WS-CNT-ED.
068400     MOVE WS-DTL-AMT TO WS-AMT-ED.
068500     STRING "DETAILS ON FILE     ITEMS " WS-CNT-ED
068600         "  AMOUNT " WS-AMT-ED
068700         DELIMITED BY SIZE INTO RPT-LINE.
068800     WRITE RPT-LINE.
068900     MOVE SPACES TO RPT-LINE.
069000     MOVE WS-LOAD-CNT TO WS-CNT-ED.
069100     MOVE WS-LOAD-AMT TO WS-AMT-ED.
069200     STRING "QUEUED TO RCVINF    ITEMS " WS-CNT-ED
069300         "  AMOUNT " WS-AMT-ED
069400         DELIMITED BY SIZE INTO RPT-LINE.
069500     WRITE RPT-LINE.
069600     MOVE SPACES TO RPT-LINE.
069700     MOVE WS-RJCT-CNT TO WS-CNT-ED.
069800     MOVE WS-RJCT-AMT TO WS-AMT-ED.
069900     STRING "REJECTED AT LOAD    ITEMS " WS-CNT-ED
070000         "  AMOUNT " WS-AMT-ED
070100         DELIMITED BY SIZE INTO RPT-LINE.
070200     WRITE RPT-LINE.
070300     IF NOT WS-FILE-REFUSED
070400         MOVE SPACES TO RPT-LINE
070500         STRING "BUSINESS DATE " BF-DATE "  REGISTER REFS "
070600             WS-FIRST-REF " - " WS-LAST-REF
070700             DELIMITED BY SIZE INTO RPT-LINE
070800         WRITE RPT-LINE
070900     END-IF.
071000     IF WS-REG-FAIL-CNT > 0
071100         MOVE SPACES TO RPT-LINE
071200         MOVE WS-REG-FAIL-CNT TO WS-CNT-ED
071300         STRING "*** REGISTER WRITES FAILED " WS-CNT-ED
071400             " - SEE CONSOLE ***"
071500             DELIMITED BY SIZE INTO RPT-LINE
071600         WRITE RPT-LINE
071700     END-IF.
071800     CLOSE AGTPRMF SESSF AGTFILF AGTITMF RCVINF AGTLRPTF.
071900     IF WS-FILE-REFUSED
072000         DISPLAY "AGT0100 - FILE REFUSED: " WS-RFSD-REASON
072100     ELSE
072200         DISPLAY "AGT0100 - " WS-LOAD-CNT " ITEM(S) QUEUED, "
072300             WS-RJCT-CNT " REJECTED - RUN EDT0100 AND RCV0100"
072400     END-IF.
072500 5000-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900*    5100 - WRITE (OR REWRITE A REFUSED FILE'S) AGTFILF RECORD
073000******************************************************************
073100 5100-LOG-FILE.
073200     MOVE WS-AGT-ID     TO AGF-AGT-ID.
073300     MOVE WS-FILE-DATE  TO AGF-FILE-DATE.
073400     MOVE WS-FILE-SEQ   TO AGF-FILE-SEQ.
073500     IF WS-FILE-REFUSED
073600         MOVE "X" TO AGF-STUS
073700         MOVE WS-RFSD-REASON TO AGF-RFSD-REASON
073800         MOVE 0 TO AGF-FIRST-REF AGF-LAST-REF
073900     ELSE
074000         MOVE "A" TO AGF-STUS
074100         MOVE SPACES TO AGF-RFSD-REASON
074200         MOVE WS-FIRST-REF TO AGF-FIRST-REF
074300         MOVE WS-LAST-REF  TO AGF-LAST-REF
074400     END-IF.
074500     MOVE BF-DATE       TO AGF-BF-DATE.
074600     MOVE WS-SYS-DATE8  TO AGF-LOAD-DATE.
074700     ACCEPT AGF-LOAD-TIME FROM TIME.
074800     MOVE TELER-ID      TO AGF-TELER-ID.
074900     MOVE WS-TRL-CNT    TO AGF-DECL-CNT.
075000     MOVE WS-TRL-AMT    TO AGF-DECL-AMT.
075100     MOVE WS-LOAD-CNT   TO AGF-LOAD-CNT.
075200     MOVE WS-LOAD-AMT   TO AGF-LOAD-AMT.
075300     MOVE WS-RJCT-CNT   TO AGF-RJCT-CNT.
075400     MOVE WS-RJCT-AMT   TO AGF-RJCT-AMT.
075500     IF WS-FIL-FOUND
075600         REWRITE AGF-REC
075700             INVALID KEY
075800                 CONTINUE
075900         END-REWRITE
076000     ELSE
076100         WRITE AGF-REC
076200             INVALID KEY
076300                 CONTINUE
076400         END-WRITE
076500     END-IF.
076600     IF NOT STS-OK
076700         DISPLAY "AGT0100 - AGENT FILE LOG WRITE FAILED, STATUS "
076800             FILE-STUS
076900     END-IF.
077000 5100-EXIT.
077100     EXIT.
077200*
077300 COPY AUTHENT.
