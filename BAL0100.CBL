001000*    CROSS-FOOTS THE WHOLE DAY END TO END FOR A BF-DATE, SO A
001100*    MISSING ITEM IS FOUND THE SAME NIGHT INSTEAD OF WHEN HEAD
001200*    OFFICE CALLS.  RUN AFTER GLX0100 AND BEFORE EOD0100 CYCLES
001300*    POSTF AWAY.  FIVE LEGS, EACH PRINTED WITH BOTH SIDES AND
001400*    THE DIFFERENCE WHEN IT IS OUT:
001500*      1  RCVINF LINES KEYED = RCVF CLEAN + RCVERRF REJECTS
001600*         (THE EDT0100 SPLIT LOST OR INVENTED NOTHING)
001658*      2  RCVF ITEMS = POSTF RECORDS + ITEMS HELD FOR REPAIR
001716*         + OTHER REJECTS (EVERY CLEAN ITEM EITHER POSTED, WAS
001774*         HELD, OR WAS TALLIED OUT BY RCV0100 - THE HELD AND
001832*         OTHER FIGURES ARE SPLIT FROM THE PROOFF REJECT TALLY
001890*         BY PRF-HELD-CNT; POSTF CARRIES BOTH ORDINARY
001920*         RECEIPTS AND REVERSAL OFFSETS; SERVICE-FEE POSTINGS
001950*         AND THEIR OFFSETS RIDE BEHIND AN ITEM, ARE NOT ITEMS
002000*         OF THEIR OWN, AND ARE LISTED APART)
002062*      2H HELD ITEMS TALLIED ON PROOFF = RECORDS ON THE HELD-
002074*         ITEM QUEUE HLDF (HLDITM.CPY) FOR THE DATE, WHATEVER
002086*         HLD0100 HAS SINCE DONE WITH THEM
002100*      3  SUM OF PRF-PSTD-AMT ON PROOFF = SUM OF PST-AMT ON
002200*         POSTF FOR ORDINARY RECEIPTS (PST-RETURN-CD "00")
002300*      4  POSTF BRANCH COUNTS/AMOUNTS = THE GLCTLF CONTROL
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    2026-09-02 OPS   ORIGINAL
003033*    2026-10-05 OPS   RCVINF/RCVF RECORDS NOW 120 BYTES (CHEQUE
003066*                     DETAILS ON RCV-REC)
003074*    2026-10-06 OPS   SERVICE-FEE POSTINGS (PST-FEE-ITEM) KEPT
003082*                     OUT OF THE LEG 2 ITEM COUNT AND PRINTED
003090*                     UNDER THE LEGS; THEY STAY IN LEG 4
003092*    2026-10-11 OPS   LEG 2 SPLITS OUT THE ITEMS HELD FOR REPAIR
003094*                     (PRF-HELD-CNT); NEW LEG 2H PROVES THEM TO
003096*                     THE HELD-ITEM QUEUE HLDF
003097*    2026-10-12 OPS   OPERATOR ID TAKEN AT ENTRY AND CHECKED
003098*                     THROUGH AUTHCHK AGAINST THE AUTHORIZATION
003099*                     MATRIX BEFORE ANYTHING ELSE IS DONE
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005400     SELECT GLCTLF ASSIGN TO "GLCTLF"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FILE-STUS.
005616     SELECT HLDF ASSIGN TO "HLDF"
005632         ORGANIZATION IS INDEXED
005648         ACCESS MODE IS DYNAMIC
005664         RECORD KEY IS HLD-KEY
005680         FILE STATUS IS FILE-STUS.
005700     SELECT BALRPTF ASSIGN TO "BALRPTF"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RPT-FILE-STUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RCVINF
006300     RECORD CONTAINS 120 CHARACTERS.
006400 01  BAL-IN-REC              PIC X(120).
006500 FD  RCVF
006600     RECORD CONTAINS 120 CHARACTERS.
006700 01  BAL-RCV-REC             PIC X(120).
006800 FD  RCVERRF.
006900 COPY RCVERR.
007000 FD  POSTF.
007700     05  GLC-BRID            PIC 9(03).
007800     05  GLC-CNT             PIC 9(07).
007900     05  GLC-AMT             PIC 9(11)V99.
007933 FD  HLDF.
007966 COPY HLDITM.
008000 FD  BALRPTF
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  RPT-LINE                PIC X(80).
008300 WORKING-STORAGE SECTION.
008400 COPY FLAG.
008450 COPY AUTHCHKW.
008500 01  RPT-FILE-STUS           PIC X(02) VALUE SPACES.
008600 01  WS-EOF-SW               PIC X(01) VALUE "N".
008700     88  WS-EOF              VALUE "Y".
009100 01  WS-RCV-CNT              PIC 9(07) COMP VALUE 0.
009200 01  WS-ERR-CNT              PIC 9(07) COMP VALUE 0.
009300 01  WS-PST-CNT              PIC 9(07) COMP VALUE 0.
009350 01  WS-FEE-CNT              PIC 9(07) COMP VALUE 0.
009400 01  WS-PST-00-AMT           PIC 9(13)V99 COMP-3 VALUE 0.
009500 01  WS-PRF-RJCT-CNT         PIC 9(07) COMP VALUE 0.
009533 01  WS-PRF-HELD-CNT         PIC 9(07) COMP VALUE 0.
009566 01  WS-HLD-CNT              PIC 9(07) COMP VALUE 0.
009600 01  WS-PRF-PSTD-AMT         PIC 9(13)V99 COMP-3 VALUE 0.
009700 01  WS-OUT-CNT              PIC 9(03) COMP VALUE 0.
009800 01  WS-SIDE-A               PIC S9(13)V99 COMP-3 VALUE 0.
012300         PERFORM 2000-COUNT-INPUT-FILES THRU 2000-EXIT
012400         PERFORM 2200-SUM-POSTINGS THRU 2200-EXIT
012500         PERFORM 2400-SUM-PROOFS THRU 2400-EXIT
012550         PERFORM 2600-COUNT-HELD THRU 2600-EXIT
012600         PERFORM 3000-PROVE-LEGS THRU 3000-EXIT
012700         PERFORM 3500-PROVE-CONTROLS THRU 3500-EXIT.
012800     PERFORM 4000-FINALIZE THRU 4000-EXIT.
013200*    1000 - INITIALIZE - BUSINESS DATE, FILES, REPORT HEADING
013300******************************************************************
013400 1000-INITIALIZE.
013409     DISPLAY "OPERATOR  : ".
013418     ACCEPT TELER-ID.
013427     MOVE SPACES TO TELER-TMLID.
013436     MOVE 0   TO BRID.
013445     MOVE "BAL0100" TO ATH-PGM-ID.
013454     MOVE "R"       TO ATH-FUNC-CD.
013463     PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT.
013472     IF NOT ATH-PERMITTED
013481         MOVE "Y" TO WS-ABORT-SW
013490         GO TO 1000-EXIT.
013500     DISPLAY "BUS DATE  : ".
013600     ACCEPT BF-DATE.
013700     IF BF-DATE = 0
025400     END-READ.
025500     IF WS-EOF
025600         GO TO 2210-EXIT.
025633     IF PST-FEE-ITEM
025666         ADD 1 TO WS-FEE-CNT
025699     ELSE
025732         ADD 1 TO WS-PST-CNT
025765     END-IF.
025800     IF PST-RETURN-CD = "00"
025900         ADD PST-AMT TO WS-PST-00-AMT
026000     END-IF.
032300         MOVE "Y" TO WS-EOF-SW
032400         GO TO 2410-EXIT.
032500     ADD PRF-RJCT-CNT TO WS-PRF-RJCT-CNT.
032550     ADD PRF-HELD-CNT TO WS-PRF-HELD-CNT.
032600     ADD PRF-PSTD-AMT TO WS-PRF-PSTD-AMT.
032700 2410-EXIT.
032800     EXIT.
032900*
032902******************************************************************
032904*    2600 - COUNT THE DATE'S RECORDS ON THE HELD-ITEM QUEUE.  NO
032906*           HLDF MEANS NOTHING HAS EVER BEEN HELD - ZERO
032908******************************************************************
032910 2600-COUNT-HELD.
032912     MOVE "N" TO WS-EOF-SW.
032914     OPEN INPUT HLDF.
032916     IF NOT STS-OK
032918         DISPLAY "BAL0100 - HLDF NOT OPENED, STATUS " FILE-STUS
032920             " (NO HELD ITEMS ASSUMED)"
032922         GO TO 2600-EXIT.
032924     MOVE BF-DATE TO HLD-BF-DATE.
032926     MOVE 0       TO HLD-BRID.
032928     MOVE 0       TO HLD-SEQ.
032930     START HLDF KEY NOT < HLD-KEY
032932         INVALID KEY
032934             MOVE "Y" TO WS-EOF-SW
032936     END-START.
032938     PERFORM 2610-COUNT-ONE-HELD THRU 2610-EXIT
032940         UNTIL WS-EOF.
032942     CLOSE HLDF.
032944 2600-EXIT.
032946     EXIT.
032948*
032950 2610-COUNT-ONE-HELD.
032952     READ HLDF NEXT
032954         AT END MOVE "Y" TO WS-EOF-SW
032956     END-READ.
032958     IF WS-EOF
032960         GO TO 2610-EXIT.
032962     IF HLD-BF-DATE NOT = BF-DATE
032964         MOVE "Y" TO WS-EOF-SW
032966         GO TO 2610-EXIT.
032968     ADD 1 TO WS-HLD-CNT.
032970 2610-EXIT.
032972     EXIT.
032974*
033000******************************************************************
033100*    3000 - PROVE LEGS 1 THRU 3
033200******************************************************************
033500     MOVE WS-IN-CNT TO WS-SIDE-A.
033600     COMPUTE WS-SIDE-B = WS-RCV-CNT + WS-ERR-CNT.
033700     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
033800     MOVE "2 CLEAN = POSTED+HELD+OTHER  " TO WS-LEG-NAME.
033900     MOVE WS-RCV-CNT TO WS-SIDE-A.
033966     COMPUTE WS-SIDE-B = WS-PST-CNT + WS-PRF-HELD-CNT
034032         + (WS-PRF-RJCT-CNT - WS-PRF-HELD-CNT).
034100     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
034120     MOVE "2H HELD TALLY = HELD FILE    " TO WS-LEG-NAME.
034140     MOVE WS-PRF-HELD-CNT TO WS-SIDE-A.
034160     MOVE WS-HLD-CNT      TO WS-SIDE-B.
034180     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
034200     MOVE "3 PROOF AMT = POSTED AMT     " TO WS-LEG-NAME.
034300     MOVE WS-PRF-PSTD-AMT TO WS-SIDE-A.
034400     MOVE WS-PST-00-AMT   TO WS-SIDE-B.
047900     STRING "LEGS OUT OF BALANCE " WS-CNT-ED
048000         DELIMITED BY SIZE INTO RPT-LINE.
048100     WRITE RPT-LINE.
048116     MOVE SPACES TO RPT-LINE.
048132     MOVE WS-FEE-CNT TO WS-CNT-ED.
048148     STRING "SERVICE-FEE POSTINGS OUTSIDE LEG 2 " WS-CNT-ED
048164         DELIMITED BY SIZE INTO RPT-LINE.
048180     WRITE RPT-LINE.
048182     MOVE SPACES TO RPT-LINE.
048184     MOVE WS-PRF-HELD-CNT TO WS-CNT-ED.
048186     MOVE WS-HLD-CNT      TO WS-CNT-ED2.
048188     STRING "ITEMS HELD FOR REPAIR (LEG 2)      " WS-CNT-ED
048190         "  ON HLDF " WS-CNT-ED2
048192         DELIMITED BY SIZE INTO RPT-LINE.
048194     WRITE RPT-LINE.
048200     CLOSE POSTF PROOFF BALRPTF.
048300     IF WS-OUT-CNT = 0
048400         DISPLAY "BAL0100 - DAY IN BALANCE END TO END"
048900     END-IF.
049000 4000-EXIT.
049100     EXIT.
049101*
049102 COPY AUTHENT.
