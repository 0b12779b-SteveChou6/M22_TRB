000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUTHCHK.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  BRANCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700******************************************************************
000800*    AUTHCHK - FUNCTION AUTHORIZATION CHECK
000900*
001000*    CALLED BY EVERY ON-LINE AND BATCH PROGRAM AT ENTRY, BEFORE
001100*    IT DOES ANYTHING ELSE, AND AGAIN BEFORE EACH FUNCTION WITHIN
001200*    IT, SO WHO MAY DO WHAT IS DECIDED IN ONE PLACE - THE
001300*    AUTHORIZATION MATRIX AUTHMXF (AUTHMX.CPY) - INSTEAD OF EACH
001400*    PROGRAM ASKING FOR ANY SUP1.  THE CALLER PASSES:
001500*      LS-REQUEST-CD "A"  CHECK LS-CHK-ID FOR FUNCTION
001600*                         LS-FUNC-CD (A C D I R F) OF PROGRAM
001700*                         LS-PGM-ID
001800*      LS-BRID/LS-TMLID   WHERE THE ATTEMPT WAS MADE - ONLY
001900*                         CARRIED ONTO THE VIOLATION RECORD
002000*    THE ID MUST BE ON TLRMSTF AND ACTIVE.  A USER ENTRY ("U")
002100*    FOR THE ID AND PROGRAM DECIDES IF THERE IS ONE; OTHERWISE
002200*    THE ROLE ENTRY ("R") FOR THE ID'S TLR-ROLE DOES.  ONLY LIVE
002300*    (APPROVED) ENTRIES COUNT.  NO ENTRY MEANS NO ACCESS.
002400*    LS-RETURN-STUS:
002500*      "00" PERMITTED            "01" NOT ON TLRMSTF
002600*      "02" NOT ACTIVE           "03" NO MATRIX ENTRY
002700*      "04" FUNCTION NOT GRANTED "07" MATRIX NOT YET LOADED
002800*      "08" PERMITTED FOR TAKE-ON (SEE BELOW)
002900*      "09" TELLER MASTER OR MATRIX FILE UNAVAILABLE
003000*    EVERY REFUSAL IS WRITTEN TO SECVIOLF (SECVIOL.CPY) HERE, SO
003100*    NO CALLER CAN FORGET TO LOG ONE; SEC0100 REPORTS THEM DAILY.
003200*
003300*    TAKE-ON: WHILE THE MATRIX HOLDS NO LIVE ENTRY AT ALL (NEW
003400*    FILE, OR NOT YET CREATED) NOBODY COULD BE GRANTED ANYTHING,
003500*    NOT EVEN THE RIGHT TO LOAD THE MATRIX.  IN THAT STATE ONLY
003600*    AUT0100 AND TLR0100 ARE LET THROUGH, WITH "08", SO THE FIRST
003700*    TELLERS AND THE FIRST ENTRIES CAN BE SET UP; EVERY OTHER
003800*    PROGRAM IS REFUSED WITH "07".  THE FIRST APPROVED ENTRY ENDS
003900*    TAKE-ON, SO AUT0100'S OWN ENTRIES SHOULD BE APPROVED FIRST.
004000*
004100*    THE FILES ARE OPENED AND CLOSED ON EVERY CALL, SO A MATRIX
004200*    CHANGE APPROVED ON AUT0100 IS IN FORCE FOR THE VERY NEXT
004300*    CHECK AND NO CALLER HAS A CLOSE REQUEST TO REMEMBER.
004400*
004500*    MODIFICATION HISTORY
004600*    DATE       INIT  DESCRIPTION
004700*    2026-10-12 OPS   ORIGINAL
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT TLRMSTF ASSIGN TO "TLRMSTF"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS TLR-TELER-ID
005600         FILE STATUS IS WS-TLRF-STUS.
005700     SELECT AUTHMXF ASSIGN TO "AUTHMXF"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AUM-KEY
006100         FILE STATUS IS WS-AUMF-STUS.
006200     SELECT SECVIOLF ASSIGN TO "SECVIOLF"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SVLF-STUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  TLRMSTF.
006800 COPY TLRMST.
006900 FD  AUTHMXF.
007000 COPY AUTHMX.
007100 FD  SECVIOLF.
007200 COPY SECVIOL.
007300 WORKING-STORAGE SECTION.
007400 01  WS-TLRF-STUS            PIC X(02) VALUE SPACES.
007500     88  WS-TLRF-OK          VALUE "00", "02".
007600 01  WS-AUMF-STUS            PIC X(02) VALUE SPACES.
007700     88  WS-AUMF-OK          VALUE "00", "02".
007800 01  WS-SVLF-STUS            PIC X(02) VALUE SPACES.
007900 01  WS-SWITCHES.
008000     05  WS-TLRF-OPEN-SW     PIC X(01) VALUE "N".
008100         88  WS-TLRF-OPEN    VALUE "Y".
008200     05  WS-AUMF-OPEN-SW     PIC X(01) VALUE "N".
008300         88  WS-AUMF-OPEN    VALUE "Y".
008400     05  WS-TAKE-ON-SW       PIC X(01) VALUE "N".
008500         88  WS-TAKE-ON      VALUE "Y".
008600     05  WS-SCAN-END-SW      PIC X(01) VALUE "N".
008700         88  WS-SCAN-END     VALUE "Y".
008800     05  WS-ENTRY-FOUND-SW   PIC X(01) VALUE "N".
008900         88  WS-ENTRY-FOUND  VALUE "Y".
009000 01  WS-CHK-ROLE             PIC X(01) VALUE SPACE.
009100 01  WS-FN-SUB               PIC 9(01) VALUE 0.
009200 LINKAGE SECTION.
009300 01  LS-REQUEST-CD           PIC X(01).
009400     88  LS-REQ-CHECK        VALUE "A", "a".
009500 01  LS-CHK-ID               PIC X(09).
009600 01  LS-BRID                 PIC 9(03).
009700 01  LS-TMLID                PIC X(02).
009800 01  LS-PGM-ID               PIC X(08).
009900 01  LS-FUNC-CD              PIC X(01).
010000 01  LS-RETURN-STUS          PIC X(02).
010100     88  LS-PERMITTED        VALUE "00", "08".
010200 PROCEDURE DIVISION USING LS-REQUEST-CD
010300                           LS-CHK-ID
010400                           LS-BRID
010500                           LS-TMLID
010600                           LS-PGM-ID
010700                           LS-FUNC-CD
010800                           LS-RETURN-STUS.
010900*
011000 0000-MAINLINE.
011100     MOVE "00" TO LS-RETURN-STUS.
011200     MOVE SPACE TO WS-CHK-ROLE.
011300     IF NOT LS-REQ-CHECK
011400         MOVE "04" TO LS-RETURN-STUS
011500         GO TO 0000-EXIT.
011600     PERFORM 1000-OPEN-MATRIX THRU 1000-EXIT.
011700     IF LS-RETURN-STUS NOT = "00"
011800         GO TO 0900-DONE.
011900     IF WS-TAKE-ON
012000         IF LS-PGM-ID = "AUT0100" OR LS-PGM-ID = "TLR0100"
012100             MOVE "08" TO LS-RETURN-STUS
012200         ELSE
012300             MOVE "07" TO LS-RETURN-STUS
012400         END-IF
012500         GO TO 0900-DONE.
012600     PERFORM 2000-READ-TELLER THRU 2000-EXIT.
012700     IF LS-RETURN-STUS NOT = "00"
012800         GO TO 0900-DONE.
012900     PERFORM 3000-FIND-ENTRY THRU 3000-EXIT.
013000     IF LS-RETURN-STUS NOT = "00"
013100         GO TO 0900-DONE.
013200     PERFORM 3100-TEST-FUNCTION THRU 3100-EXIT.
013300 0900-DONE.
013400     IF NOT LS-PERMITTED
013500         PERFORM 4000-LOG-VIOLATION THRU 4000-EXIT.
013600     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
013700 0000-EXIT.
013800     EXIT PROGRAM.
013900*
014000******************************************************************
014100*    1000 - OPEN THE MATRIX AND SEE WHETHER IT HOLDS ANY LIVE
014200*           ENTRY.  A MATRIX THAT HAS NEVER BEEN CREATED IS THE
014300*           TAKE-ON STATE, NOT A FAILURE; ANY OTHER OPEN ERROR
014400*           IS "09" AND REFUSES EVERYTHING
014500******************************************************************
014600 1000-OPEN-MATRIX.
014700     MOVE "N" TO WS-TAKE-ON-SW.
014800     OPEN INPUT AUTHMXF.
014900     IF WS-AUMF-STUS = "35"
015000         MOVE "Y" TO WS-TAKE-ON-SW
015100         GO TO 1000-EXIT.
015200     IF NOT WS-AUMF-OK
015300         MOVE "09" TO LS-RETURN-STUS
015400         GO TO 1000-EXIT.
015500     MOVE "Y" TO WS-AUMF-OPEN-SW.
015600     MOVE "Y" TO WS-TAKE-ON-SW.
015700     MOVE "N" TO WS-SCAN-END-SW.
015800     MOVE LOW-VALUES TO AUM-KEY.
015900     START AUTHMXF KEY NOT < AUM-KEY
016000         INVALID KEY
016100             MOVE "Y" TO WS-SCAN-END-SW
016200     END-START.
016300     PERFORM 1100-SCAN-FOR-LIVE THRU 1100-EXIT
016400         UNTIL WS-SCAN-END OR NOT WS-TAKE-ON.
016500 1000-EXIT.
016600     EXIT.
016700*
016800 1100-SCAN-FOR-LIVE.
016900     READ AUTHMXF NEXT
017000         AT END
017100             MOVE "Y" TO WS-SCAN-END-SW
017200             GO TO 1100-EXIT
017300     END-READ.
017400     IF NOT WS-AUMF-OK
017500         MOVE "Y" TO WS-SCAN-END-SW
017600         GO TO 1100-EXIT.
017700     IF AUM-LIVE
017800         MOVE "N" TO WS-TAKE-ON-SW.
017900 1100-EXIT.
018000     EXIT.
018100*
018200******************************************************************
018300*    2000 - THE ID MUST BE ON THE TELLER MASTER AND ACTIVE; ITS
018400*           TLR-ROLE PICKS THE ROLE ENTRY
018500******************************************************************
018600 2000-READ-TELLER.
018700     OPEN INPUT TLRMSTF.
018800     IF NOT WS-TLRF-OK
018900         MOVE "09" TO LS-RETURN-STUS
019000         GO TO 2000-EXIT.
019100     MOVE "Y" TO WS-TLRF-OPEN-SW.
019200     MOVE LS-CHK-ID TO TLR-TELER-ID.
019300     READ TLRMSTF
019400         KEY IS TLR-TELER-ID
019500         INVALID KEY
019600             MOVE "01" TO LS-RETURN-STUS
019700     END-READ.
019800     IF LS-RETURN-STUS NOT = "00"
019900         GO TO 2000-EXIT.
020000     IF NOT WS-TLRF-OK
020100         MOVE "09" TO LS-RETURN-STUS
020200         GO TO 2000-EXIT.
020300     MOVE TLR-ROLE TO WS-CHK-ROLE.
020400     IF NOT TLR-ACTIVE
020500         MOVE "02" TO LS-RETURN-STUS.
020600 2000-EXIT.
020700     EXIT.
020800*
020900******************************************************************
021000*    3000 - FIND THE LIVE ENTRY THAT DECIDES - THE USER ENTRY FOR
021100*           THIS TELER-ID AND PROGRAM IF THERE IS ONE, ELSE THE
021200*           ROLE ENTRY.  A NEW ENTRY NOT YET APPROVED DOES NOT
021300*           COUNT
021400******************************************************************
021500 3000-FIND-ENTRY.
021600     MOVE "N" TO WS-ENTRY-FOUND-SW.
021700     MOVE "U"       TO AUM-KEY-TYPE.
021800     MOVE LS-CHK-ID TO AUM-KEY-ID.
021900     MOVE LS-PGM-ID TO AUM-PGM-ID.
022000     PERFORM 3050-READ-ENTRY THRU 3050-EXIT.
022100     IF WS-ENTRY-FOUND OR LS-RETURN-STUS NOT = "00"
022200         GO TO 3000-EXIT.
022300     MOVE "R"         TO AUM-KEY-TYPE.
022400     MOVE SPACES      TO AUM-KEY-ID.
022500     MOVE WS-CHK-ROLE TO AUM-KEY-ID (1:1).
022600     MOVE LS-PGM-ID   TO AUM-PGM-ID.
022700     PERFORM 3050-READ-ENTRY THRU 3050-EXIT.
022800     IF NOT WS-ENTRY-FOUND AND LS-RETURN-STUS = "00"
022900         MOVE "03" TO LS-RETURN-STUS.
023000 3000-EXIT.
023100     EXIT.
023200*
023300 3050-READ-ENTRY.
023400     READ AUTHMXF
023500         KEY IS AUM-KEY
023600         INVALID KEY
023700             GO TO 3050-EXIT
023800     END-READ.
023900     IF NOT WS-AUMF-OK
024000         MOVE "09" TO LS-RETURN-STUS
024100         GO TO 3050-EXIT.
024200     IF AUM-LIVE
024300         MOVE "Y" TO WS-ENTRY-FOUND-SW.
024400 3050-EXIT.
024500     EXIT.
024600*
024700******************************************************************
024800*    3100 - IS THE FUNCTION GRANTED ON THE ENTRY FOUND
024900******************************************************************
025000 3100-TEST-FUNCTION.
025100     EVALUATE LS-FUNC-CD
025200         WHEN "A" WHEN "a"  MOVE 1 TO WS-FN-SUB
025300         WHEN "C" WHEN "c"  MOVE 2 TO WS-FN-SUB
025400         WHEN "D" WHEN "d"  MOVE 3 TO WS-FN-SUB
025500         WHEN "I" WHEN "i"  MOVE 4 TO WS-FN-SUB
025600         WHEN "R" WHEN "r"  MOVE 5 TO WS-FN-SUB
025700         WHEN "F" WHEN "f"  MOVE 6 TO WS-FN-SUB
025800         WHEN OTHER
025900             MOVE "04" TO LS-RETURN-STUS
026000             GO TO 3100-EXIT
026100     END-EVALUATE.
026200     IF AUM-FN (WS-FN-SUB) NOT = "Y"
026300         MOVE "04" TO LS-RETURN-STUS.
026400 3100-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800*    4000 - LOG THE REFUSAL TO SECVIOLF (CREATED THE FIRST TIME
026900*           IT IS MISSING).  A FAILED LOG WRITE DOES NOT TURN THE
027000*           REFUSAL INTO A PERMISSION
027100******************************************************************
027200 4000-LOG-VIOLATION.
027300     OPEN EXTEND SECVIOLF.
027400     IF WS-SVLF-STUS = "35"
027500         OPEN OUTPUT SECVIOLF
027600         CLOSE SECVIOLF
027700         OPEN EXTEND SECVIOLF
027800     END-IF.
027900     IF WS-SVLF-STUS NOT = "00"
028000         DISPLAY "AUTHCHK - SECURITY VIOLATION FILE UNAVAILABLE, "
028100             "STATUS " WS-SVLF-STUS
028200         GO TO 4000-EXIT.
028300     MOVE SPACES         TO SVL-REC.
028400     ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD.
028500     ACCEPT SVL-LOG-TIME FROM TIME.
028600     MOVE LS-CHK-ID      TO SVL-CHK-ID.
028700     MOVE WS-CHK-ROLE    TO SVL-ROLE.
028800     MOVE LS-BRID        TO SVL-BRID.
028900     MOVE LS-TMLID       TO SVL-TMLID.
029000     MOVE LS-PGM-ID      TO SVL-PGM-ID.
029100     MOVE LS-FUNC-CD     TO SVL-FUNC-CD.
029200     MOVE LS-RETURN-STUS TO SVL-REASON-CD.
029300     WRITE SVL-REC.
029400     IF WS-SVLF-STUS NOT = "00"
029500         DISPLAY "AUTHCHK - SECURITY VIOLATION WRITE FAILED, "
029600             "STATUS " WS-SVLF-STUS
029700     END-IF.
029800     CLOSE SECVIOLF.
029900 4000-EXIT.
030000     EXIT.
030100*
030200 5000-CLOSE-FILES.
030300     IF WS-AUMF-OPEN
030400         CLOSE AUTHMXF
030500         MOVE "N" TO WS-AUMF-OPEN-SW
030600     END-IF.
030700     IF WS-TLRF-OPEN
030800         CLOSE TLRMSTF
030900         MOVE "N" TO WS-TLRF-OPEN-SW
031000     END-IF.
031100 5000-EXIT.
031200     EXIT.
