000800*    DATECTL - BUSINESS-DATE CLOSE CONTROL READER/STAMPER
000900*
001000*    CALLED FROM EVERY NIGHTLY STEP (DCL0100, STL0100, GLX0100,
001100*    GLA0100, LCR0100, EOD0100) TO READ AND STAMP THE DATE-CLOSE
001200*    STATUS RECORD (DCLOSE.CPY) FOR A BF-DATE, SO THE STEP-
001300*    SEQUENCE RULES LIVE IN ONE PLACE.  THE CALLER PASSES:
001400*      LS-REQUEST-CD "Q"  RETURN THE SIX STEP STATUS BYTES FOR
001500*                         LS-BF-DATE IN LS-STEP-STATS, IN ORDER
001600*                         RCV/STL/GLX/GLA/EOD/LCR ("C" = COMPLETE,
001700*                         SPACE = NOT RUN; ALL SPACES WHEN THE
001800*                         DATE HAS NO RECORD YET)
001900*      LS-REQUEST-CD "M"  STAMP THE STEP NAMED BY LS-STEP-CD
002000*                         ("R"/"S"/"X"/"A"/"E"/"L") COMPLETE
002100*                         WITH THE SYSTEM DATE/TIME, CREATING THE
002200*                         DATE'S RECORD THE FIRST TIME
002300*      LS-REQUEST-CD "C"  CLOSE THE CONTROL FILE AT END OF RUN
002400*    LS-RETURN-STUS: "00" DONE, "05" UNKNOWN STEP CODE,
002500*    "09" CONTROL FILE UNAVAILABLE.
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    2026-09-02 OPS   ORIGINAL - NIGHTLY STEP-SEQUENCE CONTROL
002925*    2026-10-07 OPS   SIXTH STEP "L" - THE LARGE-CASH COMPLIANCE
002950*                     REPORT (LCR0100); LS-STEP-STATS GROWS TO
002975*                     SIX BYTES
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006100     88  LS-STEP-GLX         VALUE "X", "x".
006200     88  LS-STEP-GLA         VALUE "A", "a".
006300     88  LS-STEP-EOD         VALUE "E", "e".
006350     88  LS-STEP-LCR         VALUE "L", "l".
006400 01  LS-STEP-STATS.
006500     05  LS-RCV-STUS         PIC X(01).
006600     05  LS-STL-STUS         PIC X(01).
006700     05  LS-GLX-STUS         PIC X(01).
006800     05  LS-GLA-STUS         PIC X(01).
006900     05  LS-EOD-STUS         PIC X(01).
006950     05  LS-LCR-STUS         PIC X(01).
007000 01  LS-RETURN-STUS          PIC X(02).
007100 PROCEDURE DIVISION USING LS-REQUEST-CD
007200                           LS-BF-DATE
008900         MOVE DCL-GLX-STUS TO LS-GLX-STUS
009000         MOVE DCL-GLA-STUS TO LS-GLA-STUS
009100         MOVE DCL-EOD-STUS TO LS-EOD-STUS
009150         MOVE DCL-LCR-STUS TO LS-LCR-STUS
009200         GO TO 0000-EXIT.
009300     IF LS-REQ-MARK
009400         PERFORM 2000-STAMP-STEP THRU 2000-EXIT
013800                   DCL-GLX-DATE DCL-GLX-TIME
013900                   DCL-GLA-DATE DCL-GLA-TIME
014000                   DCL-EOD-DATE DCL-EOD-TIME
014050                   DCL-LCR-DATE DCL-LCR-TIME
014100     END-IF.
014200 1100-EXIT.
014300     EXIT.
016900             MOVE "C"           TO DCL-EOD-STUS
017000             MOVE WS-STAMP-DATE TO DCL-EOD-DATE
017100             MOVE WS-STAMP-TIME TO DCL-EOD-TIME
017120         WHEN LS-STEP-LCR
017140             MOVE "C"           TO DCL-LCR-STUS
017160             MOVE WS-STAMP-DATE TO DCL-LCR-DATE
017180             MOVE WS-STAMP-TIME TO DCL-LCR-TIME
017200         WHEN OTHER
017300             MOVE "05" TO LS-RETURN-STUS
017400             GO TO 2000-EXIT
