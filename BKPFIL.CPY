      ******************************************************************
      *  BKPFIL.CPY
      *  FILES TAKEN BY THE START-OF-DAY BACKUP (BKP0100) AND RESTORED
      *  BY RCY0100, IN BACKUP ORDER.  BKF-JOURNALED MARKS THE FILES
      *  WHOSE UPDATES ARE ON THE FORWARD-RECOVERY JOURNAL FWDJNLF
      *  (FWDJNL.CPY) AND CAN BE ROLLED FORWARD; THE MASTERS ARE
      *  RESTORED AS AT THE GENERATION ONLY (THEIR MAINTENANCE SINCE
      *  IS ON THE CHANGE JOURNAL - JNL0100).
      *  THE CONTROL TOTAL CARRIED FOR EACH FILE IS:
      *    POSTF    SUM OF PST-AMT
      *    RCPNUMF  SUM OF RCP-NEXT-NO
      *    DRAWERF  SUM OF DRW-RCPT-AMT
      *    ACCTF    SUM OF ACT-CUR-BAL
      *    OTHERS   NONE - RECORD COUNT ONLY
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT051  ORIGINAL - START-OF-DAY BACKUP GENERATIONS
      ******************************************************************
       01  BKF-TABLE-VALUES.
           05  FILLER  PIC X(09) VALUE "POSTF   J".
           05  FILLER  PIC X(09) VALUE "RCPNUMF J".
           05  FILLER  PIC X(09) VALUE "DRAWERF J".
           05  FILLER  PIC X(09) VALUE "ACCTF   N".
           05  FILLER  PIC X(09) VALUE "BRPARMF N".
           05  FILLER  PIC X(09) VALUE "TERMPRFFN".
           05  FILLER  PIC X(09) VALUE "CALDAYF N".
           05  FILLER  PIC X(09) VALUE "TLRMSTF N".
       01  BKF-TABLE REDEFINES BKF-TABLE-VALUES.
           05  BKF-ENTRY OCCURS 8 TIMES.
               10  BKF-FILE-ID     PIC X(08).
               10  BKF-JNL-SW      PIC X(01).
                   88  BKF-JOURNALED   VALUE "J".
       01  BKF-ENTRY-CNT           PIC 9(02) COMP VALUE 8.
