      ******************************************************************
      *  FWDJNLW.CPY
      *  WORKING-STORAGE FOR THE FORWARD-RECOVERY JOURNAL WRITER
      *  FWDJRNL.  AFTER A GOOD WRITE OR REWRITE OF POSTF, RCPNUMF OR
      *  DRAWERF THE PROGRAM SETS FJW-FILE-ID, FJW-ACTION, FJW-BF-DATE,
      *  FJW-REC-KEY, FJW-CTL-AMT AND FJW-IMAGE AND CALLS
      *    CALL "FWDJRNL" USING FJW-REQUEST-CD TELER-ID BRID
      *        TELER-TMLID FJW-ENTRY FJW-RETURN-STUS
      *  FWDJRNL OPENS AND CLOSES FWDJNLF ON EVERY CALL, SO NOTHING
      *  JOURNALED IS LEFT IN A BUFFER IF THE CALLER ABENDS.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT051  ORIGINAL - FORWARD-RECOVERY JOURNAL
      ******************************************************************
       01  FJW-REQUEST-CD          PIC X(01) VALUE "W".
       01  FJW-RETURN-STUS         PIC X(02) VALUE SPACES.
       01  FJW-ENTRY.
           05  FJW-PGM-ID          PIC X(08) VALUE SPACES.
           05  FJW-FILE-ID         PIC X(08) VALUE SPACES.
           05  FJW-ACTION          PIC X(01) VALUE SPACES.
               88  FJW-WRITE           VALUE "W".
               88  FJW-REWRITE         VALUE "R".
           05  FJW-BF-DATE         PIC 9(08) VALUE 0.
           05  FJW-REC-KEY         PIC X(20) VALUE SPACES.
           05  FJW-CTL-AMT         PIC S9(13)V99 VALUE 0.
           05  FJW-IMAGE           PIC X(200) VALUE SPACES.
