      ******************************************************************
      *  CHGJNLW.CPY
      *  WORKING-STORAGE FOR THE CHANGE JOURNAL WRITER CHGJRNL.  COPY
      *  THIS INTO ANY MAINTENANCE PROGRAM THAT JOURNALS ITS MASTER-
      *  FILE CHANGES.  THE READ PARAGRAPH SAVES THE RECORD AS FOUND
      *  IN CJW-BEFORE-IMAGE (SPACES WHEN NOT ON FILE); AFTER A GOOD
      *  WRITE, REWRITE OR DELETE THE PROGRAM SETS CJW-ACTION,
      *  CJW-FILE-ID, CJW-REC-KEY AND CJW-AFTER-IMAGE AND CALLS
      *    CALL "CHGJRNL" USING CJW-REQUEST-CD TELER-ID BRID
      *        TELER-TMLID SUP1 CJW-ENTRY CJW-RETURN-STUS
      *  WITH CJW-REQUEST-CD "W", AND ONCE WITH "C" AT CLOSE DOWN.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT050  ORIGINAL - MASTER-FILE CHANGE JOURNAL
      ******************************************************************
       01  CJW-REQUEST-CD          PIC X(01) VALUE "W".
       01  CJW-RETURN-STUS         PIC X(02) VALUE SPACES.
       01  CJW-ENTRY.
           05  CJW-PGM-ID          PIC X(08) VALUE SPACES.
           05  CJW-FILE-ID         PIC X(08) VALUE SPACES.
           05  CJW-ACTION          PIC X(01) VALUE SPACES.
               88  CJW-ADD             VALUE "A".
               88  CJW-CHANGE          VALUE "C".
               88  CJW-DELETE          VALUE "D".
           05  CJW-REC-KEY         PIC X(20) VALUE SPACES.
           05  CJW-BEFORE-IMAGE    PIC X(200) VALUE SPACES.
           05  CJW-AFTER-IMAGE     PIC X(200) VALUE SPACES.
