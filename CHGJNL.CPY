      ******************************************************************
      *  CHGJNL.CPY
      *  MASTER-FILE CHANGE JOURNAL RECORD - CHGJNLF
      *
      *  ONE RECORD PER SUCCESSFUL ADD, CHANGE OR DELETE MADE BY THE
      *  ON-LINE MAINTENANCE PROGRAMS (PRM0100, CAL0100, ACT0100,
      *  TLR0100, PWD0100), WRITTEN THROUGH CHGJRNL.  CJN-FILE-ID NAMES
      *  THE MASTER (BRPARMF, TERMPRFF, CALDAYF, ACCTF, TLRMSTF, PASSF)
      *  AND CJN-REC-KEY ITS KEY AS IT STANDS ON THE RECORD, LEFT-
      *  JUSTIFIED.  THE BEFORE IMAGE IS THE RECORD AS READ (SPACES
      *  FOR AN ADD), THE AFTER IMAGE THE RECORD AS WRITTEN (SPACES
      *  FOR A DELETE), EACH LEFT-JUSTIFIED IN 200 BYTES.  PASSF
      *  IMAGES CARRY THE PASS-WD AND ITS HISTORY AS ASTERISKS.  THE
      *  FILE IS ONLY EVER EXTENDED, SO IT IS IN TIME ORDER; JNL0100
      *  (FIELD DIFFERENCES) AND JNL0200 (POINT-IN-TIME REBUILD) READ
      *  IT USING THE FIELD TABLE IN JNLFLD.CPY.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT050  ORIGINAL - MASTER-FILE CHANGE JOURNAL
      ******************************************************************
       01  CJN-REC.
           05  CJN-LOG-DATE        PIC 9(08).
           05  CJN-LOG-TIME        PIC 9(08).
           05  CJN-FILE-ID         PIC X(08).
           05  CJN-ACTION          PIC X(01).
               88  CJN-ADD             VALUE "A".
               88  CJN-CHANGE          VALUE "C".
               88  CJN-DELETE          VALUE "D".
           05  CJN-REC-KEY         PIC X(20).
           05  CJN-PGM-ID          PIC X(08).
           05  CJN-TELER-ID        PIC X(09).
           05  CJN-BRID            PIC 9(03).
           05  CJN-TMLID           PIC X(02).
           05  CJN-SUP1            PIC X(09).
           05  FILLER              PIC X(14) VALUE SPACES.
           05  CJN-BEFORE-IMAGE    PIC X(200).
           05  CJN-AFTER-IMAGE     PIC X(200).
