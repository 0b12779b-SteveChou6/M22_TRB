      ******************************************************************
      *  BKUP.CPY
      *  START-OF-DAY BACKUP GENERATION RECORD - BKUPF
      *
      *  BKP0100 COPIES POSTF, RCPNUMF, DRAWERF AND THE MASTERS LISTED
      *  IN BKPFIL.CPY INTO BKUPF EVERY MORNING AS ONE GENERATION,
      *  KEYED BY THE BUSINESS DATE IT WAS TAKEN FOR (GREGORIAN), THE
      *  FILE AND A RUNNING SEQUENCE.  PER GENERATION THERE ARE:
      *    FILE SPACES, SEQ 0000000  THE GENERATION HEADER - WHEN IT
      *                              WAS STARTED, FOR WHICH BF-DATE,
      *                              BY WHOM, AND "C" ONCE EVERY FILE
      *                              WAS COPIED ("I" UNTIL THEN)
      *    FILE, SEQ 0000001 UP      ONE RECORD IMAGE EACH, WITH
      *                              ITS CONTROL FIGURE (BKPFIL.CPY)
      *                              IN BKU-IMG-CTL-AMT
      *    FILE, SEQ 9999999         THE FILE TRAILER - RECORD COUNT
      *                              AND CONTROL TOTAL OF THE COPY
      *  RCY0100 RESTORES FROM HERE AND ROLLS FWDJNLF FORWARD FROM THE
      *  HEADER'S START TIME.  BKP0100 KEEPS ONLY THE NEWEST FEW
      *  GENERATIONS.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT051  ORIGINAL - START-OF-DAY BACKUP GENERATIONS
      ******************************************************************
       01  BKU-REC.
           05  BKU-KEY.
               10  BKU-GEN-DATE    PIC 9(08).
               10  BKU-FILE-ID     PIC X(08).
               10  BKU-SEQ         PIC 9(07).
                   88  BKU-HEADER      VALUE 0.
                   88  BKU-TRAILER     VALUE 9999999.
           05  BKU-IMAGE           PIC X(200).
           05  BKU-CTL REDEFINES BKU-IMAGE.
               10  BKU-TAKEN-DATE  PIC 9(08).
               10  BKU-TAKEN-TIME  PIC 9(08).
               10  BKU-BF-DATE     PIC 9(08).
               10  BKU-TELER-ID    PIC X(09).
               10  BKU-GEN-STUS    PIC X(01).
                   88  BKU-COMPLETE    VALUE "C".
                   88  BKU-INCOMPLETE  VALUE "I".
               10  BKU-REC-CNT     PIC 9(07).
               10  BKU-CTL-AMT     PIC S9(13)V99.
               10  FILLER          PIC X(144).
           05  BKU-IMG-CTL-AMT     PIC S9(13)V99.
