      ******************************************************************
      *  FWDJNL.CPY
      *  FORWARD-RECOVERY AFTER-IMAGE JOURNAL RECORD - FWDJNLF
      *
      *  ONE RECORD PER SUCCESSFUL WRITE OR REWRITE OF POSTF, RCPNUMF
      *  OR DRAWERF, WRITTEN THROUGH FWDJRNL BY RCV0100 (POSTINGS,
      *  REVERSAL OFFSETS, FEES, RECEIPT REGISTER, DRAWER CASH) AND BY
      *  SGN0100, SGN0200 AND VLT0100 (DRAWER OPEN, CLOSE COUNT AND
      *  VAULT TRANSFERS).  FJN-IMAGE IS THE WHOLE RECORD AS WRITTEN,
      *  LEFT-JUSTIFIED IN 200 BYTES, SO REPLAYING AN ENTRY IS ALWAYS
      *  "WRITE IT, OR REWRITE IT IF THE KEY IS THERE" AND MAY BE DONE
      *  TWICE WITHOUT HARM.  FJN-CTL-AMT IS THE FILE'S CONTROL FIGURE
      *  FROM THE IMAGE (BKPFIL.CPY) FOR THE RCY0100 PROOF.  THE FILE
      *  IS ONLY EVER EXTENDED, SO IT IS IN TIME ORDER; BKP0100 DROPS
      *  THE ENTRIES OLDER THAN THE OLDEST BACKUP GENERATION IT KEEPS.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT051  ORIGINAL - FORWARD-RECOVERY JOURNAL
      ******************************************************************
       01  FJN-REC.
           05  FJN-LOG-DATE        PIC 9(08).
           05  FJN-LOG-TIME        PIC 9(08).
           05  FJN-FILE-ID         PIC X(08).
           05  FJN-ACTION          PIC X(01).
               88  FJN-WRITE           VALUE "W".
               88  FJN-REWRITE         VALUE "R".
           05  FJN-REC-KEY         PIC X(20).
           05  FJN-BF-DATE         PIC 9(08).
           05  FJN-PGM-ID          PIC X(08).
           05  FJN-TELER-ID        PIC X(09).
           05  FJN-BRID            PIC 9(03).
           05  FJN-TMLID           PIC X(02).
           05  FJN-CTL-AMT         PIC S9(13)V99.
           05  FILLER              PIC X(10).
           05  FJN-IMAGE           PIC X(200).
