      ******************************************************************
      *  JNLFLD.CPY
      *  FIELD TABLE FOR THE RECORD IMAGES ON THE CHANGE JOURNAL
      *  (CHGJNL.CPY) - ONE ENTRY PER FIELD OF EACH JOURNALED MASTER,
      *  GIVING ITS NAME, ITS POSITION AND LENGTH IN THE IMAGE AND HOW
      *  TO SHOW IT:
      *    X  ALPHANUMERIC, SHOWN AS IT STANDS
      *    N  UNSIGNED WHOLE NUMBER, SHOWN AS IT STANDS
      *    M  UNSIGNED MONEY, 9(09)V99
      *    S  SIGNED MONEY, S9(11)V99
      *  FILLER IS NOT LISTED, NOR ARE THE PASSF PASS-WD FIELDS (THEY
      *  ARE MASKED ON THE JOURNAL).  WHEN BRPARM, TERMPRF, CALDAY,
      *  ACCT, TLRMST OR PASSREC CHANGES, THIS TABLE MUST CHANGE WITH
      *  IT.  USED BY JNL0100 AND JNL0200.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT050  ORIGINAL - MASTER-FILE CHANGE JOURNAL
      ******************************************************************
       01  JFT-TABLE-VALUES.
           05  FILLER  PIC X(33) VALUE
               "BRPARMF BR-BRID           001003N".
           05  FILLER  PIC X(33) VALUE
               "BRPARMF BR-LMT-RCV        004005N".
           05  FILLER  PIC X(33) VALUE
               "BRPARMF BR-FAIL-MAX       009002N".
           05  FILLER  PIC X(33) VALUE
               "BRPARMF BR-PW-EXP-DAYS    011003N".
           05  FILLER  PIC X(33) VALUE
               "TERMPRFFTP-TMLID          001002X".
           05  FILLER  PIC X(33) VALUE
               "TERMPRFFTP-ML             003002N".
           05  FILLER  PIC X(33) VALUE
               "CALDAYF CAL-DATE          001008N".
           05  FILLER  PIC X(33) VALUE
               "CALDAYF CAL-BRID          009003N".
           05  FILLER  PIC X(33) VALUE
               "CALDAYF CAL-TYPE          012001X".
           05  FILLER  PIC X(33) VALUE
               "CALDAYF CAL-DESC          013020X".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-ACCT-NO       001010N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-NAME          011010X".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-BRID          021003N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-STUS          024001X".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-CUR-BAL       025013S".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-MTD-MONTH     038006N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-MTD-RCPT-AMT  044013S".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-LAST-ACT-DATE 057008N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-PRF-DATE      065008N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-PRF-BAL       073013S".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-PRF-MTD-AMT   086013S".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-DORM-SW       099001X".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-DORM-DATE     100008N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-REACT-DATE    108008N".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-REACT-SUP     116009X".
           05  FILLER  PIC X(33) VALUE
               "ACCTF   ACT-DRM-BASE-DATE 125008N".
           05  FILLER  PIC X(33) VALUE
               "TLRMSTF TLR-TELER-ID      001009X".
           05  FILLER  PIC X(33) VALUE
               "TLRMSTF TLR-NAME          010010X".
           05  FILLER  PIC X(33) VALUE
               "TLRMSTF TLR-BRID          020003N".
           05  FILLER  PIC X(33) VALUE
               "TLRMSTF TLR-ROLE          023001X".
           05  FILLER  PIC X(33) VALUE
               "TLRMSTF TLR-STUS          024001X".
           05  FILLER  PIC X(33) VALUE
               "TLRMSTF TLR-OVR-LIMIT     025011M".
           05  FILLER  PIC X(33) VALUE
               "PASSF   PW-TELER-ID       001009X".
           05  FILLER  PIC X(33) VALUE
               "PASSF   PW-CHG-DATE       022008N".
           05  FILLER  PIC X(33) VALUE
               "PASSF   PW-FORCE-SW       066001X".
       01  JFT-TABLE REDEFINES JFT-TABLE-VALUES.
           05  JFT-ENTRY           OCCURS 35 TIMES.
               10  JFT-FILE-ID     PIC X(08).
               10  JFT-FIELD-NAME  PIC X(18).
               10  JFT-OFFSET      PIC 9(03).
               10  JFT-LENGTH      PIC 9(03).
               10  JFT-TYPE        PIC X(01).
                   88  JFT-ALPHA       VALUE "X".
                   88  JFT-NUMBER      VALUE "N".
                   88  JFT-MONEY       VALUE "M".
                   88  JFT-SIGNED-MONEY VALUE "S".
       01  JFT-ENTRY-CNT           PIC 9(03) COMP VALUE 35.
