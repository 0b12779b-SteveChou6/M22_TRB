      ******************************************************************
      *  FEETRF.CPY
      *  SERVICE-FEE TARIFF RECORD - FEETRFF
      *
      *  ONE RECORD PER RECEIVING BRANCH AND RECEIPT CATEGORY, KEPT BY
      *  FEE0100 UNDER SUPERVISOR CLEARANCE.  RCV0100 CHARGES EVERY
      *  CATEGORY A RECEIPT FALLS INTO (A CROSS-BRANCH, ACCOUNT-LESS
      *  RECEIPT OVER THE SET AMOUNT PAYS ALL THREE) AND POSTS THE
      *  TOTAL AS ITS OWN LINKED FEE POSTING.  FEE-BRID IS THE
      *  TELLER'S (RECEIVING) BRANCH; A BRANCH WITH NO RECORD OF ITS
      *  OWN FOR A CATEGORY FALLS BACK TO THE FEE-BRID 000 RECORD,
      *  THE HEAD-OFFICE DEFAULT.
      *
      *  THE FEE FOR A CATEGORY IS FEE-FLAT-AMT PLUS FEE-RATE-PCT
      *  PERCENT OF THE RECEIPT AMOUNT, CAPPED AT FEE-MAX-AMT (ZERO =
      *  NO CAP).  FEE-OVER-AMT IS ONLY USED BY CATEGORY "L" - THE
      *  RECEIPT MUST BE OVER IT.  FEE-ORIG-PCT IS THE PERCENTAGE OF
      *  A CROSS-BRANCH RECEIPT'S FEE THE ORIGINATING (RECEIVING)
      *  BRANCH KEEPS; STL0100 SETTLES THE REST TO THE HOME BRANCH.
      *  AN ACCOUNT-LESS OR OVER-AMOUNT FEE ON A CROSS-BRANCH RECEIPT
      *  IS THE RECEIVING BRANCH'S OWN CHARGE AND IS KEPT WHOLE.
      *  A SUSPENDED RECORD CHARGES NOTHING AND DOES NOT FALL BACK.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT043  ORIGINAL - RECEIVING SERVICE-FEE TARIFF
      ******************************************************************
       01  FEE-TRF-REC.
           05  FEE-KEY.
               10  FEE-BRID        PIC 9(03).
               10  FEE-CAT         PIC X(01).
                   88  FEE-CAT-XBR     VALUE "X".
                   88  FEE-CAT-NOACCT  VALUE "N".
                   88  FEE-CAT-OVER    VALUE "L".
                   88  FEE-CAT-VALID   VALUE "X" "N" "L".
           05  FEE-FLAT-AMT        PIC 9(07)V99.
           05  FEE-RATE-PCT        PIC 9(02)V99.
           05  FEE-MAX-AMT         PIC 9(07)V99.
           05  FEE-OVER-AMT        PIC 9(09)V99.
           05  FEE-ORIG-PCT        PIC 9(03).
           05  FEE-STUS            PIC X(01).
               88  FEE-ACTIVE          VALUE "A".
               88  FEE-SUSPENDED       VALUE "S".
           05  FEE-UPD-DATE        PIC 9(08).
           05  FEE-UPD-TELER-ID    PIC X(09).
           05  FILLER              PIC X(10) VALUE SPACES.
