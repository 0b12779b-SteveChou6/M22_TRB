      *  TRUSTING THE KEYED RCV-LK-BRID.  MAINTAINED ON-LINE BY
      *  ACT0100, SUP1-CLEARED AND AUDITED LIKE THE OTHER MASTERS.
      *
      *  THE MONEY FIGURES ARE KEPT BY RCV0100 AS EACH POSTING GOES
      *  THROUGH, NEVER KEYED: A RECEIPT ADDS TO ACT-CUR-BAL, AN "08"
      *  OFFSET TAKES ITS ORIGINAL BACK OUT.  SERVICE FEES ("11") ARE
      *  THE BRANCH'S CHARGE, NOT MONEY PAID IN, AND DO NOT COUNT.
      *  ACT-MTD-RCPT-AMT IS THE NET OF THE RECEIPTS DATED IN
      *  ACT-MTD-MONTH (THE FIRST SIX DIGITS OF BF-DATE) - AN OFFSET
      *  COMES OFF IT ONLY WHEN ITS ORIGINAL WAS DATED IN THAT MONTH;
      *  THE FIRST POSTING IN A NEW MONTH STARTS IT AGAIN FROM ZERO.
      *  ACT-LAST-ACT-DATE IS THE BF-DATE OF THE LAST SUCH POSTING.
      *  THE ACT-PRF- FIGURES ARE THE LAST ONES THE NIGHTLY ACCOUNT
      *  PROOF (ACP0100) AGREED TO POSTINGS AS AT ACT-PRF-DATE; EACH
      *  NIGHT IT ONLY HAS TO RECOMPUTE THE MOVEMENT SINCE THEN, SO
      *  THE MONTH-END HISTORY PURGE (HST0100) NEVER TAKES AWAY
      *  WHAT THE PROOF STILL NEEDS.
      *
      *  THE MONTHLY DORMANCY RUN (DRM0100) SETS ACT-DORM-SW ON AN
      *  OPEN ACCOUNT THAT HAS HAD NO POSTING FOR THE NUMBER OF
      *  MONTHS ON DRMPRMF, AND ACT-DORM-DATE TO THAT RUN'S BF-DATE.
      *  A DORMANT ACCOUNT IS STILL OPEN (ACT-STUS "O") - EDT0100 AND
      *  ENT0100 WARN ON IT, AND RCV0100 ONLY TAKES A RECEIPT TO IT
      *  UNDER A SUP1 CLEARANCE, WHICH REACTIVATES THE ACCOUNT AND IS
      *  RECORDED IN ACT-REACT-DATE/ACT-REACT-SUP.  AN ACCOUNT WITH
      *  NO POSTING ON RECORD AT ALL IS TIMED FROM ACT-DRM-BASE-DATE,
      *  THE BF-DATE OF THE FIRST DORMANCY RUN THAT FOUND IT SO.
      *
      *  MODIFICATION HISTORY
      *  2609xx  CT040  ORIGINAL - CUSTOMER ACCOUNT MASTER
      *  2610xx  CT045  ACT-CUR-BAL, ACT-MTD-MONTH/RCPT-AMT,
      *                 ACT-LAST-ACT-DATE AND THE ACT-PRF- PROOF
      *                 FIGURES; RECORD GROWS FROM 36 TO 110 BYTES
      *  2610xx  CT046  ACT-DORM-SW/DATE, ACT-REACT-DATE/SUP AND
      *                 ACT-DRM-BASE-DATE FOR DORMANT-ACCOUNT
      *                 PROCESSING; RECORD GROWS FROM 110 TO 144 BYTES
      ******************************************************************
       01  ACT-REC.
           05  ACT-ACCT-NO         PIC 9(10).
           05  ACT-STUS            PIC X(01).
               88  ACT-OPEN        VALUE "O", "o".
               88  ACT-CLOSED      VALUE "C", "c".
           05  ACT-CUR-BAL         PIC S9(11)V99.
           05  ACT-MTD-MONTH       PIC 9(06).
           05  ACT-MTD-RCPT-AMT    PIC S9(11)V99.
           05  ACT-LAST-ACT-DATE   PIC 9(08).
           05  ACT-PRF-DATE        PIC 9(08).
           05  ACT-PRF-BAL         PIC S9(11)V99.
           05  ACT-PRF-MTD-AMT     PIC S9(11)V99.
           05  ACT-DORM-SW         PIC X(01).
               88  ACT-DORMANT     VALUE "Y".
           05  ACT-DORM-DATE       PIC 9(08).
           05  ACT-REACT-DATE      PIC 9(08).
           05  ACT-REACT-SUP       PIC X(09).
           05  ACT-DRM-BASE-DATE   PIC 9(08).
           05  FILLER              PIC X(12) VALUE SPACES.
