      *  2608xx  CT027  "08"/"09" ADDED FOR REVERSAL TRANSACTIONS
      *  2609xx  CT034  "10" ADDED FOR A SUP1/SUP2 THE TELLER MASTER
      *                  VALIDATION (SUPCHECK) REFUSED
      *  2610xx  CT043  "11" ADDED FOR THE SEPARATE SERVICE-FEE POSTING
      *                  RCV0100 WRITES BEHIND A RECEIPT (FEETRF.CPY)
      *  2610xx  CT047  "12" ADDED FOR A SUSPECTED DUPLICATE RECEIPT
      *                  THE TELLER DID NOT CONFIRM (DUPCHECK)
      ******************************************************************
       01  RTN-CD-TABLE-INIT.
           05  FILLER PIC X(32) VALUE "00OK - RECEIVED SUCCESSFULLY   ".
           05  FILLER PIC X(32) VALUE "08RECEIPT REVERSED             ".
           05  FILLER PIC X(32) VALUE "09REVERSAL ORIGINAL NOT FOUND  ".
           05  FILLER PIC X(32) VALUE "10SUPERVISOR NOT AUTHORIZED    ".
           05  FILLER PIC X(32) VALUE "11SERVICE FEE POSTED           ".
           05  FILLER PIC X(32) VALUE "12SUSPECTED DUPLICATE RECEIPT  ".

       01  RTN-CD-TABLE REDEFINES RTN-CD-TABLE-INIT.
           05  RTN-CD-ENT OCCURS 13 TIMES INDEXED BY RTN-CD-IX.
               10  RTN-CD-VAL      PIC X(02).
               10  RTN-CD-DESC     PIC X(30).

       01  RTN-CD-LIMIT            PIC 9(02) VALUE 13.
