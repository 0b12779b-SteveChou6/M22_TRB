      ******************************************************************
      *  AUTHMX.CPY
      *  FUNCTION AUTHORIZATION MATRIX RECORD - AUTHMXF
      *
      *  ONE RECORD PER ROLE (OR PER INDIVIDUAL TELER-ID) AND PROGRAM,
      *  SAYING WHICH FUNCTIONS OF THAT PROGRAM THE HOLDER MAY USE.
      *  AUM-KEY-TYPE "R" IS A ROLE ENTRY - AUM-KEY-ID CARRIES THE
      *  TLR-ROLE LETTER (T TELLER, S SUPERVISOR, M MANAGER) IN ITS
      *  FIRST BYTE; "U" IS A USER ENTRY FOR ONE TELER-ID, WHICH
      *  REPLACES THE ROLE ENTRY FOR THAT PROGRAM WHEN PRESENT (IT
      *  CAN GRANT MORE OR LESS THAN THE ROLE).  AUTHCHK READS THIS
      *  FILE AT THE ENTRY OF EVERY ON-LINE AND BATCH PROGRAM AND
      *  AGAIN BEFORE EACH FUNCTION WITHIN IT; NO ENTRY MEANS NO
      *  ACCESS.
      *
      *  AUM-FN (1-6) ARE THE FUNCTION FLAGS, "Y" = PERMITTED:
      *    1 A ADD    2 C CHANGE    3 D DELETE
      *    4 I INQUIRE/DISPLAY      5 R RUN THE PROGRAM AT ALL
      *    6 F FORCE PAST A CONTROL (SUPERVISOR FORCE CLEARANCE)
      *
      *  THE MATRIX IS KEPT ON-LINE BY AUT0100 UNDER DUAL CONTROL.
      *  AN ADD, CHANGE OR DELETE IS ONLY RECORDED AS PENDING
      *  (AUM-PEND-ACT/AUM-PEND-FLAGS, WITH THE MAKER) AND TAKES
      *  EFFECT WHEN A SECOND, DIFFERENT SUPERVISOR APPROVES IT.
      *  UNTIL THEN THE LIVE FLAGS STAY AS THEY WERE; A NEW ENTRY
      *  (AUM-STUS "N") GRANTS NOTHING UNTIL IT IS APPROVED.
      *  AUM-MAKER-DATE/AUM-CHECK-DATE ARE CALENDAR (GREGORIAN) DATES.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT049  ORIGINAL - ROLE-BASED FUNCTION AUTHORIZATION
      ******************************************************************
       01  AUM-REC.
           05  AUM-KEY.
               10  AUM-KEY-TYPE    PIC X(01).
                   88  AUM-ROLE-ENTRY  VALUE "R".
                   88  AUM-USER-ENTRY  VALUE "U".
               10  AUM-KEY-ID      PIC X(09).
               10  AUM-PGM-ID      PIC X(08).
           05  AUM-STUS            PIC X(01).
               88  AUM-LIVE            VALUE "A".
               88  AUM-NEW             VALUE "N".
           05  AUM-FUNC-FLAGS      PIC X(06).
           05  AUM-FUNC-TBL REDEFINES AUM-FUNC-FLAGS.
               10  AUM-FN          PIC X(01) OCCURS 6 TIMES.
           05  AUM-PEND-ACT        PIC X(01).
               88  AUM-NO-PENDING      VALUE SPACE.
               88  AUM-PEND-ADD        VALUE "A".
               88  AUM-PEND-CHANGE     VALUE "C".
               88  AUM-PEND-DELETE     VALUE "D".
           05  AUM-PEND-FLAGS      PIC X(06).
           05  AUM-MAKER-ID        PIC X(09).
           05  AUM-MAKER-DATE      PIC 9(08).
           05  AUM-MAKER-TIME      PIC 9(08).
           05  AUM-CHECKER-ID      PIC X(09).
           05  AUM-CHECK-DATE      PIC 9(08).
           05  AUM-CHECK-TIME      PIC 9(08).
           05  FILLER              PIC X(10).
