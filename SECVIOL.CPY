      ******************************************************************
      *  SECVIOL.CPY
      *  SECURITY VIOLATION RECORD - SECVIOLF
      *
      *  ONE RECORD PER REFUSAL BY AUTHCHK - AN ID THAT TRIED TO RUN A
      *  PROGRAM, OR USE A FUNCTION WITHIN ONE, THAT THE AUTHORIZATION
      *  MATRIX (AUTHMX.CPY) DOES NOT GRANT IT.  SVL-ROLE IS THE ID'S
      *  TLR-ROLE (SPACE WHEN THE ID IS NOT ON TLRMSTF).  SVL-BRID IS
      *  000 AND SVL-TMLID SPACES FOR THE OPERATOR CONSOLE.
      *  SVL-REASON-CD IS THE AUTHCHK RETURN STATUS:
      *    "01" ID NOT ON TLRMSTF        "02" ID NOT ACTIVE
      *    "03" NO MATRIX ENTRY          "04" FUNCTION NOT GRANTED
      *    "07" MATRIX NOT YET LOADED    "09" FILE UNAVAILABLE
      *  THE FILE IS EXTENDED BY EVERY REFUSAL AND READ BY SEC0100
      *  FOR THE SECURITY OFFICER'S DAILY VIOLATIONS REPORT.
      *  SVL-LOG-DATE IS A CALENDAR (GREGORIAN) DATE.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT049  ORIGINAL - ROLE-BASED FUNCTION AUTHORIZATION
      ******************************************************************
       01  SVL-REC.
           05  SVL-LOG-DATE        PIC 9(08).
           05  SVL-LOG-TIME        PIC 9(08).
           05  SVL-CHK-ID          PIC X(09).
           05  SVL-ROLE            PIC X(01).
           05  SVL-BRID            PIC 9(03).
           05  SVL-TMLID           PIC X(02).
           05  SVL-PGM-ID          PIC X(08).
           05  SVL-FUNC-CD         PIC X(01).
           05  SVL-REASON-CD       PIC X(02).
           05  FILLER              PIC X(08) VALUE SPACES.
