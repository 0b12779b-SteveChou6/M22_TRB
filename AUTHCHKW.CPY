      ******************************************************************
      *  AUTHCHKW.CPY
      *  WORKING-STORAGE FOR AUTHENT.CPY (ENTRY AND FUNCTION CHECKS
      *  AGAINST THE AUTHORIZATION MATRIX THROUGH AUTHCHK).  COPY THIS
      *  INTO WORKING-STORAGE IN ANY PROGRAM THAT ALSO COPIES
      *  AUTHENT.CPY INTO ITS PROCEDURE DIVISION.
      *
      *  THE CALLER MOVES ITS PROGRAM-ID TO ATH-PGM-ID AND THE
      *  FUNCTION (A C D I R F, SEE AUTHMX.CPY) TO ATH-FUNC-CD AND
      *  TESTS ATH-PERMITTED ON THE WAY BACK.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT049  ORIGINAL - ROLE-BASED FUNCTION AUTHORIZATION
      ******************************************************************
       01  ATH-CONTROL.
           05  ATH-REQUEST-CD      PIC X(01) VALUE "A".
           05  ATH-CHK-ID          PIC X(09) VALUE SPACES.
           05  ATH-PGM-ID          PIC X(08) VALUE SPACES.
           05  ATH-FUNC-CD         PIC X(01) VALUE SPACES.
           05  ATH-RETURN-STUS     PIC X(02) VALUE SPACES.
               88  ATH-PERMITTED       VALUE "00", "08".
               88  ATH-TAKE-ON         VALUE "08".
