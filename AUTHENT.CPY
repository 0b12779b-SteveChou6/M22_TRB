      ******************************************************************
      *  AUTHENT.CPY
      *  PROCEDURE-DIVISION COPYBOOK - AUTHORIZATION MATRIX CHECKS
      *
      *  COPY THIS INTO ANY ON-LINE OR BATCH PROGRAM, WITH AUTHCHKW.CPY
      *  IN WORKING-STORAGE.  SET ATH-PGM-ID AND ATH-FUNC-CD, THEN:
      *    PERFORM 8500-CHECK-AUTHORITY THRU 8500-EXIT
      *      CHECKS THE OPERATOR (TELER-ID) - AT PROGRAM ENTRY WITH
      *      FUNCTION "R", AND BEFORE EACH ADD/CHANGE/DELETE/INQUIRE
      *    PERFORM 8550-CHECK-FORCE THRU 8550-EXIT
      *      CHECKS THE SUP1 WHO IS CLEARING A FORCE (FUNCTION "F")
      *  AND TEST ATH-PERMITTED.  A REFUSAL IS ALREADY ON SECVIOLF
      *  (AUTHCHK WRITES IT) AND IS SHOWN ON THE CONSOLE HERE; THE
      *  CALLER ONLY HAS TO STOP.  BRID AND TELER-TMLID GO ON THE
      *  VIOLATION RECORD AS THEY STAND (000/SPACES FOR THE CONSOLE).
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT049  ORIGINAL - ROLE-BASED FUNCTION AUTHORIZATION
      ******************************************************************
       8500-CHECK-AUTHORITY.
           MOVE TELER-ID TO ATH-CHK-ID.
           PERFORM 8590-CALL-AUTHCHK THRU 8590-EXIT.
       8500-EXIT.
           EXIT.

       8550-CHECK-FORCE.
           MOVE SUP1 TO ATH-CHK-ID.
           MOVE "F"  TO ATH-FUNC-CD.
           PERFORM 8590-CALL-AUTHCHK THRU 8590-EXIT.
       8550-EXIT.
           EXIT.

       8590-CALL-AUTHCHK.
           MOVE "A" TO ATH-REQUEST-CD.
           CALL "AUTHCHK" USING ATH-REQUEST-CD ATH-CHK-ID BRID
               TELER-TMLID ATH-PGM-ID ATH-FUNC-CD ATH-RETURN-STUS.
           IF ATH-TAKE-ON
               DISPLAY ATH-PGM-ID " - AUTHORIZATION MATRIX NOT YET "
                   "LOADED, TAKE-ON USE BY " ATH-CHK-ID
               GO TO 8590-EXIT.
           IF NOT ATH-PERMITTED
               DISPLAY ATH-PGM-ID " - " ATH-CHK-ID " NOT AUTHORIZED"
                   " FOR FUNCTION " ATH-FUNC-CD ", REASON "
                   ATH-RETURN-STUS
           END-IF.
       8590-EXIT.
           EXIT.
