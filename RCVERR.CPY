      *  2608xx  CT032  ORIGINAL - PRE-EDIT REJECT DETAIL
      *  2609xx  CT040  ERR-IMAGE WIDENED TO THE 86-BYTE RCV-REC THAT
      *                 NOW CARRIES RCV-ACCT-NO
      *  2610xx  CT042  ERR-IMAGE WIDENED TO THE 120-BYTE RCV-REC THAT
      *                 NOW CARRIES THE INSTRUMENT AND CHEQUE DETAILS
      ******************************************************************
       01  ERR-REC.
           05  ERR-LINE-NO         PIC 9(05).
           05  ERR-REASON          PIC X(30).
           05  ERR-IMAGE           PIC X(120).
