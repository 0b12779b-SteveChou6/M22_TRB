      ******************************************************************
      *  AGTITM.CPY
      *  PARTNER AGENT ITEM REGISTER RECORD - AGTITMF
      *
      *  ONE RECORD PER PAYMENT ON AN ACCEPTED AGENT COLLECTION FILE,
      *  WRITTEN BY AGT0100 AND KEYED BY THE AGENT AND A REFERENCE
      *  FROM AGP-NEXT-REF (AGTPRM.CPY).  THE SAME AGENT ID AND
      *  REFERENCE GO INTO RCV-AGT-REF ON THE RCV-REC QUEUED TO RCVINF,
      *  SO AGT0200 CAN FIND THE ITEM AGAIN ON RCVF/POSTF, RCVERRF OR
      *  HLDF AFTER THE EDT0100/RCV0100 RUN.
      *
      *  AGI-STUS
      *    "L"  LOADED - QUEUED TO RCVINF, NOTHING KNOWN YET
      *    "P"  PASSED THE PRE-EDIT (FOUND ON RCVF) BUT NOT YET FOUND
      *         POSTED OR HELD
      *    "A"  ACCEPTED - POSTED; AGI-POST-BRID/AGI-RCPT-NO IS THE
      *         OFFICIAL RECEIPT NUMBER, AGI-POST-SEQ THE PST-SEQ
      *    "R"  REJECTED - AGI-REASON SAYS WHY
      *    "H"  HELD ON THE REPAIR QUEUE (HLDF) - NOT FINAL; IT BECOMES
      *         "A" OR "R" WHEN HLD0100 RELEASES OR REJECTS IT
      *  AGI-RSLT-SRC SAYS WHO DECIDED: "M" AGT0100 MAPPING, "E"
      *  EDT0100 PRE-EDIT, "P" RCV0100 POSTING, "H" THE HELD-ITEM
      *  QUEUE.  AGI-RSLT-DATE IS THE BUSINESS DATE IT WAS DECIDED,
      *  AGI-RTN-DATE THE BUSINESS DATE IT WENT BACK TO THE AGENT ON
      *  THE RETURN FILE (ZERO = NOT YET).  A HELD ITEM IS RETURNED AS
      *  HELD AND AGAIN ONCE IT IS SETTLED.  ALL DATES ARE ROC
      *  BUSINESS DATES EXCEPT AGI-FILE-DATE AND AGI-PAY-DATE, WHICH
      *  ARE THE AGENT'S OWN (GREGORIAN).
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT052  ORIGINAL - PARTNER AGENT BULK COLLECTION
      ******************************************************************
       01  AGI-REC.
           05  AGI-KEY.
               10  AGI-AGT-ID      PIC X(03).
               10  AGI-REF-NO      PIC 9(05).
           05  AGI-FILE-DATE       PIC 9(08).
           05  AGI-FILE-SEQ        PIC 9(05).
           05  AGI-ITEM-NO         PIC 9(06).
           05  AGI-PAY-REF         PIC X(12).
           05  AGI-PAY-DATE        PIC 9(08).
           05  AGI-PAY-POINT       PIC X(08).
           05  AGI-ACCT-NO         PIC 9(10).
           05  AGI-AMT             PIC 9(09)V99.
           05  AGI-BF-DATE         PIC 9(08).
           05  AGI-STUS            PIC X(01).
               88  AGI-LOADED          VALUE "L".
               88  AGI-PASSED          VALUE "P".
               88  AGI-ACCEPTED        VALUE "A".
               88  AGI-REJECTED        VALUE "R".
               88  AGI-HELD            VALUE "H".
               88  AGI-OPEN            VALUE "L", "P", "H".
           05  AGI-RSLT-SRC        PIC X(01).
           05  AGI-RSLT-DATE       PIC 9(08).
           05  AGI-RCPT-NO         PIC 9(08).
           05  AGI-POST-BRID       PIC 9(03).
           05  AGI-POST-SEQ        PIC 9(05).
           05  AGI-REASON          PIC X(30).
           05  AGI-RTN-DATE        PIC 9(08).
           05  FILLER              PIC X(10) VALUE SPACES.
