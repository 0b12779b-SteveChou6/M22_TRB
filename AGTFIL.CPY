      ******************************************************************
      *  AGTFIL.CPY
      *  PARTNER AGENT FILE LOG RECORD - AGTFILF
      *
      *  ONE RECORD PER AGENT COLLECTION FILE AGT0100 HAS SEEN, KEYED
      *  BY THE AGENT AND THE FILE DATE AND SEQUENCE FROM ITS HEADER.
      *  AGF-STUS "A" - ACCEPTED: THE FILE PROVED AND ITS PAYMENTS
      *  WENT TO RCVINF (OR WERE REJECTED ITEM BY ITEM), SO THE SAME
      *  FILE IS REFUSED IF IT IS SENT AGAIN.  "X" - REFUSED AS A
      *  WHOLE (AGF-RFSD-REASON), NOTHING LOADED; A CORRECTED FILE
      *  UNDER THE SAME DATE AND SEQUENCE MAY THEN BE LOADED.
      *
      *  AGF-DECL-CNT/AMT ARE THE AGENT'S OWN TRAILER FIGURES - WHAT
      *  THE AGENT SAYS IT COLLECTED AND OWES US.  AGF-LOAD-CNT/AMT
      *  WENT ON TO RCVINF UNDER AGF-FIRST-REF .. AGF-LAST-REF ON THE
      *  ITEM REGISTER; AGF-RJCT-CNT/AMT WERE REJECTED BY AGT0100
      *  ITSELF.  AGF-BF-DATE IS THE ROC BUSINESS DATE THE FILE WAS
      *  LOADED UNDER - AGT0200 SETTLES THE AGENT ON IT.
      *
      *  MODIFICATION HISTORY
      *  2610xx  CT052  ORIGINAL - PARTNER AGENT BULK COLLECTION
      ******************************************************************
       01  AGF-REC.
           05  AGF-KEY.
               10  AGF-AGT-ID      PIC X(03).
               10  AGF-FILE-DATE   PIC 9(08).
               10  AGF-FILE-SEQ    PIC 9(05).
           05  AGF-STUS            PIC X(01).
               88  AGF-ACCEPTED        VALUE "A".
               88  AGF-REFUSED         VALUE "X".
           05  AGF-BF-DATE         PIC 9(08).
           05  AGF-LOAD-DATE       PIC 9(08).
           05  AGF-LOAD-TIME       PIC 9(08).
           05  AGF-TELER-ID        PIC X(09).
           05  AGF-DECL-CNT        PIC 9(07).
           05  AGF-DECL-AMT        PIC 9(13)V99.
           05  AGF-LOAD-CNT        PIC 9(07).
           05  AGF-LOAD-AMT        PIC 9(13)V99.
           05  AGF-RJCT-CNT        PIC 9(07).
           05  AGF-RJCT-AMT        PIC 9(13)V99.
           05  AGF-FIRST-REF       PIC 9(05).
           05  AGF-LAST-REF        PIC 9(05).
           05  AGF-RFSD-REASON     PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.
