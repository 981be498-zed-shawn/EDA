      * NEVER PASSED THROUGH SINMRG.
               10  ANGLE-SITE-ID       PIC X(8).
               10  ANGLE-CAPTURE-TS    PIC X(14).
      * ALSO STAMPED BY SINMRG: THE READING'S DETAIL NUMBER WITHIN
      * ITS OWN SITE FILE, SO A REJECT CAN BE QUOTED BACK TO THE
      * SITE IN TERMS IT RECOGNISES.  NOT NUMERIC (SPACES) ON A
      * READING SINMRG DID NOT NUMBER, E.G. A RECYCLED ONE.
               10  ANGLE-SITE-REC-NUM  PIC 9(8).
               10  FILLER              PIC X(33).
           05  ANGLE-HEADER-DATA REDEFINES ANGLE-DETAIL-DATA.
               10  ANGLE-HDR-FEED-DATE PIC X(8).
               10  ANGLE-HDR-SOURCE-SYS
