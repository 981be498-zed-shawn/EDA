      ***************************************************************
      * RTNLOG - SITE REJECT RETURN LOG RECORD LAYOUT               *
      * ONE RECORD PER RETURN FILE CUT, APPENDED BY SINRTN THE      *
      * MOMENT THE FILE IS CLOSED - THE SAME IDEA AS THE ENGINEERING*
      * EXTRACT'S TRANSMISSION LOG (XMTLOG): PROOF OF WHAT WENT TO  *
      * WHICH SITE, AND WHEN.  SINRTN ALSO READS IT BACK: A SITE'S  *
      * LAST RETURN FILE FOR AN EARLIER BUSINESS DATE MARKS WHERE   *
      * THE NEXT FILE'S RESOLVED ITEMS START.                       *
      ***************************************************************
       01  RTN-LOG-REC.
           05  RLOG-BUS-DATE           PIC X(8).
           05  RLOG-RUN-ID             PIC X(8).
           05  RLOG-CREATE-TS          PIC X(14).
           05  RLOG-SITE-ID            PIC X(8).
           05  RLOG-DEST-DD            PIC X(8).
           05  RLOG-DEST-NAME          PIC X(20).
           05  RLOG-ACCEPT-COUNT       PIC 9(8).
           05  RLOG-REJECT-COUNT       PIC 9(8).
           05  RLOG-RESOLVED-COUNT     PIC 9(8).
           05  FILLER                  PIC X(10).
