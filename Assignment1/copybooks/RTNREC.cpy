      ***************************************************************
      * RTNREC - SITE REJECT RETURN FILE RECORD LAYOUT              *
      * ONE RETURN FILE PER FEEDING SITE PER BUSINESS DATE, CUT BY  *
      * SINRTN AND SENT BACK TO THE SITE.  FIXED FORMAT, TAGGED IN  *
      * COLUMN 1 LIKE THE FEED ITSELF:                              *
      *   'H' - HEADER: BUSINESS DATE, SITE, RUN ID, CREATION TIME  *
      *   'D' - ONE READING FROM THE SITE'S SUBMISSION THAT WENT TO *
      *         SUSPENSE - RTN-SITE-REC-NUM IS THE DETAIL NUMBER IN *
      *         THE SITE'S OWN FILE, RTN-SUSP-REC-NUM OUR SUSPENSE  *
      *         NUMBER TO QUOTE BACK ON A QUERY                     *
      *   'R' - A READING FROM AN EARLIER RETURN FILE THAT HAS SINCE*
      *         BEEN RECYCLED: RTN-RESOLUTION 'R' = OPERATOR        *
      *         CORRECTION (SINCOR), 'A' = AUTO-RECYCLE AFTER       *
      *         STATION MAINTENANCE (SINRCY), WITH THE DATE IT WAS  *
      *         RESOLVED                                            *
      *   'T' - TRAILER: READINGS ACCEPTED AND REJECTED FROM THE    *
      *         DAY'S SUBMISSION, RESOLVED ITEMS ON THIS FILE, AND  *
      *         THE HASH TOTAL OF ANGLE-VALUE AS SENT OVER EVERY    *
      *         READING ACCEPTED OR REJECTED - ACCEPTED + REJECTED  *
      *         AND THE HASH BALANCE TO THE TRAILER OF THE FILE THE *
      *         SITE SENT.  THE REJECTED HASH COVERS THE 'D' RECORDS*
      *         ALONE.                                              *
      * ANGLE VALUES ARE AS THE SITE SENT THEM (SIGN LEADING        *
      * SEPARATE, IMPLIED 2 DECIMALS), IN THE UNIT OF RTN-UNIT-CODE.*
      ***************************************************************
       01  RTN-REC.
           05  RTN-REC-TYPE            PIC X.
               88  RTN-HEADER-REC          VALUE 'H'.
               88  RTN-DETAIL-REC          VALUE 'D'.
               88  RTN-RESOLVED-REC        VALUE 'R'.
               88  RTN-TRAILER-REC         VALUE 'T'.
           05  RTN-DETAIL-DATA.
               10  RTN-REJECT-DATE     PIC X(8).
               10  RTN-SITE-REC-NUM    PIC 9(8).
               10  RTN-SUSP-REC-NUM    PIC 9(8).
               10  RTN-STATION-ID      PIC X(8).
               10  RTN-ANGLE-VALUE     PIC S9(2)V9(2)
                                       SIGN LEADING SEPARATE.
               10  RTN-UNIT-CODE       PIC X.
               10  RTN-REJECT-REASON   PIC X(40).
               10  RTN-RESOLUTION      PIC X.
                   88  RTN-OPERATOR-CORRECTED  VALUE 'R'.
                   88  RTN-AUTO-RECYCLED       VALUE 'A'.
               10  RTN-RESOLVED-DATE   PIC X(8).
               10  FILLER              PIC X(12).
           05  RTN-HEADER-DATA REDEFINES RTN-DETAIL-DATA.
               10  RTN-HDR-BUS-DATE    PIC X(8).
               10  RTN-HDR-SITE-ID     PIC X(8).
               10  RTN-HDR-RUN-ID      PIC X(8).
               10  RTN-HDR-CREATE-TS   PIC X(14).
               10  FILLER              PIC X(61).
           05  RTN-TRAILER-DATA REDEFINES RTN-DETAIL-DATA.
               10  RTN-TRL-ACCEPT-COUNT
                                       PIC 9(8).
               10  RTN-TRL-REJECT-COUNT
                                       PIC 9(8).
               10  RTN-TRL-RESOLVED-COUNT
                                       PIC 9(8).
               10  RTN-TRL-HASH-TOTAL  PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
               10  RTN-TRL-REJECT-HASH PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(47).
