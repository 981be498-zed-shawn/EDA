      ***************************************************************
      * RDGKEY - READING KEY REGISTER RECORD LAYOUT                 *
      * ONE RECORD PER DETAIL READING SINMRG ACCEPTED INTO A MERGED *
      * FEED: THE STATION, THE MOMENT THE STATION TOOK THE READING, *
      * THE SITE THAT DELIVERED IT, AND THE BUSINESS DATE IT WAS    *
      * ACCEPTED.  STATION + CAPTURE TIMESTAMP IS THE IDENTITY OF A *
      * READING - TWO SITES RELAYING THE SAME STATION, OR A SITE    *
      * RE-SENDING AN OVERLAPPING HOUR, DELIVER THE SAME KEY AGAIN  *
      * UNDER A PERFECTLY GOOD FILE, AND ONLY THIS REGISTER CAN     *
      * CATCH IT.  A GDG LIKE THE OTHER ROLLING MASTERS: SINMRG     *
      * READS (0), CHECKS THE DAY'S READINGS AGAINST THE LAST FEW   *
      * BUSINESS DATES (TOL-DUP-WINDOW), AND CUTS (+1) CARRYING     *
      * THE WINDOW FORWARD PLUS THE DAY'S ACCEPTED KEYS - OLDER     *
      * DATES FALL OFF ON THE WAY THROUGH.  A RERUN OF A BUSINESS   *
      * DATE REPLACES THAT DATE'S KEYS RATHER THAN MATCHING ITSELF. *
      * READINGS WITH NO STATION OR NO CAPTURE TIMESTAMP (LEGACY    *
      * FEEDS) HAVE NO IDENTITY TO CHECK AND ARE NEVER REGISTERED.  *
      ***************************************************************
       01  RDG-KEY-REC.
           05  RDG-STATION-ID          PIC X(8).
           05  RDG-CAPTURE-TS          PIC X(14).
           05  RDG-SITE-ID             PIC X(8).
           05  RDG-ACCEPT-DATE         PIC X(8).
           05  FILLER                  PIC X(12).
