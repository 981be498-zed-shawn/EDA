      * LISTING - THE LISTING IS FOR PEOPLE, THIS DATASET IS FOR    *
      * THE CORRECTION SUBSYSTEM, SO A REJECTED READING IS NEVER    *
      * JUST LOST PRINT.  KEYED BY REJECT DATE + RECORD NUMBER.     *
      * SINMRG ALSO APPENDS ONE ITEM PER DUPLICATE READING IT HELD  *
      * OUT OF THE MERGED FEED (REASON 'DUPLICATE READING - ...'),  *
      * NUMBERED FROM 90000001 UP - A RANGE THE DAY'S MERGED FEED   *
      * NEVER REACHES, SO IT CANNOT COLLIDE WITH SINVAL'S RECORD    *
      * NUMBERS FOR THE SAME REJECT DATE.                           *
      * SINCOR APPLIES OPERATOR CORRECTIONS AGAINST OPEN ('O')      *
      * ITEMS, TURNS THEM INTO RECYCLE FEED RECORDS, AND MARKS      *
      * THEM RECYCLED ('R') - RECYCLED ITEMS STAY ON THE DATASET    *
      * THE MAINTENANCE RUN JUST ADDED OR REACTIVATED, MARKING      *
      * THEM 'A' SO AN AUTO-RECYCLE IS NEVER MISTAKEN FOR AN        *
      * OPERATOR CORRECTION.                                        *
      * SUSP-SITE-ID IS THE SITE THE READING ARRIVED FROM (ANGLE-   *
      * SITE-ID) AND SUSP-SITE-REC-NUM ITS DETAIL NUMBER IN THAT    *
      * SITE'S OWN FILE - WHAT SINRTN QUOTES BACK ON THE SITE'S     *
      * REJECT RETURN FILE.  SUSP-RESOLVED-TS IS STAMPED WHEN SINCOR*
      * OR SINRCY RECYCLES THE ITEM, SO THE NEXT RETURN FILE CAN    *
      * TELL THE SITE IT WAS RESOLVED.  ITEMS WRITTEN BEFORE THESE  *
      * FIELDS EXISTED READ BACK AS SPACES.                         *
      ***************************************************************
       01  SUSP-REC.
           05  SUSP-REJECT-DATE        PIC X(8).
               88  SUSP-OPEN               VALUE 'O'.
               88  SUSP-RECYCLED           VALUE 'R'.
               88  SUSP-AUTO-RECYCLED      VALUE 'A'.
           05  SUSP-SITE-ID            PIC X(8).
           05  SUSP-SITE-REC-NUM       PIC 9(8).
           05  SUSP-RESOLVED-TS        PIC X(14).
           05  FILLER                  PIC X(8).
