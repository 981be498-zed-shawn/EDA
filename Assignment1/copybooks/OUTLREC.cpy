      ***************************************************************
      * OUTLREC - SINSTAT OUTLIER LOG RECORD LAYOUT                 *
      * ONE RECORD PER RESULT SINSTAT FOUND OUTSIDE ITS ANGLE'S     *
      * SIGMA CONTROL LIMITS, APPENDED TO A CUMULATIVE DATASET AS   *
      * IT IS FOUND - THE REPORT ONLY LISTS THE FIRST HUNDRED AND   *
      * THE AUDIT TRAIL ONLY THE DAY'S TOTAL, SO THIS IS WHERE THE  *
      * MONTH-END CLOSE (SINCLOSE) COUNTS OUTLIERS BY STATION AND   *
      * BY SITE.  EVERY SINSTAT RUN FIRST WRITES A RUN MARKER (ANGLE*
      * NUMBER ZERO, NO STATION) STAMPED WITH ITS START TIME IN     *
      * OUTL-RUN-TS, THEN ITS OUTLIERS WITH THE SAME STAMP: A RERUN *
      * OR RESTART FOR A DATE APPENDS A FRESH SET, AND ONLY THE SET *
      * OF THE DATE'S LATEST MARKER COUNTS - A RERUN THAT FINDS NO  *
      * OUTLIERS STILL SUPERSEDES THE EARLIER RUN'S.                *
      ***************************************************************
       01  OUTLIER-REC.
           05  OUTL-BUS-DATE           PIC X(8).
           05  OUTL-RUN-TS             PIC X(14).
           05  OUTL-ANGLE-NUM          PIC 9(4).
               88  OUTL-RUN-MARKER         VALUE 0.
           05  OUTL-STATION-ID         PIC X(8).
           05  OUTL-SITE-ID            PIC X(8).
           05  OUTL-RES-VALUE          PIC S9(1)V9(10).
           05  OUTL-MEAN               PIC S9(1)V9(10).
           05  OUTL-SIGMA              PIC S9(1)V9(10).
           05  FILLER                  PIC X(25).
