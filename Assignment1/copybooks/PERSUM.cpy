      ***************************************************************
      * PERSUM - MONTH-END PERIOD SUMMARY RECORD LAYOUT             *
      * THE CUMULATIVE, APPEND-ONLY DATASET SINCLOSE WRITES WHEN IT *
      * CLOSES A MONTH (PERIOD YYYYMM) - THE FIGURES MANAGEMENT USED*
      * TO BUILD BY HAND FROM THE TREND REPORTS, KEPT ONCE:         *
      *   'C' - CLOSED FIGURES FOR ONE STATION OR ONE SITE: READINGS*
      *         AND MIN/MAX/AVERAGE RES FROM THE HISTORY MASTERS,   *
      *         SUSPENSE REJECTS, AND SINSTAT OUTLIERS FOR THE MONTH*
      *   'P' - THE CLOSE ITSELF, WRITTEN LAST, WITH PERIOD TOTALS. *
      *         'C' RECORDS COUNT ONLY WHEN A 'P' RECORD FOR THE    *
      *         PERIOD CARRIES THE SAME PER-RUN-TS - A CLOSE THAT   *
      *         DIED HALF WRITTEN LEAVES ORPHANS THAT ARE IGNORED,  *
      *         AND THE NEXT RUN CLOSES THE PERIOD AGAIN            *
      *   'A' - A POST-CLOSE ADJUSTMENT: A RERUN, REVERSAL OR       *
      *         CORRECTION CHANGED A CLOSED PERIOD'S FIGURES AFTER  *
      *         THE CLOSE.  THE COUNTS ARE THE CHANGE (SIGNED),     *
      *         MIN/MAX/AVERAGE ARE THE RESTATED VALUES.            *
      * A CLOSED PERIOD IS FROZEN - ITS 'C' AND 'P' RECORDS ARE     *
      * NEVER REWRITTEN; ADJUSTMENTS ARE ONLY ADDED BESIDE THEM.    *
      ***************************************************************
       01  PERIOD-SUM-REC.
           05  PER-PERIOD              PIC X(6).
           05  PER-REC-TYPE            PIC X.
               88  PER-CLOSE-REC           VALUE 'P'.
               88  PER-CLOSED-FIGURES      VALUE 'C'.
               88  PER-ADJUSTMENT          VALUE 'A'.
           05  PER-LEVEL               PIC X.
               88  PER-STATION-LEVEL       VALUE 'S'.
               88  PER-SITE-LEVEL          VALUE 'T'.
           05  PER-KEY                 PIC X(8).
           05  PER-SITE-ID             PIC X(8).
           05  PER-RUN-TS              PIC X(14).
           05  PER-BUS-DATE            PIC X(8).
           05  PER-RDG-COUNT           PIC S9(8).
           05  PER-REJECT-COUNT        PIC S9(8).
           05  PER-OUTLIER-COUNT       PIC S9(8).
           05  PER-MIN-RES             PIC S9(1)V9(10).
           05  PER-MAX-RES             PIC S9(1)V9(10).
           05  PER-AVG-RES             PIC S9(1)V9(10).
           05  FILLER                  PIC X(17).
