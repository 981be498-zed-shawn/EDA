      * THE ONE PLACE EVERY MONITORING THRESHOLD LIVES, MAINTAINED  *
      * BY OPERATIONS AS A PLAIN DATASET LIKE DISTCTL - TUNING A    *
      * LIMIT IS AN EDIT, NOT A JCL CHANGE.  READ AT THE TOP OF     *
      * EACH RUN BY SINRECON, SINSTAT, SINTRND, SINCOR, SINMRG,     *
      * SINGAP, STAMNT AND CALMNT, AND THE VALUES IN EFFECT ARE     *
      * ECHOED ON EACH REPORT SO AN AUDITOR CAN SEE WHAT LIMITS A   *
      * DAY WAS JUDGED AGAINST.                                     *
      * TOL-STATION-ID SPACES = THE DEFAULT RECORD CARRYING THE     *
      * STANDING VALUE FOR EVERY THRESHOLD; A NON-BLANK STATION ID  *
      * IS A PER-STATION OVERRIDE (COASTAL STATIONS ARE             *
      * LEGITIMATELY NOISIER THAN INLAND ONES) - ON AN OVERRIDE     *
      * ONLY THE DRIFT THRESHOLD (SINRECON), SIGMA FACTOR           *
      * (SINSTAT'S OUTLIER GATE), GAP HOURS AND SILENT DAYS         *
      * (SINGAP) APPLY; THE OTHER FIELDS ARE JOB-WIDE AND COME      *
      * FROM THE DEFAULT RECORD ALONE.                              *
      * A BLANK (NON-NUMERIC) OR ZERO FIELD MEANS "NO VALUE HERE" - *
      * THE READER KEEPS ITS PARM OR COMPILED DEFAULT, SO A SPARSE  *
      * CONTROL DATASET DEGRADES TO THE OLD BEHAVIOUR.              *
      *   TOL-SHIFT-LIMIT-PCT - SINSTAT SHARE-SHIFT GATE (POINTS)   *
      *   TOL-TREND-WINDOW    - SINTRND WINDOW (BUSINESS DAYS)      *
      *   TOL-AGE-LIMIT-DAYS  - SINCOR SUSPENSE AGING ESCALATION    *
      *   TOL-DUP-WINDOW      - SINMRG DUPLICATE-READING WINDOW     *
      *                         (PRIOR BUSINESS DATES)              *
      *   TOL-GAP-HOURS       - SINGAP LONGEST TOLERATED RUN OF     *
      *                         HOURS WITH NO READING               *
      *   TOL-SILENT-DAYS     - SINGAP BUSINESS DAYS SINCE THE LAST *
      *                         READING THAT ESCALATES A SILENCE    *
      *   TOL-PEND-EXPIRY-DAYS - STAMNT, CALMNT AND SINCOR DAYS A   *
      *                         MAINTENANCE REQUEST MAY WAIT FOR    *
      *                         ITS APPROVAL BEFORE IT EXPIRES      *
      ***************************************************************
       01  TOL-CTL-REC.
           05  TOL-STATION-ID          PIC X(8).
           05  TOL-SHIFT-LIMIT-PCT     PIC 9(3).
           05  TOL-TREND-WINDOW        PIC 9(2).
           05  TOL-AGE-LIMIT-DAYS      PIC 9(4).
           05  TOL-DUP-WINDOW          PIC 9(2).
           05  TOL-GAP-HOURS           PIC 9(2).
           05  TOL-SILENT-DAYS         PIC 9(3).
           05  TOL-PEND-EXPIRY-DAYS    PIC 9(3).
           05  FILLER                  PIC X(35).
