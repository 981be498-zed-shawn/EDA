      ***************************************************************
      * SCALREC - STATION CALIBRATION MASTER RECORD LAYOUT          *
      * ONE RECORD PER STATION PER EFFECTIVE-FROM DATE, IN STATION  *
      * ID / EFFECTIVE DATE SEQUENCE.  MAINTAINED BY SCALMNT (ADDS, *
      * CHANGES, END-DATES) AND READ BY SINVAL AND TRIGCLC, WHICH   *
      * CORRECT EACH READING'S CONVERTED RADIAN VALUE WITH THE      *
      * ENTRY IN FORCE ON ITS CAPTURE DATE:                         *
      *     CORRECTED = (RADIANS * SCALE FACTOR) + ANGLE OFFSET     *
      * THE ENTRY IN FORCE IS THE STATION'S LATEST EFFECTIVE DATE   *
      * ON OR BEFORE THE CAPTURE DATE, PROVIDED ITS END DATE (THE   *
      * LAST DAY IT APPLIES - SPACES WHILE OPEN-ENDED) HAS NOT      *
      * PASSED.  ENTRIES ARE NEVER DELETED, ONLY END-DATED, SO A    *
      * RERUN OF A PRIOR BUSINESS DATE PICKS UP THE CALIBRATION     *
      * THAT WAS IN FORCE AT THE TIME.  A ZERO SCALE FACTOR MEANS   *
      * OFFSET ONLY (NO SCALING).                                   *
      ***************************************************************
       01  STA-CAL-REC.
           05  SCAL-STATION-ID         PIC X(8).
           05  SCAL-EFF-DATE           PIC X(8).
           05  SCAL-END-DATE           PIC X(8).
           05  SCAL-ANGLE-OFFSET       PIC S9V9(6)
                                       SIGN LEADING SEPARATE.
           05  SCAL-SCALE-FACTOR       PIC 9V9(6).
           05  SCAL-MAINT-DATE         PIC X(8).
           05  FILLER                  PIC X(31).
