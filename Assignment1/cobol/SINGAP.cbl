      ***************************************************************
      * SINGAP - STATION SILENCE AND HOURLY COVERAGE GAP REPORT.    *
      * SWEEPS THE KEYED STATION MASTER FOR EVERY IN-SERVICE        *
      * STATION AND HOLDS IT UP AGAINST THE CAPTURE TIMESTAMPS ON   *
      * THE DAY'S RESULT DATASET - EVERY OTHER STEP ONLY SEES THE   *
      * READINGS THAT ARRIVED, SO A STATION THAT STOPS SENDING (OR  *
      * GOES QUIET FOR HALF THE DAY) RAISES NO EXCEPTION ANYWHERE   *
      * ELSE.  TWO CONDITIONS ARE REPORTED:                         *
      *   SILENT    - NO READING AT ALL FOR THE BUSINESS DATE, AGED *
      *               BY BUSINESS DAYS SINCE THE STATION'S LAST DAY *
      *               WITH READINGS ON THE STATION HISTORY MASTER;  *
      *               AT OR PAST THE SILENT-DAYS LIMIT IT IS        *
      *               ESCALATED AS OVER LIMIT                       *
      *   HOURLY GAP - READINGS ARRIVED BUT THE LONGEST RUN OF      *
      *               CLOCK HOURS (00-23) WITH NONE EXCEEDS THE     *
      *               GAP-HOURS LIMIT                               *
      * LIMITS COME FROM THE TOLERANCE CONTROL DATASET (DEFAULT     *
      * RECORD PLUS PER-STATION OVERRIDES), FALLING BACK TO 3 HOURS *
      * AND 3 BUSINESS DAYS.  BUSINESS DAYS ARE COUNTED FROM THE    *
      * PROCESSING CALENDAR; WITHOUT IT THE AGE IS CALENDAR DAYS.   *
      * READINGS WITH NO CAPTURE TIMESTAMP (LEGACY FEEDS) COUNT     *
      * TOWARDS "NOT SILENT" BUT CANNOT BE PLACED IN AN HOUR, SO    *
      * SUCH A STATION IS NOT JUDGED FOR HOURLY COVERAGE.           *
      * RETURN CODE 4 WHEN ANY STATION IS REPORTED - SINEVAL ROUTES *
      * THE REPORT TO FIELD ENGINEERING THROUGH SINDIST ON THAT RC. *
      * RETURN CODE 16 WHEN THE RESULT DATASET OR THE STATION       *
      * MASTER CANNOT BE READ.                                      *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINGAP.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESIN-FILE ASSIGN TO RESIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESIN-STATUS.

           SELECT STATION-FILE ASSIGN TO STAMST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STA-STATION-ID
               FILE STATUS IS WS-STAMST-STATUS.

           SELECT OPTIONAL STAHMST-FILE ASSIGN TO STAHMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAHMST-STATUS.

           SELECT OPTIONAL CALMST-FILE ASSIGN TO CALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL TOLCTL-FILE ASSIGN TO TOLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLCTL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RESIN-FILE
           RECORDING MODE IS F.
       COPY RESREC.

       FD  STATION-FILE
           RECORDING MODE IS F.
       COPY STATREC.

       FD  STAHMST-FILE
           RECORDING MODE IS F.
       COPY STAHREC.

       FD  CALMST-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  TOLCTL-FILE
           RECORDING MODE IS F.
       COPY TOLCTL.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RESIN-STATUS             PIC XX.
       01  WS-STAMST-STATUS            PIC XX.
       01  WS-STAHMST-STATUS           PIC XX.
       01  WS-CALMST-STATUS            PIC XX.
       01  WS-RES-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-RESULTS       VALUE 'Y'.
       01  WS-STA-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-STATIONS      VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY       VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-CALENDAR      VALUE 'Y'.
       01  WS-INPUT-SWITCH             PIC X VALUE 'N'.
           88  WS-INPUT-FAILED         VALUE 'Y'.

      * STANDING LIMITS - THE TOLERANCE CONTROL DATASET'S DEFAULT
      * RECORD OUTRANKS THE COMPILED VALUES, AND AN OVERRIDE RECORD
      * FOR A STATION OUTRANKS BOTH FOR THAT STATION.  A BLANK OR
      * ZERO FIELD ON AN OVERRIDE LEAVES THE STANDING VALUE IN
      * FORCE FOR THAT LIMIT, SO ONE RECORD CAN WIDEN JUST THE GAP
      * FOR A STATION THAT ONLY REPORTS IN DAYLIGHT.
       01  WS-GAP-HOURS                PIC 9(2) VALUE 3.
       01  WS-SILENT-DAYS              PIC 9(3) VALUE 3.
       01  WS-TOLCTL-STATUS            PIC XX.
       01  WS-TOL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-TOLERANCE     VALUE 'Y'.
       01  WS-TOL-LOADED-SWITCH        PIC X VALUE 'N'.
           88  WS-TOL-LOADED           VALUE 'Y'.
       01  WS-OVR-MAX-ENTRIES          PIC 9(3) VALUE 500.
       01  WS-OVR-COUNT                PIC 9(3) VALUE 0.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 500 TIMES.
               10  WS-OVR-STATION-ID   PIC X(8).
               10  WS-OVR-GAP-HOURS    PIC 9(2).
               10  WS-OVR-SILENT-DAYS  PIC 9(3).
       01  WS-OVR-SUB                  PIC 9(3).
       01  WS-OVR-FOUND-SWITCH         PIC X.
           88  WS-OVR-FOUND            VALUE 'Y'.
       01  WS-OVR-SKIPPED-COUNT        PIC 9(8) VALUE 0.
       01  WS-ACTIVE-GAP-HOURS         PIC 9(2).
       01  WS-ACTIVE-SILENT-DAYS       PIC 9(3).

      * ONE ENTRY PER STATION SEEN ON THE DAY'S RESULTS: HOW MANY
      * READINGS IT SENT, HOW MANY CARRIED A CAPTURE TIMESTAMP FOR
      * THE BUSINESS DATE, AND A FLAG PER CLOCK HOUR (00-23) THAT
      * SAW AT LEAST ONE OF THEM.
       01  WS-RDG-MAX-ENTRIES          PIC 9(5) VALUE 5000.
       01  WS-RDG-COUNT                PIC 9(5) VALUE 0.
       01  WS-RDG-TABLE.
           05  WS-RDG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RDG-IDX.
               10  WS-RDG-STATION-ID   PIC X(8).
               10  WS-RDG-READINGS     PIC 9(8).
               10  WS-RDG-STAMPED      PIC 9(8).
               10  WS-RDG-HOURS.
                   15  WS-RDG-HOUR     PIC X OCCURS 24 TIMES.
       01  WS-RDG-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-RDG-TABLE-FULL       VALUE 'Y'.
       01  WS-RDG-FOUND-SWITCH         PIC X.
           88  WS-RDG-FOUND            VALUE 'Y'.
       01  WS-HOUR-SUB                 PIC 9(2).

      * BUSINESS DATES FROM THE PROCESSING CALENDAR UP TO AND
      * INCLUDING THE RUN'S OWN DATE - ENOUGH FOR A DECADE OF
      * WORKING DAYS.
       01  WS-CAL-MAX-ENTRIES          PIC 9(4) VALUE 4000.
       01  WS-CAL-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-BUS-DATE         PIC X(8) OCCURS 4000 TIMES.
       01  WS-CAL-SUB                  PIC 9(4).
       01  WS-CAL-LOADED-SWITCH        PIC X VALUE 'N'.
           88  WS-CAL-LOADED           VALUE 'Y'.
       01  WS-CAL-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-CAL-TABLE-FULL       VALUE 'Y'.

      * PER-STATION WORK AREAS FOR THE STATION UNDER THE SWEEP.
       01  WS-LAST-RDG-DATE            PIC X(8).
       01  WS-SILENT-AGE               PIC 9(5).
       01  WS-RUN-LENGTH               PIC 9(2).
       01  WS-LONGEST-GAP              PIC 9(2).
       01  WS-GAP-END-HOUR             PIC 9(2).
       01  WS-GAP-FROM-HOUR            PIC 9(2).
       01  WS-GAP-TO-HOUR              PIC 9(2).
       01  WS-HOURS-COVERED            PIC 9(2).
       01  WS-CONDITION-TEXT           PIC X(30).

       01  WS-RES-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-NO-STATION-COUNT         PIC 9(8) VALUE 0.
       01  WS-IN-SERVICE-COUNT         PIC 9(8) VALUE 0.
       01  WS-REPORTING-COUNT          PIC 9(8) VALUE 0.
       01  WS-SILENT-COUNT             PIC 9(8) VALUE 0.
       01  WS-OVER-LIMIT-COUNT         PIC 9(8) VALUE 0.
       01  WS-GAP-COUNT                PIC 9(8) VALUE 0.
       01  WS-UNSTAMPED-COUNT          PIC 9(8) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-HOURS-ED                 PIC Z9.
       01  WS-GAP-ED                   PIC Z9.
       01  WS-LIMIT-ED                 PIC ZZ9.
       01  WS-AGE-ED                   PIC ZZZZ9.
       01  WS-HOUR-ED                  PIC 99.

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-AUDIT-REC-TYPE           PIC X.
       01  WS-RUNCTL-STATUS            PIC XX.
      ***************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF NOT WS-INPUT-FAILED
               PERFORM 1000-LOAD-ONE-RESULT
                   UNTIL WS-END-OF-RESULTS
               PERFORM 2000-SWEEP-STATIONS
               PERFORM 6000-WRITE-SUMMARY
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'GP' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           PERFORM 0030-READ-TOLERANCE.
           PERFORM 0300-LOAD-CALENDAR.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT RESIN-FILE.
           IF WS-RESIN-STATUS NOT = '00'
               DISPLAY 'SINGAP: RESULT DATASET NOT AVAILABLE - FILE '
                       'STATUS ' WS-RESIN-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           OPEN INPUT STATION-FILE.
           IF WS-STAMST-STATUS NOT = '00'
               DISPLAY 'SINGAP: STATION MASTER NOT AVAILABLE - FILE '
                       'STATUS ' WS-STAMST-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           PERFORM 0400-OPEN-STATION-HISTORY.
           IF WS-INPUT-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2900-WRITE-HEADINGS
           END-IF.

      * THE DEFAULT RECORD (STATION ID SPACES) SETS THE STANDING
      * LIMITS; AN OVERRIDE RECORD IS TABLED ONLY WHEN IT CARRIES A
      * GAP OR SILENT LIMIT OF ITS OWN - OVERRIDES WRITTEN FOR
      * OTHER PROGRAMS' THRESHOLDS ARE PASSED OVER.
       0030-READ-TOLERANCE.
           OPEN INPUT TOLCTL-FILE.
           IF WS-TOLCTL-STATUS = '00'
               PERFORM 0035-LOAD-ONE-TOLERANCE
                   UNTIL WS-END-OF-TOLERANCE
               CLOSE TOLCTL-FILE
               SET WS-TOL-LOADED TO TRUE
           ELSE
               DISPLAY 'SINGAP: TOLERANCE CONTROL DATASET NOT '
                       'AVAILABLE - FILE STATUS ' WS-TOLCTL-STATUS
                       ' - USING COMPILED LIMITS'
           END-IF.
           IF WS-OVR-SKIPPED-COUNT > 0
               DISPLAY 'SINGAP: ' WS-OVR-SKIPPED-COUNT
                       ' STATION OVERRIDE(S) IGNORED - OVERRIDE '
                       'TABLE FULL AT ' WS-OVR-MAX-ENTRIES
           END-IF.

       0035-LOAD-ONE-TOLERANCE.
           READ TOLCTL-FILE
               AT END
                   SET WS-END-OF-TOLERANCE TO TRUE
           END-READ.
           IF NOT WS-END-OF-TOLERANCE
               IF TOL-GAP-HOURS IS NOT NUMERIC
                   MOVE 0 TO TOL-GAP-HOURS
               END-IF
               IF TOL-SILENT-DAYS IS NOT NUMERIC
                   MOVE 0 TO TOL-SILENT-DAYS
               END-IF
               IF TOL-STATION-ID = SPACES
                   PERFORM 0037-APPLY-DEFAULT-LIMITS
               ELSE
                   IF TOL-GAP-HOURS > 0 OR TOL-SILENT-DAYS > 0
                       PERFORM 0038-TABLE-ONE-OVERRIDE
                   END-IF
               END-IF
           END-IF.

       0037-APPLY-DEFAULT-LIMITS.
           IF TOL-GAP-HOURS > 0
               MOVE TOL-GAP-HOURS TO WS-GAP-HOURS
           END-IF.
           IF TOL-SILENT-DAYS > 0
               MOVE TOL-SILENT-DAYS TO WS-SILENT-DAYS
           END-IF.

       0038-TABLE-ONE-OVERRIDE.
           IF WS-OVR-COUNT < WS-OVR-MAX-ENTRIES
               ADD 1 TO WS-OVR-COUNT
               MOVE WS-OVR-COUNT TO WS-OVR-SUB
               MOVE TOL-STATION-ID TO WS-OVR-STATION-ID(WS-OVR-SUB)
               MOVE TOL-GAP-HOURS TO WS-OVR-GAP-HOURS(WS-OVR-SUB)
               MOVE TOL-SILENT-DAYS
                   TO WS-OVR-SILENT-DAYS(WS-OVR-SUB)
           ELSE
               ADD 1 TO WS-OVR-SKIPPED-COUNT
           END-IF.

      * SAME RULE AS EVERY OTHER STEP: THE BUSINESS DATE COMES FROM
      * THE RUN CONTROL, FALLING BACK TO THE WALL CLOCK WITH A
      * WARNING.
       0050-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       DISPLAY 'SINGAP: RUN CONTROL DATASET IS '
                               'EMPTY - USING THE WALL-CLOCK DATE'
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'SINGAP: RUN CONTROL DATASET NOT AVAILABLE '
                       '- FILE STATUS ' WS-RUNCTL-STATUS
                       ' - USING THE WALL-CLOCK DATE'
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'SINGAP: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - USING THE '
                       'WALL-CLOCK DATE'
           END-IF.
           IF CTL-RERUN-MODE
               DISPLAY 'SINGAP: RERUN MODE - PROCESSING BUSINESS '
                       'DATE ' WS-BUS-DATE
           END-IF.

      * THE CALENDAR ONLY SUPPLIES THE AGING OF A SILENT STATION,
      * SO A MISSING CALENDAR DEGRADES TO CALENDAR-DAY AGES WITH A
      * NOTE ON THE REPORT RATHER THAN STOPPING THE RUN.
       0300-LOAD-CALENDAR.
           OPEN INPUT CALMST-FILE.
           IF WS-CALMST-STATUS = '00'
               PERFORM 0350-LOAD-ONE-CALENDAR-DATE
                   UNTIL WS-END-OF-CALENDAR
               CLOSE CALMST-FILE
               IF WS-CAL-COUNT > 0
                   SET WS-CAL-LOADED TO TRUE
               END-IF
           ELSE
               DISPLAY 'SINGAP: PROCESSING CALENDAR NOT AVAILABLE '
                       '- FILE STATUS ' WS-CALMST-STATUS
                       ' - SILENCE AGED IN CALENDAR DAYS'
           END-IF.

      * THE CALENDAR IS IN DATE SEQUENCE, SO A FULL TABLE DROPS THE
      * OLDEST DATES FIRST - AGES ARE COUNTED BACK FROM THE RUN
      * DATE AND ONLY LOSE THEIR TAIL.
       0350-LOAD-ONE-CALENDAR-DATE.
           READ CALMST-FILE
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
           END-READ.
           IF NOT WS-END-OF-CALENDAR
                   AND CAL-BUSINESS-DAY
                   AND CAL-DATE NOT > WS-BUS-DATE
               IF WS-CAL-COUNT >= WS-CAL-MAX-ENTRIES
                   PERFORM 0360-DROP-OLDEST-DATE
               END-IF
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-BUS-DATE(WS-CAL-COUNT)
           END-IF.

       0360-DROP-OLDEST-DATE.
           IF NOT WS-CAL-TABLE-FULL
               SET WS-CAL-TABLE-FULL TO TRUE
               DISPLAY 'SINGAP: MORE THAN ' WS-CAL-MAX-ENTRIES
                       ' BUSINESS DATES ON THE CALENDAR - OLDEST '
                       'DATES NOT USED FOR AGING'
           END-IF.
           PERFORM 0370-SHIFT-ONE-DATE
               VARYING WS-CAL-SUB FROM 2 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.
           SUBTRACT 1 FROM WS-CAL-COUNT.

       0370-SHIFT-ONE-DATE.
           MOVE WS-CAL-BUS-DATE(WS-CAL-SUB)
               TO WS-CAL-BUS-DATE(WS-CAL-SUB - 1).

      * THE STATION HISTORY MASTER IS IN STATION + DATE SEQUENCE,
      * THE SAME ORDER AS THE KEYED MASTER SWEEP, SO IT IS MATCHED
      * AGAINST THE SWEEP AS A BALANCE LINE.  WITHOUT IT A SILENT
      * STATION'S LAST READING DATE IS UNKNOWN AND IT IS REPORTED
      * SILENT WITHOUT AN AGE.
       0400-OPEN-STATION-HISTORY.
           OPEN INPUT STAHMST-FILE.
           IF WS-STAHMST-STATUS = '00'
               PERFORM 0450-READ-HISTORY
           ELSE
               DISPLAY 'SINGAP: STATION HISTORY MASTER NOT '
                       'AVAILABLE - FILE STATUS ' WS-STAHMST-STATUS
                       ' - SILENT STATIONS NOT AGED'
               SET WS-END-OF-HISTORY TO TRUE
           END-IF.

       0450-READ-HISTORY.
           READ STAHMST-FILE
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.

      * READINGS WITH NO STATION ID CANNOT BE CREDITED TO ANY
      * STATION AND ARE ONLY COUNTED.
       1000-LOAD-ONE-RESULT.
           READ RESIN-FILE
               AT END
                   SET WS-END-OF-RESULTS TO TRUE
           END-READ.
           IF NOT WS-END-OF-RESULTS
               ADD 1 TO WS-RES-READ-COUNT
               IF RES-STATION-ID = SPACES
                   ADD 1 TO WS-NO-STATION-COUNT
               ELSE
                   PERFORM 1100-FIND-RESULT-STATION
               END-IF
           END-IF.

       1100-FIND-RESULT-STATION.
           MOVE 'N' TO WS-RDG-FOUND-SWITCH.
           SET WS-RDG-IDX TO 1.
           SEARCH WS-RDG-ENTRY
               AT END
                   PERFORM 1150-REPORT-TABLE-FULL
               WHEN WS-RDG-IDX > WS-RDG-COUNT
                   PERFORM 1200-ADD-RESULT-STATION
               WHEN WS-RDG-STATION-ID(WS-RDG-IDX) = RES-STATION-ID
                   SET WS-RDG-FOUND TO TRUE
           END-SEARCH.
           IF WS-RDG-FOUND
               PERFORM 1300-CREDIT-READING
           END-IF.

       1150-REPORT-TABLE-FULL.
           IF NOT WS-RDG-TABLE-FULL
               SET WS-RDG-TABLE-FULL TO TRUE
               DISPLAY 'SINGAP: MORE THAN ' WS-RDG-MAX-ENTRIES
                       ' REPORTING STATIONS - LATER STATIONS WILL '
                       'SHOW AS SILENT'
           END-IF.

       1200-ADD-RESULT-STATION.
           ADD 1 TO WS-RDG-COUNT.
           MOVE RES-STATION-ID TO WS-RDG-STATION-ID(WS-RDG-IDX).
           MOVE 0 TO WS-RDG-READINGS(WS-RDG-IDX).
           MOVE 0 TO WS-RDG-STAMPED(WS-RDG-IDX).
           MOVE SPACES TO WS-RDG-HOURS(WS-RDG-IDX).
           SET WS-RDG-FOUND TO TRUE.

      * AN HOUR IS ONLY CREDITED FROM A TIMESTAMP ON THE BUSINESS
      * DATE ITSELF - A LATE READING CAPTURED YESTERDAY SAYS NOTHING
      * ABOUT TODAY'S COVERAGE.
       1300-CREDIT-READING.
           ADD 1 TO WS-RDG-READINGS(WS-RDG-IDX).
           IF RES-CAPTURE-TS(1:8) = WS-BUS-DATE
                   AND RES-CAPTURE-TS(9:2) IS NUMERIC
                   AND RES-CAPTURE-TS(9:2) < '24'
               ADD 1 TO WS-RDG-STAMPED(WS-RDG-IDX)
               COMPUTE WS-HOUR-SUB =
                   FUNCTION NUMVAL(RES-CAPTURE-TS(9:2)) + 1
               MOVE 'X' TO WS-RDG-HOUR(WS-RDG-IDX, WS-HOUR-SUB)
           END-IF.

       2000-SWEEP-STATIONS.
           MOVE LOW-VALUES TO STA-STATION-ID.
           START STATION-FILE KEY IS NOT LESS THAN STA-STATION-ID
               INVALID KEY
                   SET WS-END-OF-STATIONS TO TRUE
           END-START.
           PERFORM 2100-CHECK-ONE-STATION
               UNTIL WS-END-OF-STATIONS.

      * EVERY STATION ADVANCES THE HISTORY BALANCE LINE, IN SERVICE
      * OR NOT, SO THE TWO FILES STAY IN STEP.
       2100-CHECK-ONE-STATION.
           READ STATION-FILE NEXT
               AT END
                   SET WS-END-OF-STATIONS TO TRUE
           END-READ.
           IF NOT WS-END-OF-STATIONS
               PERFORM 2150-FIND-LAST-READING
               IF STA-IN-SERVICE
                   ADD 1 TO WS-IN-SERVICE-COUNT
                   PERFORM 2200-SET-ACTIVE-LIMITS
                   PERFORM 2300-FIND-STATION-READINGS
                   IF WS-RDG-FOUND
                       PERFORM 2500-CHECK-HOURLY-COVERAGE
                   ELSE
                       PERFORM 2400-REPORT-SILENT-STATION
                   END-IF
               END-IF
           END-IF.

      * LAST BUSINESS DATE UP TO THE RUN DATE ON WHICH THE STATION
      * HISTORY MASTER RECORDS READINGS FOR THIS STATION - SPACES
      * WHEN IT HAS NEVER REPORTED.
       2150-FIND-LAST-READING.
           MOVE SPACES TO WS-LAST-RDG-DATE.
           PERFORM 0450-READ-HISTORY
               UNTIL WS-END-OF-HISTORY
                  OR SHST-STATION-ID NOT < STA-STATION-ID.
           PERFORM 2160-TAKE-ONE-HISTORY-DAY
               UNTIL WS-END-OF-HISTORY
                  OR SHST-STATION-ID NOT = STA-STATION-ID.

       2160-TAKE-ONE-HISTORY-DAY.
           IF SHST-BUS-DATE NOT > WS-BUS-DATE
                   AND SHST-RDG-COUNT IS NUMERIC
                   AND SHST-RDG-COUNT > 0
                   AND SHST-BUS-DATE > WS-LAST-RDG-DATE
               MOVE SHST-BUS-DATE TO WS-LAST-RDG-DATE
           END-IF.
           PERFORM 0450-READ-HISTORY.

      * THE LIMITS FOR THIS STATION: ITS OVERRIDE WHERE ONE GIVES A
      * VALUE, THE STANDING LIMIT OTHERWISE.
       2200-SET-ACTIVE-LIMITS.
           MOVE WS-GAP-HOURS TO WS-ACTIVE-GAP-HOURS.
           MOVE WS-SILENT-DAYS TO WS-ACTIVE-SILENT-DAYS.
           MOVE 'N' TO WS-OVR-FOUND-SWITCH.
           PERFORM 2250-MATCH-ONE-OVERRIDE
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT OR WS-OVR-FOUND.

       2250-MATCH-ONE-OVERRIDE.
           IF WS-OVR-STATION-ID(WS-OVR-SUB) = STA-STATION-ID
               SET WS-OVR-FOUND TO TRUE
               IF WS-OVR-GAP-HOURS(WS-OVR-SUB) > 0
                   MOVE WS-OVR-GAP-HOURS(WS-OVR-SUB)
                       TO WS-ACTIVE-GAP-HOURS
               END-IF
               IF WS-OVR-SILENT-DAYS(WS-OVR-SUB) > 0
                   MOVE WS-OVR-SILENT-DAYS(WS-OVR-SUB)
                       TO WS-ACTIVE-SILENT-DAYS
               END-IF
           END-IF.

       2300-FIND-STATION-READINGS.
           MOVE 'N' TO WS-RDG-FOUND-SWITCH.
           SET WS-RDG-IDX TO 1.
           SEARCH WS-RDG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RDG-IDX > WS-RDG-COUNT
                   CONTINUE
               WHEN WS-RDG-STATION-ID(WS-RDG-IDX) = STA-STATION-ID
                   SET WS-RDG-FOUND TO TRUE
           END-SEARCH.

       2400-REPORT-SILENT-STATION.
           ADD 1 TO WS-SILENT-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2450-AGE-SILENCE.
           IF WS-LAST-RDG-DATE = SPACES
               MOVE 'SILENT - NEVER REPORTED' TO WS-CONDITION-TEXT
           ELSE
               IF WS-SILENT-AGE >= WS-ACTIVE-SILENT-DAYS
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE '*SILENT - OVER LIMIT'
                       TO WS-CONDITION-TEXT
               ELSE
                   MOVE 'SILENT' TO WS-CONDITION-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE STA-STATION-ID TO REPORT-REC(1:8).
           MOVE STA-SITE-ID TO REPORT-REC(11:8).
           MOVE 0 TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(21:8).
           MOVE 0 TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO REPORT-REC(34:2).
           MOVE WS-ACTIVE-SILENT-DAYS TO WS-LIMIT-ED.
           MOVE WS-LIMIT-ED TO REPORT-REC(55:3).
           MOVE 'D' TO REPORT-REC(58:1).
           IF WS-LAST-RDG-DATE NOT = SPACES
               MOVE WS-LAST-RDG-DATE TO REPORT-REC(62:8)
               MOVE WS-SILENT-AGE TO WS-AGE-ED
               MOVE WS-AGE-ED TO REPORT-REC(71:5)
           END-IF.
           MOVE WS-CONDITION-TEXT TO REPORT-REC(78:30).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * AGE = BUSINESS DATES AFTER THE LAST READING UP TO AND
      * INCLUDING THE RUN DATE, SO A STATION THAT LAST REPORTED ON
      * THE PREVIOUS BUSINESS DAY IS ONE DAY SILENT.
       2450-AGE-SILENCE.
           MOVE 0 TO WS-SILENT-AGE.
           IF WS-LAST-RDG-DATE NOT = SPACES
               IF WS-CAL-LOADED
                   PERFORM 2460-COUNT-ONE-BUSINESS-DATE
                       VARYING WS-CAL-SUB FROM WS-CAL-COUNT BY -1
                       UNTIL WS-CAL-SUB < 1
                          OR WS-CAL-BUS-DATE(WS-CAL-SUB)
                             NOT > WS-LAST-RDG-DATE
               ELSE
                   COMPUTE WS-SILENT-AGE =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-BUS-DATE))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-LAST-RDG-DATE))
               END-IF
           END-IF.

       2460-COUNT-ONE-BUSINESS-DATE.
           ADD 1 TO WS-SILENT-AGE.

      * LONGEST RUN OF CONSECUTIVE CLOCK HOURS WITH NO READING.  A
      * STATION WHOSE READINGS CARRY NO USABLE TIMESTAMP FOR THE
      * DATE CANNOT BE PLACED IN AN HOUR AND IS ONLY COUNTED.
       2500-CHECK-HOURLY-COVERAGE.
           ADD 1 TO WS-REPORTING-COUNT.
           IF WS-RDG-STAMPED(WS-RDG-IDX) = 0
               ADD 1 TO WS-UNSTAMPED-COUNT
           ELSE
               MOVE 0 TO WS-RUN-LENGTH
               MOVE 0 TO WS-LONGEST-GAP
               MOVE 0 TO WS-GAP-END-HOUR
               MOVE 0 TO WS-HOURS-COVERED
               PERFORM 2550-SCAN-ONE-HOUR
                   VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               IF WS-LONGEST-GAP > WS-ACTIVE-GAP-HOURS
                   ADD 1 TO WS-GAP-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 2600-WRITE-GAP-LINE
               END-IF
           END-IF.

       2550-SCAN-ONE-HOUR.
           IF WS-RDG-HOUR(WS-RDG-IDX, WS-HOUR-SUB) = 'X'
               ADD 1 TO WS-HOURS-COVERED
               MOVE 0 TO WS-RUN-LENGTH
           ELSE
               ADD 1 TO WS-RUN-LENGTH
               IF WS-RUN-LENGTH > WS-LONGEST-GAP
                   MOVE WS-RUN-LENGTH TO WS-LONGEST-GAP
                   MOVE WS-HOUR-SUB TO WS-GAP-END-HOUR
               END-IF
           END-IF.

      * THE GAP IS SHOWN AS CLOCK HOURS, E.G. 09:00-13:59.
       2600-WRITE-GAP-LINE.
           COMPUTE WS-GAP-FROM-HOUR = WS-GAP-END-HOUR - WS-LONGEST-GAP.
           COMPUTE WS-GAP-TO-HOUR = WS-GAP-END-HOUR - 1.
           MOVE SPACES TO REPORT-REC.
           MOVE STA-STATION-ID TO REPORT-REC(1:8).
           MOVE STA-SITE-ID TO REPORT-REC(11:8).
           MOVE WS-RDG-READINGS(WS-RDG-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(21:8).
           MOVE WS-HOURS-COVERED TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO REPORT-REC(34:2).
           MOVE WS-LONGEST-GAP TO WS-GAP-ED.
           MOVE WS-GAP-FROM-HOUR TO WS-HOUR-ED.
           STRING WS-GAP-ED DELIMITED BY SIZE
                  'H ' DELIMITED BY SIZE
                  WS-HOUR-ED DELIMITED BY SIZE
                  ':00-' DELIMITED BY SIZE
                  INTO REPORT-REC(38:)
           END-STRING
           MOVE WS-GAP-TO-HOUR TO WS-HOUR-ED.
           STRING WS-HOUR-ED DELIMITED BY SIZE
                  ':59' DELIMITED BY SIZE
                  INTO REPORT-REC(48:)
           END-STRING
           MOVE WS-ACTIVE-GAP-HOURS TO WS-LIMIT-ED.
           MOVE WS-LIMIT-ED TO REPORT-REC(55:3).
           MOVE 'H' TO REPORT-REC(58:1).
           IF WS-LAST-RDG-DATE NOT = SPACES
               MOVE WS-LAST-RDG-DATE TO REPORT-REC(62:8)
           END-IF.
           MOVE '*HOURLY GAP' TO REPORT-REC(78:11).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       2900-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINGAP - STATION SILENCE AND COVERAGE GAP REPORT'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE WS-GAP-HOURS TO WS-GAP-ED.
           MOVE WS-SILENT-DAYS TO WS-LIMIT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'LIMITS: GAP OVER ' DELIMITED BY SIZE
                  WS-GAP-ED DELIMITED BY SIZE
                  ' HOURS, SILENT ' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           IF WS-TOL-LOADED
               STRING '  (TOLERANCE CONTROL IN EFFECT)'
                          DELIMITED BY SIZE
                      INTO REPORT-REC(54:)
               END-STRING
           ELSE
               STRING '  (COMPILED DEFAULT)' DELIMITED BY SIZE
                      INTO REPORT-REC(54:)
               END-STRING
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 2950-ECHO-ONE-OVERRIDE
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT.
           MOVE SPACES TO REPORT-REC.
           IF WS-CAL-LOADED
               STRING 'SILENCE AGED IN BUSINESS DAYS FROM THE '
                          DELIMITED BY SIZE
                      'PROCESSING CALENDAR' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           ELSE
               STRING 'SILENCE AGED IN CALENDAR DAYS - PROCESSING '
                          DELIMITED BY SIZE
                      'CALENDAR NOT AVAILABLE' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'STATION' TO REPORT-REC(1:7).
           MOVE 'SITE' TO REPORT-REC(11:4).
           MOVE 'READINGS' TO REPORT-REC(21:8).
           MOVE 'HOURS' TO REPORT-REC(31:5).
           MOVE 'LONGEST GAP' TO REPORT-REC(38:11).
           MOVE 'LIMIT' TO REPORT-REC(55:5).
           MOVE 'LAST READ' TO REPORT-REC(62:9).
           MOVE 'DAYS' TO REPORT-REC(72:4).
           MOVE 'CONDITION' TO REPORT-REC(78:9).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * EVERY OVERRIDE IN EFFECT IS ECHOED UNDER THE HEADING - THE
      * AUDITOR SEES EXACTLY WHAT LIMITS EACH STATION WAS JUDGED
      * AGAINST.  A ZERO SHOWS THE STANDING LIMIT APPLIES.
       2950-ECHO-ONE-OVERRIDE.
           MOVE WS-OVR-GAP-HOURS(WS-OVR-SUB) TO WS-GAP-ED.
           MOVE WS-OVR-SILENT-DAYS(WS-OVR-SUB) TO WS-LIMIT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'STATION ' DELIMITED BY SIZE
                  WS-OVR-STATION-ID(WS-OVR-SUB) DELIMITED BY SIZE
                  ' GAP HOURS: ' DELIMITED BY SIZE
                  WS-GAP-ED DELIMITED BY SIZE
                  '  SILENT DAYS: ' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       6000-WRITE-SUMMARY.
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING 'EVERY IN-SERVICE STATION REPORTED WITH '
                          DELIMITED BY SIZE
                      'FULL HOURLY COVERAGE' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-IN-SERVICE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY -  IN SERVICE: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           MOVE WS-REPORTING-COUNT TO WS-COUNT-ED.
           STRING '  REPORTING: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(32:)
           END-STRING
           MOVE WS-SILENT-COUNT TO WS-COUNT-ED.
           STRING '  SILENT: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(53:)
           END-STRING
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-ED.
           STRING '  OVER LIMIT: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(71:)
           END-STRING
           MOVE WS-GAP-COUNT TO WS-COUNT-ED.
           STRING '  HOURLY GAPS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(93:)
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-UNSTAMPED-COUNT > 0
               MOVE WS-UNSTAMPED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'NO CAPTURE TIMESTAMPS - HOURLY COVERAGE NOT '
                          DELIMITED BY SIZE
                      'CHECKED FOR: ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' STATION(S)' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-NO-STATION-COUNT > 0
               MOVE WS-NO-STATION-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'READINGS WITH NO STATION ID: ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-RESIN-STATUS = '00' OR '10'
               CLOSE RESIN-FILE
           END-IF.
           IF WS-STAMST-STATUS = '00' OR '10'
               CLOSE STATION-FILE
           END-IF.
           IF WS-STAHMST-STATUS = '00' OR '10'
               CLOSE STAHMST-FILE
           END-IF.
           CLOSE REPORT-FILE.
           PERFORM 8850-WRITE-AUDIT-END.

      * RUN AUDIT TRAIL - AN 'S' RECORD GOES OUT BEFORE ANY REAL
      * WORK AND AN 'E' RECORD AS THE LAST ACT, EACH APPENDED AND
      * CLOSED IMMEDIATELY SO THE EVIDENCE SURVIVES A LATER ABEND.
      * AN UNWRITABLE AUDIT DATASET WARNS BUT NEVER STOPS THE RUN.
       8800-WRITE-AUDIT-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS.
           MOVE 'S' TO WS-AUDIT-REC-TYPE.
           PERFORM 8900-WRITE-AUDIT-REC.

       8850-WRITE-AUDIT-END.
           MOVE 'E' TO WS-AUDIT-REC-TYPE.
           PERFORM 8900-WRITE-AUDIT-REC.

       8900-WRITE-AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00' OR '05'
               MOVE SPACES TO AUDIT-REC
               MOVE 'SINGAP  ' TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-RES-READ-COUNT TO AUD-READ-COUNT
                   MOVE WS-IN-SERVICE-COUNT TO AUD-WRITE-COUNT
                   MOVE WS-EXCEPTION-COUNT TO AUD-EXCEPT-COUNT
                   MOVE RETURN-CODE TO AUD-RETURN-CODE
               ELSE
                   MOVE SPACES TO AUD-STOP-TS
                   MOVE 0 TO AUD-READ-COUNT
                   MOVE 0 TO AUD-WRITE-COUNT
                   MOVE 0 TO AUD-EXCEPT-COUNT
                   MOVE 0 TO AUD-RETURN-CODE
               END-IF
               WRITE AUDIT-REC
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'SINGAP: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINGAP: WARNING - AUDIT DATASET COULD NOT '
                       'BE OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
