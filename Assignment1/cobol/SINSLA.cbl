      ***************************************************************
      * SINSLA - BATCH-WINDOW SLA MONITOR FOR THE SINEVAL JOB.      *
      * EVERY PROGRAM ALREADY STAMPS ITS START AND STOP TIMES ON THE*
      * RUN-AUDIT TRAIL; THIS STEP TIMES EACH STEP NAMED ON THE SLA *
      * CONTROL DATASET (SLACTL COPYBOOK) FOR THE RUN CONTROL'S     *
      * BUSINESS DATE AND REPORTS ACTUAL ELAPSED TIME AND FINISH    *
      * TIME AGAINST THE STEP'S TARGET AND LATEST-ACCEPTABLE FINISH,*
      * WITH A ROLLING AVERAGE ELAPSED TIME OVER THE LAST N BUSINESS*
      * DATES ON THE TRAIL - SO A STEP CREEPING TOWARDS ITS TARGET  *
      * SHOWS UP BEFORE IT COSTS THE HANDOFF TO THE ENGINEERING     *
      * SERVER.  A RESTARTED STEP IS TIMED BY ITS LAST ATTEMPT; THE *
      * JOB IS TIMED FROM ITS FIRST START TO ITS LAST FINISH OF THE *
      * DAY, RESTARTS INCLUDED.                                     *
      * RETURN CODES:                                               *
      *   16 - SLA CONTROL DATASET MISSING OR EMPTY (ACTUALS ONLY)  *
      *    8 - THE OVERALL JOB DEADLINE WAS BREACHED - RELEASES THE *
      *        SLADIST STEP, WHICH ROUTES THIS REPORT TO THE        *
      *        OPERATIONS ON-CALL RECIPIENT                         *
      *    4 - A STEP (OR THE JOB) OVERRAN ITS TARGET OR FINISHED   *
      *        AFTER ITS LATEST-ACCEPTABLE TIME                     *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINSLA.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLACTL-FILE ASSIGN TO SLACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLACTL-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SLACTL-FILE
           RECORDING MODE IS F.
       COPY SLACTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-SLACTL-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-SLA-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-SLACTL        VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-AUDIT         VALUE 'Y'.
       01  WS-SLA-LOADED-SWITCH        PIC X VALUE 'N'.
           88  WS-SLA-LOADED           VALUE 'Y'.

      * JOB-WIDE SETTINGS FROM THE '*JOB' RECORD.
       01  WS-AVG-RUNS                 PIC 9(2) VALUE 10.
       01  WS-WARN-PCT                 PIC 9(3) VALUE 90.
       01  WS-JOB-TARGET-SECS          PIC 9(7) VALUE 0.
       01  WS-JOB-DEADLINE-TS          PIC X(14) VALUE SPACES.

      * ONE ENTRY PER STEP ON THE SLA CONTROL, IN CONTROL ORDER:
      * ITS LIMITS, THE BUSINESS DATE'S ACTUALS (LAST ATTEMPT
      * WINS), AND THE ELAPSED TIMES OF ITS LAST N BUSINESS DATES
      * OLDEST FIRST - ONE PER DATE, A RESTART REPLACING THE
      * DATE'S EARLIER FIGURE.
       01  WS-STP-MAX-ENTRIES          PIC 9(2) VALUE 40.
       01  WS-STP-COUNT                PIC 9(2) VALUE 0.
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-STP-IDX.
               10  WS-STP-PROGRAM      PIC X(8).
               10  WS-STP-TARGET-SECS  PIC 9(7).
               10  WS-STP-DEADLINE-TS  PIC X(14).
               10  WS-STP-RAN-SW       PIC X.
                   88  WS-STP-RAN          VALUE 'Y'.
               10  WS-STP-TRIES        PIC 9(2).
               10  WS-STP-START-TS     PIC X(14).
               10  WS-STP-STOP-TS      PIC X(14).
               10  WS-STP-SECS         PIC 9(7).
               10  WS-STP-RC           PIC 9(4).
               10  WS-STP-HIST-COUNT   PIC 9(2).
               10  WS-STP-HIST OCCURS 30 TIMES.
                   15  WS-STP-HIST-DATE PIC X(8).
                   15  WS-STP-HIST-SECS PIC 9(7).
       01  WS-STP-SUB                  PIC 9(2).
       01  WS-STP-FOUND-SWITCH         PIC X.
           88  WS-STP-FOUND            VALUE 'Y'.
       01  WS-STP-SKIPPED-COUNT        PIC 9(4) VALUE 0.

      * THE JOB'S WINDOW PER BUSINESS DATE - FIRST START AND LAST
      * FINISH OF ANY STEP ON THE SLA CONTROL - FOR THE SAME LAST N
      * DATES.
       01  WS-DAY-COUNT                PIC 9(2) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 30 TIMES.
               10  WS-DAY-DATE         PIC X(8).
               10  WS-DAY-START-TS     PIC X(14).
               10  WS-DAY-STOP-TS      PIC X(14).
       01  WS-DAY-SUB                  PIC 9(2).
       01  WS-DAY-HIT                  PIC 9(2).

       01  WS-HIST-SUB                 PIC 9(2).
       01  WS-HIST-HIT                 PIC 9(2).
       01  WS-SHIFT-SUB                PIC 9(2).

      * TIMESTAMP ARITHMETIC - A YYYYMMDDHHMMSS STAMP AS SECONDS
      * SINCE THE INTEGER-DATE EPOCH.
       01  WS-TS-IN.
           05  WS-TS-DATE              PIC 9(8).
           05  WS-TS-HH                PIC 9(2).
           05  WS-TS-MM                PIC 9(2).
           05  WS-TS-SS                PIC 9(2).
       01  WS-TS-SECS                  PIC 9(11).
       01  WS-START-SECS               PIC 9(11).
       01  WS-ELAPSED                  PIC S9(11).
       01  WS-ELAPSED-SECS             PIC 9(7).
       01  WS-HHMMSS                   PIC 9(6).
       01  WS-HHMMSS-X REDEFINES WS-HHMMSS.
           05  WS-HHMMSS-HH            PIC 9(2).
           05  WS-HHMMSS-MM            PIC 9(2).
           05  WS-HHMMSS-SS            PIC 9(2).
       01  WS-LIMIT-SECS               PIC 9(7).
       01  WS-DEADLINE-DATE            PIC 9(8).
       01  WS-DEADLINE-TS              PIC X(14).
       01  WS-FINISH-DAY               PIC 9.

       01  WS-SUM-SECS                 PIC 9(9).
       01  WS-AVG-SECS                 PIC 9(7).
       01  WS-AVG-PCT                  PIC 9(5).
       01  WS-FLAG-PTR                 PIC 9(3).

       01  WS-JOB-START-TS             PIC X(14) VALUE SPACES.
       01  WS-JOB-STOP-TS              PIC X(14) VALUE SPACES.
       01  WS-JOB-SECS                 PIC 9(7) VALUE 0.
       01  WS-JOB-DONE-SWITCH          PIC X VALUE 'N'.
           88  WS-JOB-DONE             VALUE 'Y'.
       01  WS-DEADLINE-SWITCH          PIC X VALUE 'N'.
           88  WS-DEADLINE-BREACHED    VALUE 'Y'.

       01  WS-AUD-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-TIMED-COUNT              PIC 9(4) VALUE 0.
       01  WS-OVER-COUNT               PIC 9(4) VALUE 0.
       01  WS-LATE-COUNT               PIC 9(4) VALUE 0.
       01  WS-TREND-COUNT              PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(8) VALUE 0.
       01  WS-BREACH-COUNT             PIC 9(8) VALUE 0.

       01  WS-EL-HOURS                 PIC 9(4).
       01  WS-EL-REST                  PIC 9(4).
       01  WS-EL-MINUTES               PIC 9(2).
       01  WS-EL-SECONDS               PIC 9(2).
       01  WS-ELAPSED-ED.
           05  WS-EL-HH                PIC ZZ9.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-EL-MM                PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-EL-SS                PIC 99.
       01  WS-TS-ED                    PIC X(16).
       01  WS-PCT-ED                   PIC ZZZZ9.
       01  WS-TRIES-ED                 PIC Z9.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-WINDOW-ED                PIC Z9.
       01  WS-WARN-ED                  PIC ZZ9.

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-NOW-TS                   PIC X(14).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-AUDIT-REC-TYPE           PIC X.
      ***************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 2000-SCAN-AUDIT-TRAIL.
           PERFORM 3000-JUDGE-JOB.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'SL' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
           PERFORM 1000-LOAD-SLA-CONTROL.
           OPEN OUTPUT REPORT-FILE.

      * SAME RULE AS EVERY OTHER STEP: THE BUSINESS DATE COMES FROM
      * THE RUN CONTROL, FALLING BACK TO THE WALL CLOCK WITH A
      * WARNING.
       0050-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       DISPLAY 'SINSLA: RUN CONTROL DATASET IS '
                               'EMPTY - USING THE WALL-CLOCK DATE'
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'SINSLA: RUN CONTROL DATASET NOT AVAILABLE '
                       '- FILE STATUS ' WS-RUNCTL-STATUS
                       ' - USING THE WALL-CLOCK DATE'
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'SINSLA: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - USING THE '
                       'WALL-CLOCK DATE'
           END-IF.
           IF CTL-RERUN-MODE
               DISPLAY 'SINSLA: RERUN MODE - PROCESSING BUSINESS '
                       'DATE ' WS-BUS-DATE
           END-IF.

      * THE '*JOB' RECORD SETS THE JOB'S OWN LIMITS AND THE
      * JOB-WIDE SETTINGS; EVERY OTHER RECORD IS A STEP.  LIMITS
      * ARE TURNED INTO SECONDS AND ABSOLUTE DEADLINE STAMPS ONCE,
      * HERE.
       1000-LOAD-SLA-CONTROL.
           OPEN INPUT SLACTL-FILE.
           IF WS-SLACTL-STATUS = '00'
               PERFORM 1100-LOAD-ONE-SLA-REC
                   UNTIL WS-END-OF-SLACTL
               CLOSE SLACTL-FILE
               IF WS-STP-COUNT > 0
                   SET WS-SLA-LOADED TO TRUE
               ELSE
                   DISPLAY 'SINSLA: SLA CONTROL DATASET NAMES NO '
                           'STEPS - NOTHING TO JUDGE'
               END-IF
           ELSE
               DISPLAY 'SINSLA: SLA CONTROL DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-SLACTL-STATUS
                       ' - NOTHING TO JUDGE'
           END-IF.
           IF WS-STP-SKIPPED-COUNT > 0
               DISPLAY 'SINSLA: ' WS-STP-SKIPPED-COUNT
                       ' SLA CONTROL RECORD(S) IGNORED - STEP TABLE '
                       'FULL AT ' WS-STP-MAX-ENTRIES
           END-IF.

       1100-LOAD-ONE-SLA-REC.
           READ SLACTL-FILE
               AT END
                   SET WS-END-OF-SLACTL TO TRUE
           END-READ.
           IF NOT WS-END-OF-SLACTL
               IF SLA-TARGET-ELAPSED IS NOT NUMERIC
                   MOVE 0 TO SLA-TARGET-ELAPSED
               END-IF
               IF SLA-FINISH-DAY IS NOT NUMERIC
                   MOVE 0 TO SLA-FINISH-DAY
               END-IF
               IF SLA-LATEST-FINISH IS NOT NUMERIC
                   MOVE 0 TO SLA-LATEST-FINISH
               END-IF
               IF SLA-JOB-RECORD
                   PERFORM 1200-APPLY-JOB-LIMITS
               ELSE
                   IF SLA-PROGRAM NOT = SPACES
                       PERFORM 1300-TABLE-ONE-STEP
                   END-IF
               END-IF
           END-IF.

       1200-APPLY-JOB-LIMITS.
           PERFORM 1400-CONVERT-LIMITS.
           MOVE WS-LIMIT-SECS TO WS-JOB-TARGET-SECS.
           MOVE WS-DEADLINE-TS TO WS-JOB-DEADLINE-TS.
           IF SLA-AVG-RUNS IS NUMERIC
               IF SLA-AVG-RUNS > 0
                   MOVE SLA-AVG-RUNS TO WS-AVG-RUNS
               END-IF
           END-IF.
           IF WS-AVG-RUNS > 30
               MOVE 30 TO WS-AVG-RUNS
           END-IF.
           IF SLA-WARN-PCT IS NUMERIC
               IF SLA-WARN-PCT > 0
                   MOVE SLA-WARN-PCT TO WS-WARN-PCT
               END-IF
           END-IF.

       1300-TABLE-ONE-STEP.
           IF WS-STP-COUNT < WS-STP-MAX-ENTRIES
               ADD 1 TO WS-STP-COUNT
               MOVE WS-STP-COUNT TO WS-STP-SUB
               PERFORM 1400-CONVERT-LIMITS
               MOVE SLA-PROGRAM TO WS-STP-PROGRAM(WS-STP-SUB)
               MOVE WS-LIMIT-SECS TO WS-STP-TARGET-SECS(WS-STP-SUB)
               MOVE WS-DEADLINE-TS TO WS-STP-DEADLINE-TS(WS-STP-SUB)
               MOVE 'N' TO WS-STP-RAN-SW(WS-STP-SUB)
               MOVE 0 TO WS-STP-TRIES(WS-STP-SUB)
               MOVE SPACES TO WS-STP-START-TS(WS-STP-SUB)
               MOVE SPACES TO WS-STP-STOP-TS(WS-STP-SUB)
               MOVE 0 TO WS-STP-SECS(WS-STP-SUB)
               MOVE 0 TO WS-STP-RC(WS-STP-SUB)
               MOVE 0 TO WS-STP-HIST-COUNT(WS-STP-SUB)
           ELSE
               ADD 1 TO WS-STP-SKIPPED-COUNT
           END-IF.

      * TARGET HHMMSS TO SECONDS; LATEST FINISH TO A FULL STAMP ON
      * THE BUSINESS DATE PLUS SLA-FINISH-DAY.  ZERO = NO LIMIT.
       1400-CONVERT-LIMITS.
           MOVE SLA-TARGET-ELAPSED TO WS-HHMMSS.
           COMPUTE WS-LIMIT-SECS = WS-HHMMSS-HH * 3600
                                 + WS-HHMMSS-MM * 60
                                 + WS-HHMMSS-SS.
           MOVE SPACES TO WS-DEADLINE-TS.
           IF SLA-LATEST-FINISH > 0
               MOVE SLA-FINISH-DAY TO WS-FINISH-DAY
               COMPUTE WS-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-BUS-DATE))
                        + WS-FINISH-DAY)
               MOVE SLA-LATEST-FINISH TO WS-HHMMSS
               STRING WS-DEADLINE-DATE WS-HHMMSS DELIMITED BY SIZE
                      INTO WS-DEADLINE-TS
               END-STRING
           END-IF.

      * ONE PASS OVER THE WHOLE TRAIL (TIME ORDER): EVERY END
      * RECORD OF A CONTROLLED STEP UP TO THE BUSINESS DATE FEEDS
      * THAT STEP'S ROLLING HISTORY, AND EVERY START OR END RECORD
      * WIDENS ITS DATE'S JOB WINDOW.  LATER DATES (A PRIOR-DATE
      * RERUN LOOKING BACK) ARE PASSED OVER.
       2000-SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM 2100-SCAN-ONE-AUDIT-REC
                   UNTIL WS-END-OF-AUDIT
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINSLA: RUN-AUDIT TRAIL NOT AVAILABLE - FILE '
                       'STATUS ' WS-AUDIT-STATUS
                       ' - NO STEP CAN BE TIMED'
           END-IF.

       2100-SCAN-ONE-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
           END-READ.
           IF NOT WS-END-OF-AUDIT
               ADD 1 TO WS-AUD-READ-COUNT
               IF AUD-BUS-DATE NOT > WS-BUS-DATE
                   PERFORM 2200-FIND-STEP
                   IF WS-STP-FOUND
                       PERFORM 2300-POST-DAY-WINDOW
                       IF AUD-END-REC
                           PERFORM 2400-POST-STEP-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-FIND-STEP.
           MOVE 'N' TO WS-STP-FOUND-SWITCH.
           SET WS-STP-IDX TO 1.
           SEARCH WS-STP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STP-IDX > WS-STP-COUNT
                   CONTINUE
               WHEN WS-STP-PROGRAM(WS-STP-IDX) = AUD-PROGRAM
                   SET WS-STP-FOUND TO TRUE
                   SET WS-STP-SUB TO WS-STP-IDX
           END-SEARCH.

       2300-POST-DAY-WINDOW.
           MOVE 0 TO WS-DAY-HIT.
           PERFORM 2310-MATCH-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT OR WS-DAY-HIT > 0.
           IF WS-DAY-HIT = 0
               IF WS-DAY-COUNT < WS-AVG-RUNS
                   ADD 1 TO WS-DAY-COUNT
               ELSE
                   PERFORM 2320-DROP-OLDEST-DAY
                       VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB NOT < WS-DAY-COUNT
               END-IF
               MOVE WS-DAY-COUNT TO WS-DAY-HIT
               MOVE AUD-BUS-DATE TO WS-DAY-DATE(WS-DAY-HIT)
               MOVE AUD-START-TS TO WS-DAY-START-TS(WS-DAY-HIT)
               MOVE SPACES TO WS-DAY-STOP-TS(WS-DAY-HIT)
           END-IF.
           IF AUD-START-TS < WS-DAY-START-TS(WS-DAY-HIT)
               MOVE AUD-START-TS TO WS-DAY-START-TS(WS-DAY-HIT)
           END-IF.
           IF AUD-END-REC
                   AND AUD-STOP-TS > WS-DAY-STOP-TS(WS-DAY-HIT)
               MOVE AUD-STOP-TS TO WS-DAY-STOP-TS(WS-DAY-HIT)
           END-IF.

       2310-MATCH-DAY.
           IF WS-DAY-DATE(WS-DAY-SUB) = AUD-BUS-DATE
               MOVE WS-DAY-SUB TO WS-DAY-HIT
           END-IF.

       2320-DROP-OLDEST-DAY.
           MOVE WS-DAY-ENTRY(WS-SHIFT-SUB + 1)
               TO WS-DAY-ENTRY(WS-SHIFT-SUB).

       2400-POST-STEP-END.
           MOVE AUD-START-TS TO WS-TS-IN.
           PERFORM 7000-TS-TO-SECONDS.
           MOVE WS-TS-SECS TO WS-START-SECS.
           MOVE AUD-STOP-TS TO WS-TS-IN.
           PERFORM 7000-TS-TO-SECONDS.
           COMPUTE WS-ELAPSED = WS-TS-SECS - WS-START-SECS.
           IF WS-ELAPSED < 0 OR WS-TS-SECS = 0 OR WS-START-SECS = 0
               MOVE 0 TO WS-ELAPSED
           END-IF.
           MOVE WS-ELAPSED TO WS-ELAPSED-SECS.
           PERFORM 2500-POST-STEP-HISTORY.
           IF AUD-BUS-DATE = WS-BUS-DATE
               SET WS-STP-RAN(WS-STP-SUB) TO TRUE
               ADD 1 TO WS-STP-TRIES(WS-STP-SUB)
               MOVE AUD-START-TS TO WS-STP-START-TS(WS-STP-SUB)
               MOVE AUD-STOP-TS TO WS-STP-STOP-TS(WS-STP-SUB)
               MOVE WS-ELAPSED-SECS TO WS-STP-SECS(WS-STP-SUB)
               MOVE AUD-RETURN-CODE TO WS-STP-RC(WS-STP-SUB)
           END-IF.

       2500-POST-STEP-HISTORY.
           MOVE 0 TO WS-HIST-HIT.
           PERFORM 2510-MATCH-HIST-DATE
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-STP-HIST-COUNT(WS-STP-SUB)
                  OR WS-HIST-HIT > 0.
           IF WS-HIST-HIT = 0
               IF WS-STP-HIST-COUNT(WS-STP-SUB) < WS-AVG-RUNS
                   ADD 1 TO WS-STP-HIST-COUNT(WS-STP-SUB)
               ELSE
                   PERFORM 2520-DROP-OLDEST-HIST
                       VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB
                           NOT < WS-STP-HIST-COUNT(WS-STP-SUB)
               END-IF
               MOVE WS-STP-HIST-COUNT(WS-STP-SUB) TO WS-HIST-HIT
               MOVE AUD-BUS-DATE
                   TO WS-STP-HIST-DATE(WS-STP-SUB, WS-HIST-HIT)
           END-IF.
           MOVE WS-ELAPSED-SECS
               TO WS-STP-HIST-SECS(WS-STP-SUB, WS-HIST-HIT).

       2510-MATCH-HIST-DATE.
           IF WS-STP-HIST-DATE(WS-STP-SUB, WS-HIST-SUB) = AUD-BUS-DATE
               MOVE WS-HIST-SUB TO WS-HIST-HIT
           END-IF.

       2520-DROP-OLDEST-HIST.
           MOVE WS-STP-HIST(WS-STP-SUB, WS-SHIFT-SUB + 1)
               TO WS-STP-HIST(WS-STP-SUB, WS-SHIFT-SUB).

      * THE JOB IS DONE FOR THE DATE ONCE THE LAST STEP ON THE SLA
      * CONTROL HAS ENDED.  THE DEADLINE IS BREACHED BY A LATE
      * FINISH - OR, WHEN THE JOB IS NOT DONE, BY THE CLOCK HAVING
      * ALREADY PASSED IT.
       3000-JUDGE-JOB.
           MOVE 0 TO WS-DAY-HIT.
           PERFORM 3010-MATCH-BUS-DATE
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT OR WS-DAY-HIT > 0.
           IF WS-DAY-HIT > 0
               MOVE WS-DAY-START-TS(WS-DAY-HIT) TO WS-JOB-START-TS
               MOVE WS-DAY-STOP-TS(WS-DAY-HIT) TO WS-JOB-STOP-TS
               PERFORM 3100-DAY-ELAPSED
               MOVE WS-ELAPSED-SECS TO WS-JOB-SECS
           END-IF.
           IF WS-STP-COUNT > 0
               IF WS-STP-RAN(WS-STP-COUNT)
                   SET WS-JOB-DONE TO TRUE
               END-IF
           END-IF.
           IF WS-JOB-DEADLINE-TS NOT = SPACES
               IF WS-JOB-DONE
                   IF WS-JOB-STOP-TS > WS-JOB-DEADLINE-TS
                       SET WS-DEADLINE-BREACHED TO TRUE
                   END-IF
               ELSE
                   IF WS-NOW-TS > WS-JOB-DEADLINE-TS
                       SET WS-DEADLINE-BREACHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       3010-MATCH-BUS-DATE.
           IF WS-DAY-DATE(WS-DAY-SUB) = WS-BUS-DATE
               MOVE WS-DAY-SUB TO WS-DAY-HIT
           END-IF.

      * ELAPSED SECONDS OF THE JOB WINDOW IN WS-DAY-HIT.
       3100-DAY-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SECS.
           IF WS-DAY-STOP-TS(WS-DAY-HIT) NOT = SPACES
               MOVE WS-DAY-START-TS(WS-DAY-HIT) TO WS-TS-IN
               PERFORM 7000-TS-TO-SECONDS
               MOVE WS-TS-SECS TO WS-START-SECS
               MOVE WS-DAY-STOP-TS(WS-DAY-HIT) TO WS-TS-IN
               PERFORM 7000-TS-TO-SECONDS
               COMPUTE WS-ELAPSED = WS-TS-SECS - WS-START-SECS
               IF WS-ELAPSED > 0 AND WS-START-SECS > 0
                   MOVE WS-ELAPSED TO WS-ELAPSED-SECS
               END-IF
           END-IF.

       4000-WRITE-REPORT.
           PERFORM 4100-WRITE-HEADINGS.
           PERFORM 4200-WRITE-ONE-STEP
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 4500-WRITE-JOB-LINE.
           PERFORM 4800-WRITE-SUMMARY.

       4100-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINSLA - BATCH WINDOW SLA REPORT' DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE WS-AVG-RUNS TO WS-WINDOW-ED.
           MOVE WS-WARN-PCT TO WS-WARN-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '   ROLLING AVERAGE OVER THE LAST ' DELIMITED BY SIZE
                  WS-WINDOW-ED DELIMITED BY SIZE
                  ' BUSINESS DATES   TREND FLAG AT ' DELIMITED BY SIZE
                  WS-WARN-ED DELIMITED BY SIZE
                  '% OF TARGET' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF NOT WS-SLA-LOADED
               MOVE SPACES TO REPORT-REC
               MOVE '*** NO SLA CONTROL - NOTHING JUDGED ***'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'PROGRAM' TO REPORT-REC(1:7).
           MOVE '   TARGET' TO REPORT-REC(11:9).
           MOVE '   ACTUAL' TO REPORT-REC(22:9).
           MOVE ' ROLL AVG' TO REPORT-REC(33:9).
           MOVE ' AVG%' TO REPORT-REC(44:5).
           MOVE 'LATEST FINISH' TO REPORT-REC(51:13).
           MOVE 'ACTUAL FINISH' TO REPORT-REC(69:13).
           MOVE '  RC' TO REPORT-REC(87:4).
           MOVE 'TRIES' TO REPORT-REC(93:5).
           MOVE 'FLAGS' TO REPORT-REC(100:5).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * A STEP THAT DID NOT RUN FOR THE DATE IS LATE ONCE THE
      * CLOCK HAS PASSED ITS LATEST FINISH.
       4200-WRITE-ONE-STEP.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STP-PROGRAM(WS-STP-SUB) TO REPORT-REC(1:8).
           IF WS-STP-TARGET-SECS(WS-STP-SUB) > 0
               MOVE WS-STP-TARGET-SECS(WS-STP-SUB) TO WS-ELAPSED-SECS
               PERFORM 7100-FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO REPORT-REC(11:9)
           END-IF.
           IF WS-STP-RAN(WS-STP-SUB)
               ADD 1 TO WS-TIMED-COUNT
               MOVE WS-STP-SECS(WS-STP-SUB) TO WS-ELAPSED-SECS
               PERFORM 7100-FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO REPORT-REC(22:9)
           END-IF.
           PERFORM 4300-STEP-AVERAGE.
           IF WS-STP-HIST-COUNT(WS-STP-SUB) > 0
               MOVE WS-AVG-SECS TO WS-ELAPSED-SECS
               PERFORM 7100-FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO REPORT-REC(33:9)
               IF WS-STP-TARGET-SECS(WS-STP-SUB) > 0
                   MOVE WS-AVG-PCT TO WS-PCT-ED
                   MOVE WS-PCT-ED TO REPORT-REC(43:5)
                   MOVE '%' TO REPORT-REC(48:1)
               END-IF
           END-IF.
           IF WS-STP-DEADLINE-TS(WS-STP-SUB) NOT = SPACES
               MOVE WS-STP-DEADLINE-TS(WS-STP-SUB) TO WS-TS-IN
               PERFORM 7200-FORMAT-TS
               MOVE WS-TS-ED TO REPORT-REC(51:16)
           END-IF.
           IF WS-STP-RAN(WS-STP-SUB)
               MOVE WS-STP-STOP-TS(WS-STP-SUB) TO WS-TS-IN
               PERFORM 7200-FORMAT-TS
               MOVE WS-TS-ED TO REPORT-REC(69:16)
               MOVE WS-STP-RC(WS-STP-SUB) TO REPORT-REC(87:4)
               MOVE WS-STP-TRIES(WS-STP-SUB) TO WS-TRIES-ED
               MOVE WS-TRIES-ED TO REPORT-REC(96:2)
           ELSE
               MOVE 'NOT RUN' TO REPORT-REC(69:7)
           END-IF.
           MOVE 100 TO WS-FLAG-PTR.
           IF WS-STP-RAN(WS-STP-SUB)
                   AND WS-STP-TARGET-SECS(WS-STP-SUB) > 0
                   AND WS-STP-SECS(WS-STP-SUB)
                       > WS-STP-TARGET-SECS(WS-STP-SUB)
               ADD 1 TO WS-OVER-COUNT
               STRING '*OVER TARGET ' DELIMITED BY SIZE
                      INTO REPORT-REC WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.
           IF WS-STP-DEADLINE-TS(WS-STP-SUB) NOT = SPACES
               IF (WS-STP-RAN(WS-STP-SUB)
                   AND WS-STP-STOP-TS(WS-STP-SUB)
                       > WS-STP-DEADLINE-TS(WS-STP-SUB))
                  OR (NOT WS-STP-RAN(WS-STP-SUB)
                   AND WS-NOW-TS > WS-STP-DEADLINE-TS(WS-STP-SUB))
                   ADD 1 TO WS-LATE-COUNT
                   STRING '*LATE ' DELIMITED BY SIZE
                          INTO REPORT-REC WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
           END-IF.
           IF WS-STP-HIST-COUNT(WS-STP-SUB) > 0
                   AND WS-STP-TARGET-SECS(WS-STP-SUB) > 0
                   AND WS-AVG-PCT NOT < WS-WARN-PCT
               ADD 1 TO WS-TREND-COUNT
               STRING '*TREND' DELIMITED BY SIZE
                      INTO REPORT-REC WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       4300-STEP-AVERAGE.
           MOVE 0 TO WS-SUM-SECS.
           MOVE 0 TO WS-AVG-SECS.
           MOVE 0 TO WS-AVG-PCT.
           PERFORM 4310-ADD-HIST-SECS
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-STP-HIST-COUNT(WS-STP-SUB).
           IF WS-STP-HIST-COUNT(WS-STP-SUB) > 0
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-SUM-SECS / WS-STP-HIST-COUNT(WS-STP-SUB)
               IF WS-STP-TARGET-SECS(WS-STP-SUB) > 0
                   COMPUTE WS-AVG-PCT ROUNDED =
                       WS-AVG-SECS * 100
                           / WS-STP-TARGET-SECS(WS-STP-SUB)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-AVG-PCT
                   END-COMPUTE
               END-IF
           END-IF.

       4310-ADD-HIST-SECS.
           ADD WS-STP-HIST-SECS(WS-STP-SUB, WS-HIST-SUB)
               TO WS-SUM-SECS.

       4500-WRITE-JOB-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'JOB' TO REPORT-REC(1:3).
           IF WS-JOB-TARGET-SECS > 0
               MOVE WS-JOB-TARGET-SECS TO WS-ELAPSED-SECS
               PERFORM 7100-FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO REPORT-REC(11:9)
           END-IF.
           IF WS-JOB-STOP-TS NOT = SPACES
               MOVE WS-JOB-SECS TO WS-ELAPSED-SECS
               PERFORM 7100-FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO REPORT-REC(22:9)
           END-IF.
           PERFORM 4600-JOB-AVERAGE.
           IF WS-AVG-SECS > 0
               MOVE WS-AVG-SECS TO WS-ELAPSED-SECS
               PERFORM 7100-FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO REPORT-REC(33:9)
               IF WS-JOB-TARGET-SECS > 0
                   MOVE WS-AVG-PCT TO WS-PCT-ED
                   MOVE WS-PCT-ED TO REPORT-REC(43:5)
                   MOVE '%' TO REPORT-REC(48:1)
               END-IF
           END-IF.
           IF WS-JOB-DEADLINE-TS NOT = SPACES
               MOVE WS-JOB-DEADLINE-TS TO WS-TS-IN
               PERFORM 7200-FORMAT-TS
               MOVE WS-TS-ED TO REPORT-REC(51:16)
           END-IF.
           IF WS-JOB-DONE
               MOVE WS-JOB-STOP-TS TO WS-TS-IN
               PERFORM 7200-FORMAT-TS
               MOVE WS-TS-ED TO REPORT-REC(69:16)
           ELSE
               MOVE 'NOT COMPLETE' TO REPORT-REC(69:12)
           END-IF.
           MOVE 100 TO WS-FLAG-PTR.
           IF WS-JOB-TARGET-SECS > 0
                   AND WS-JOB-SECS > WS-JOB-TARGET-SECS
               ADD 1 TO WS-OVER-COUNT
               STRING '*OVER TARGET ' DELIMITED BY SIZE
                      INTO REPORT-REC WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.
           IF WS-DEADLINE-BREACHED
               STRING '*DEADLINE BREACHED' DELIMITED BY SIZE
                      INTO REPORT-REC WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * THE JOB'S ROLLING AVERAGE COVERS ONLY THE DATES WHOSE
      * WINDOW CLOSED (A FINISH ON THE TRAIL).
       4600-JOB-AVERAGE.
           MOVE 0 TO WS-SUM-SECS.
           MOVE 0 TO WS-AVG-SECS.
           MOVE 0 TO WS-AVG-PCT.
           MOVE 0 TO WS-HIST-HIT.
           PERFORM 4610-ADD-DAY-SECS
               VARYING WS-DAY-HIT FROM 1 BY 1
               UNTIL WS-DAY-HIT > WS-DAY-COUNT.
           IF WS-HIST-HIT > 0
               COMPUTE WS-AVG-SECS ROUNDED = WS-SUM-SECS / WS-HIST-HIT
               IF WS-JOB-TARGET-SECS > 0
                   COMPUTE WS-AVG-PCT ROUNDED =
                       WS-AVG-SECS * 100 / WS-JOB-TARGET-SECS
                       ON SIZE ERROR
                           MOVE 99999 TO WS-AVG-PCT
                   END-COMPUTE
               END-IF
           END-IF.

       4610-ADD-DAY-SECS.
           IF WS-DAY-STOP-TS(WS-DAY-HIT) NOT = SPACES
               PERFORM 3100-DAY-ELAPSED
               ADD WS-ELAPSED-SECS TO WS-SUM-SECS
               ADD 1 TO WS-HIST-HIT
           END-IF.

       4800-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-TIMED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY -  STEPS TIMED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           MOVE WS-OVER-COUNT TO WS-COUNT-ED.
           STRING '  OVER TARGET: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(33:)
           END-STRING
           MOVE WS-LATE-COUNT TO WS-COUNT-ED.
           STRING '  LATE: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(56:)
           END-STRING
           MOVE WS-TREND-COUNT TO WS-COUNT-ED.
           STRING '  TRENDING: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(72:)
           END-STRING
           EVALUATE TRUE
               WHEN WS-DEADLINE-BREACHED
                   MOVE '  JOB DEADLINE: BREACHED' TO REPORT-REC(92:24)
               WHEN WS-JOB-DEADLINE-TS = SPACES
                   MOVE '  JOB DEADLINE: NONE SET' TO REPORT-REC(92:24)
               WHEN WS-JOB-DONE
                   MOVE '  JOB DEADLINE: MET' TO REPORT-REC(92:19)
               WHEN OTHER
                   MOVE '  JOB DEADLINE: OPEN' TO REPORT-REC(92:20)
           END-EVALUATE.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           COMPUTE WS-BREACH-COUNT = WS-OVER-COUNT + WS-LATE-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-SLA-LOADED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEADLINE-BREACHED
                   ADD 1 TO WS-BREACH-COUNT
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'SINSLA: JOB DEADLINE ' WS-JOB-DEADLINE-TS
                           ' BREACHED FOR BUSINESS DATE ' WS-BUS-DATE
               WHEN WS-BREACH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      * YYYYMMDDHHMMSS IN WS-TS-IN TO SECONDS IN WS-TS-SECS - ZERO
      * FOR A STAMP THAT IS NOT NUMERIC.
       7000-TS-TO-SECONDS.
           MOVE 0 TO WS-TS-SECS.
           IF WS-TS-IN IS NUMERIC
               IF WS-TS-DATE > 16010101
                   COMPUTE WS-TS-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                       + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               END-IF
           END-IF.

       7100-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-EL-HOURS
               REMAINDER WS-EL-REST.
           DIVIDE WS-EL-REST BY 60 GIVING WS-EL-MINUTES
               REMAINDER WS-EL-SECONDS.
           IF WS-EL-HOURS > 999
               MOVE 999 TO WS-EL-HOURS
           END-IF.
           MOVE WS-EL-HOURS TO WS-EL-HH.
           MOVE WS-EL-MINUTES TO WS-EL-MM.
           MOVE WS-EL-SECONDS TO WS-EL-SS.

       7200-FORMAT-TS.
           MOVE SPACES TO WS-TS-ED.
           STRING WS-TS-IN(1:4) '-' WS-TS-IN(5:2) '-' WS-TS-IN(7:2)
                  ' ' WS-TS-IN(9:2) ':' WS-TS-IN(11:2)
                  DELIMITED BY SIZE
                  INTO WS-TS-ED
           END-STRING.

       9000-TERMINATE.
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
               MOVE 'SINSLA  ' TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-AUD-READ-COUNT TO AUD-READ-COUNT
                   MOVE WS-LINE-COUNT TO AUD-WRITE-COUNT
                   MOVE WS-BREACH-COUNT TO AUD-EXCEPT-COUNT
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
                   DISPLAY 'SINSLA: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINSLA: WARNING - AUDIT DATASET COULD NOT '
                       'BE OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
