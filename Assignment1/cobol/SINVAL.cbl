           SELECT OPTIONAL STAOUT-FILE ASSIGN TO STAOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAOUT-STATUS.

      * EFFECTIVE-DATED STATION CALIBRATION OFFSETS (SEE SCALREC
      * COPYBOOK), MAINTAINED BY SCALMNT.  READ ONCE AT START AND
      * TABLED - A MISSING MASTER JUST MEANS NO CALIBRATION.
           SELECT OPTIONAL SCAL-FILE ASSIGN TO SCALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAL-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  CHKPT-SITE-TABLE        PIC X(560).
           05  CHKPT-TIMED-COUNT       PIC 9(8).
           05  CHKPT-HOUR-TABLE        PIC X(1152).
      * READINGS CORRECTED PER CALIBRATION ENTRY - AN IMAGE OF
      * WS-CAL-HIT-TABLE, SO A RESTART STILL REPORTS THE READINGS
      * IT SKIPPED UNDER THE CALIBRATION-APPLIED SECTION.
           05  CHKPT-CAL-COUNT         PIC 9(4).
           05  CHKPT-CAL-HIT-TABLE     PIC X(8000).

       FD  RESOUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY STAHREC.

       FD  SCAL-FILE
           RECORDING MODE IS F.
       COPY SCALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-ANGLES        VALUE 'Y'.
       01  WS-HOUR-OF-DAY              PIC 9(2).
       01  WS-HOUR-ED                  PIC 9(2).

      * THE CALIBRATION MASTER, TABLED WHOLE IN STATION / EFFECTIVE
      * DATE SEQUENCE, WITH A PARALLEL COUNT OF THE READINGS EACH
      * ENTRY CORRECTED FOR THE CALIBRATION-APPLIED SECTION.  A ZERO
      * OR UNUSABLE SCALE FACTOR IS TABLED AS 1 (OFFSET ONLY).
       01  WS-SCAL-STATUS              PIC XX.
       01  WS-SCAL-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-CALIBRATION   VALUE 'Y'.
       01  WS-CAL-LOADED-SWITCH        PIC X VALUE 'N'.
           88  WS-CAL-LOADED           VALUE 'Y'.
       01  WS-CAL-MAX-ENTRIES          PIC 9(4) VALUE 1000.
       01  WS-CAL-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CAL-STATION-ID   PIC X(8).
               10  WS-CAL-EFF-DATE     PIC X(8).
               10  WS-CAL-END-DATE     PIC X(8).
               10  WS-CAL-OFFSET       PIC S9V9(6).
               10  WS-CAL-SCALE        PIC 9V9(6).
       01  WS-CAL-HIT-TABLE.
           05  WS-CAL-HIT-COUNT        PIC 9(8) VALUE 0
                                        OCCURS 1000 TIMES.
       01  WS-CAL-SUB                  PIC 9(4).
       01  WS-CAL-MATCH-SUB            PIC 9(4).
       01  WS-CAL-READING-DATE         PIC X(8).
       01  WS-CAL-APPLIED-COUNT        PIC 9(8) VALUE 0.
       01  WS-CAL-OFFSET-ED            PIC -9.999999.
       01  WS-CAL-SCALE-ED             PIC 9.999999.

      * ONLY ONE ANGLE IS EVER "LIVE" AT A TIME - 1000-READ-VALIDATE-
      * PROCESS VALIDATES AND 2000-PROCESS-ANGLE COMPUTES ITS RESULT
      * BEFORE THE NEXT RECORD IS READ, SO THESE ARE PLAIN SCALARS,
                  INTO WS-RANGE-REASON.
           STRING 'SV' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 0300-OPEN-STATION-MASTER.
           PERFORM 0400-LOAD-CALIBRATION.
           PERFORM 0150-CHECK-RESTART.
           PERFORM 8800-WRITE-AUDIT-START.
           OPEN INPUT ANGLE-FILE.
                       MOVE CHKPT-SITE-TABLE TO WS-SITE-TABLE
                       MOVE CHKPT-TIMED-COUNT TO WS-TIMED-COUNT
                       MOVE CHKPT-HOUR-TABLE TO WS-HOUR-TABLE
                       PERFORM 0160-RESTORE-CAL-HITS
                       DISPLAY 'SINVAL: RESTARTING AFTER RECORD '
                               WS-RESTART-COUNT
                   ELSE
               CLOSE CHKPT-FILE
           END-IF.

      * THE HIT COUNTS ONLY LINE UP WITH THE TABLE IF THE RESTART
      * LOADED THE SAME CALIBRATION MASTER THE ABENDED RUN DID - IF
      * IT WAS RECUT IN BETWEEN, THE COUNTS START AFRESH (THE
      * CORRECTIONS THEMSELVES ARE ALREADY IN THE OUTPUT).
       0160-RESTORE-CAL-HITS.
           IF CHKPT-CAL-COUNT IS NUMERIC
                   AND CHKPT-CAL-COUNT = WS-CAL-COUNT
               MOVE CHKPT-CAL-HIT-TABLE TO WS-CAL-HIT-TABLE
           ELSE
               IF WS-CAL-COUNT > 0
                   DISPLAY 'SINVAL: CALIBRATION MASTER DIFFERS FROM '
                           'THE CHECKPOINTED RUN - CALIBRATION-APPLIED '
                           'COUNTS COVER THE RESTARTED RECORDS ONLY'
               END-IF
           END-IF.

       1100-CONVERT-UNITS.
           MOVE 'Y' TO WS-UNIT-OK-SWITCH.
           EVALUATE TRUE
                       ' - STATION VALIDATION BYPASSED'
           END-IF.

      * THE WHOLE CALIBRATION MASTER IS TABLED - THE APPLY STEP
      * HAS TO SEE EVERY DATED ENTRY FOR A STATION TO PICK THE ONE IN
      * FORCE ON EACH READING'S CAPTURE DATE.  AN ENTRY WITH AN
      * UNUSABLE DATE OR OFFSET IS SKIPPED WITH A WARNING RATHER THAN
      * APPLIED AS GARBAGE.
       0400-LOAD-CALIBRATION.
           OPEN INPUT SCAL-FILE.
           IF WS-SCAL-STATUS = '00'
               SET WS-CAL-LOADED TO TRUE
               PERFORM 0450-LOAD-ONE-CALIBRATION
                   UNTIL WS-END-OF-CALIBRATION
               CLOSE SCAL-FILE
           ELSE
               DISPLAY 'SINVAL: CALIBRATION MASTER NOT AVAILABLE - '
                       'FILE STATUS ' WS-SCAL-STATUS
                       ' - NO CALIBRATION OFFSETS APPLIED'
           END-IF.

       0450-LOAD-ONE-CALIBRATION.
           READ SCAL-FILE
               AT END
                   SET WS-END-OF-CALIBRATION TO TRUE
               NOT AT END
                   IF SCAL-EFF-DATE IS NOT NUMERIC
                           OR SCAL-ANGLE-OFFSET IS NOT NUMERIC
                       DISPLAY 'SINVAL: CALIBRATION ENTRY FOR STATION '
                               SCAL-STATION-ID ' EFFECTIVE '
                               SCAL-EFF-DATE ' IS UNUSABLE - SKIPPED'
                   ELSE
                       PERFORM 0460-TABLE-CALIBRATION
                   END-IF
           END-READ.

       0460-TABLE-CALIBRATION.
           IF WS-CAL-COUNT < WS-CAL-MAX-ENTRIES
               ADD 1 TO WS-CAL-COUNT
               MOVE SCAL-STATION-ID TO WS-CAL-STATION-ID(WS-CAL-COUNT)
               MOVE SCAL-EFF-DATE TO WS-CAL-EFF-DATE(WS-CAL-COUNT)
               MOVE SCAL-END-DATE TO WS-CAL-END-DATE(WS-CAL-COUNT)
               MOVE SCAL-ANGLE-OFFSET TO WS-CAL-OFFSET(WS-CAL-COUNT)
               IF SCAL-SCALE-FACTOR IS NUMERIC
                       AND SCAL-SCALE-FACTOR > 0
                   MOVE SCAL-SCALE-FACTOR TO WS-CAL-SCALE(WS-CAL-COUNT)
               ELSE
                   MOVE 1 TO WS-CAL-SCALE(WS-CAL-COUNT)
               END-IF
           ELSE
               DISPLAY 'SINVAL: MORE THAN ' WS-CAL-MAX-ENTRIES
                       ' CALIBRATION ENTRIES - STATION '
                       SCAL-STATION-ID ' EFFECTIVE ' SCAL-EFF-DATE
                       ' NOT APPLIED'
           END-IF.

       1000-READ-VALIDATE-PROCESS.
           READ ANGLE-FILE
               AT END
                       MOVE 'INVALID UNIT CODE' TO WS-EXCEPT-REASON
                       PERFORM 1500-WRITE-EXCEPTION
                   ELSE
                       PERFORM 1150-APPLY-CALIBRATION
                       IF WS-RADIAN-VAL < WS-MIN-RADIAN
                               OR WS-RADIAN-VAL > WS-MAX-RADIAN
                           MOVE WS-RANGE-REASON TO WS-EXCEPT-REASON
               END-IF
           END-IF.

      * CORRECTS THE CONVERTED RADIAN VALUE WITH THE STATION'S
      * CALIBRATION IN FORCE ON THE CAPTURE DATE (THE BUSINESS DATE
      * FOR A READING WITHOUT A TIMESTAMP) - BEFORE THE RANGE GATE,
      * SO A CALIBRATED READING IS GATED ON WHAT THE INSTRUMENT
      * REALLY SAW.  THE TABLE IS IN STATION / EFFECTIVE DATE
      * SEQUENCE, SO THE LAST OF THE STATION'S ENTRIES EFFECTIVE BY
      * THAT DATE IS THE ONE IN FORCE - UNLESS IT HAS BEEN END-DATED
      * BEFORE THEN, IN WHICH CASE NOTHING APPLIES.
       1150-APPLY-CALIBRATION.
           MOVE 0 TO WS-CAL-MATCH-SUB.
           IF WS-CAL-COUNT > 0
               IF ANGLE-CAPTURE-TS(1:8) IS NUMERIC
                   MOVE ANGLE-CAPTURE-TS(1:8) TO WS-CAL-READING-DATE
               ELSE
                   MOVE WS-BUS-DATE TO WS-CAL-READING-DATE
               END-IF
               PERFORM 1160-MATCH-ONE-CALIBRATION
                   VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
           END-IF.
           IF WS-CAL-MATCH-SUB > 0
               COMPUTE WS-RADIAN-VAL ROUNDED =
                   WS-RADIAN-VAL * WS-CAL-SCALE(WS-CAL-MATCH-SUB)
                       + WS-CAL-OFFSET(WS-CAL-MATCH-SUB)
               ADD 1 TO WS-CAL-HIT-COUNT(WS-CAL-MATCH-SUB)
           END-IF.

       1160-MATCH-ONE-CALIBRATION.
           IF WS-CAL-STATION-ID(WS-CAL-SUB) = ANGLE-STATION-ID
                   AND WS-CAL-EFF-DATE(WS-CAL-SUB)
                       NOT > WS-CAL-READING-DATE
               IF WS-CAL-END-DATE(WS-CAL-SUB) = SPACES
                       OR WS-CAL-END-DATE(WS-CAL-SUB)
                           NOT < WS-CAL-READING-DATE
                   MOVE WS-CAL-SUB TO WS-CAL-MATCH-SUB
               ELSE
                   MOVE 0 TO WS-CAL-MATCH-SUB
               END-IF
           END-IF.

      * LOOKS THE READING'S STATION UP WITH A RANDOM READ ON THE
      * KEYED MASTER - NO SERIAL SCAN, NO STATION COUNT LIMIT.
      * WS-STA-FOUND MEANS A GOOD IN-SERVICE STATION, AND
               MOVE WS-SITE-TABLE TO CHKPT-SITE-TABLE
               MOVE WS-TIMED-COUNT TO CHKPT-TIMED-COUNT
               MOVE WS-HOUR-TABLE TO CHKPT-HOUR-TABLE
               MOVE WS-CAL-COUNT TO CHKPT-CAL-COUNT
               MOVE WS-CAL-HIT-TABLE TO CHKPT-CAL-HIT-TABLE
               WRITE CHKPT-REC
               IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'SINVAL: WARNING - CHECKPOINT WRITE FAILED,'
           MOVE ANGLE-STATION-ID TO SUSP-STATION-ID.
           MOVE WS-EXCEPT-REASON(1:40) TO SUSP-REJECT-REASON.
           MOVE 'O' TO SUSP-STATUS.
           MOVE ANGLE-SITE-ID TO SUSP-SITE-ID.
           IF ANGLE-SITE-REC-NUM IS NUMERIC
               MOVE ANGLE-SITE-REC-NUM TO SUSP-SITE-REC-NUM
           ELSE
               MOVE 0 TO SUSP-SITE-REC-NUM
           END-IF.
           WRITE SUSP-REC.
           IF WS-SUSP-STATUS NOT = '00'
               DISPLAY 'SINVAL: WARNING - SUSPENSE WRITE FAILED AT '
           IF ANGLE-RECYCLED
               MOVE '*RECYCLED' TO REPORT-REC(70:9)
           END-IF.
           IF WS-CAL-MATCH-SUB > 0
               MOVE '*CALIBRATED' TO REPORT-REC(80:11)
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-TIMED-COUNT > 0
               PERFORM 4900-WRITE-HOUR-SUMMARY
           END-IF.
           IF WS-CAL-LOADED
               PERFORM 5000-WRITE-CALIBRATION-SUMMARY
           END-IF.

      * ONE LINE PER MASTER STATION, ACTIVE OR NOT - A STATION THAT
      * SENT NOTHING SHOWS A ZERO COUNT, WHICH IS ITSELF NEWS WORTH
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      * ONE LINE PER CALIBRATION ENTRY THAT CORRECTED AT LEAST ONE
      * READING TODAY - STATION, THE ENTRY'S DATES, OFFSET, SCALE,
      * AND HOW MANY READINGS IT TOUCHED.  PRINTED WHENEVER A
      * CALIBRATION MASTER WAS SUPPLIED, SO A DAY WHERE NOTHING
      * APPLIED SAYS SO RATHER THAN LEAVING THE READER TO WONDER.
       5000-WRITE-CALIBRATION-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'CALIBRATION APPLIED' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'STATION ' DELIMITED BY SIZE
                  '  EFFECTIVE' DELIMITED BY SIZE
                  '  END DATE' DELIMITED BY SIZE
                  '     OFFSET' DELIMITED BY SIZE
                  '     SCALE' DELIMITED BY SIZE
                  '  READINGS' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.
           MOVE 0 TO WS-CAL-APPLIED-COUNT.
           PERFORM 5100-WRITE-CALIBRATION-LINE
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.
           MOVE SPACES TO REPORT-REC.
           IF WS-CAL-APPLIED-COUNT = 0
               STRING 'NONE - NO READING FELL UNDER A CALIBRATION IN '
                          DELIMITED BY SIZE
                      'FORCE' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           ELSE
               MOVE WS-CAL-APPLIED-COUNT TO WS-COUNT-ED
               STRING 'READINGS CALIBRATED: ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       5100-WRITE-CALIBRATION-LINE.
           IF WS-CAL-HIT-COUNT(WS-CAL-SUB) > 0
               ADD WS-CAL-HIT-COUNT(WS-CAL-SUB) TO WS-CAL-APPLIED-COUNT
               MOVE WS-CAL-OFFSET(WS-CAL-SUB) TO WS-CAL-OFFSET-ED
               MOVE WS-CAL-SCALE(WS-CAL-SUB) TO WS-CAL-SCALE-ED
               MOVE WS-CAL-HIT-COUNT(WS-CAL-SUB) TO WS-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING WS-CAL-STATION-ID(WS-CAL-SUB) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      WS-CAL-EFF-DATE(WS-CAL-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-CAL-END-DATE(WS-CAL-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-CAL-OFFSET-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-CAL-SCALE-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       9000-TERMINATE.
           OPEN OUTPUT CHKPT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
               MOVE WS-SITE-TABLE TO CHKPT-SITE-TABLE
               MOVE WS-TIMED-COUNT TO CHKPT-TIMED-COUNT
               MOVE WS-HOUR-TABLE TO CHKPT-HOUR-TABLE
               MOVE WS-CAL-COUNT TO CHKPT-CAL-COUNT
               MOVE WS-CAL-HIT-TABLE TO CHKPT-CAL-HIT-TABLE
               WRITE CHKPT-REC
               IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'SINVAL: WARNING - FINAL CHECKPOINT WRITE '
