           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      * SAME EFFECTIVE-DATED CALIBRATION MASTER AS SINVAL.CBL, SO THE
      * TWO REPORTS AGREE ON EVERY CORRECTED READING.
           SELECT OPTIONAL SCAL-FILE ASSIGN TO SCALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAL-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  SCAL-FILE
           RECORDING MODE IS F.
       COPY SCALREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-ANGLES        VALUE 'Y'.
           88  WS-STA-FOUND            VALUE 'Y'.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.

      * THE CALIBRATION MASTER, TABLED WHOLE WITH A PARALLEL COUNT OF
      * THE READINGS EACH ENTRY CORRECTED - SAME TABLE AS SINVAL.CBL.
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
           PERFORM 1000-READ-VALIDATE-PROCESS
               UNTIL WS-END-OF-ANGLES.
           PERFORM 4500-WRITE-STATION-SUMMARY.
           IF WS-CAL-LOADED
               PERFORM 5000-WRITE-CALIBRATION-SUMMARY
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

                  INTO WS-RANGE-REASON.
           STRING 'TC' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 0300-OPEN-STATION-MASTER.
           PERFORM 0400-LOAD-CALIBRATION.
           PERFORM 8800-WRITE-AUDIT-START.


                       ' - STATION VALIDATION BYPASSED'
           END-IF.

      * SAME WHOLE-MASTER LOAD AS SINVAL.CBL - UNUSABLE ENTRIES ARE
      * SKIPPED WITH A WARNING, A MISSING MASTER APPLIES NOTHING.
       0400-LOAD-CALIBRATION.
           OPEN INPUT SCAL-FILE.
           IF WS-SCAL-STATUS = '00'
               SET WS-CAL-LOADED TO TRUE
               PERFORM 0450-LOAD-ONE-CALIBRATION
                   UNTIL WS-END-OF-CALIBRATION
               CLOSE SCAL-FILE
           ELSE
               DISPLAY 'TRIGCLC: CALIBRATION MASTER NOT AVAILABLE - '
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
                       DISPLAY 'TRIGCLC: CALIBRATION ENTRY FOR STATION '
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
               DISPLAY 'TRIGCLC: MORE THAN ' WS-CAL-MAX-ENTRIES
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
                   MOVE 0 TO WS-RADIAN-VAL
           END-EVALUATE.

      * SAME CALIBRATION RULE AS SINVAL.CBL - THE STATION'S LATEST
      * ENTRY EFFECTIVE BY THE CAPTURE DATE (BUSINESS DATE WHEN THE
      * READING HAS NO TIMESTAMP), UNLESS IT WAS END-DATED BEFORE
      * THEN, APPLIED AFTER UNIT CONVERSION AND BEFORE THE RANGE GATE.
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

      * SAME KEYED STATION LOOKUP AS SINVAL.CBL - A RANDOM READ ON
      * THE MASTER, SO NO SERIAL SCAN AND NO STATION COUNT LIMIT.
       1200-CHECK-STATION.
                  ANGLE-STATION-ID DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           IF WS-CAL-MATCH-SUB > 0
               MOVE '*CALIBRATED' TO REPORT-REC(100:11)
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      * SAME CALIBRATION-APPLIED SECTION AS SINVAL.CBL.
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
           CLOSE ANGLE-FILE.
           CLOSE REPORT-FILE.
