      * RETURN CODE 8 WHEN THE DISTRIBUTION SHIFTED OR ANY ANGLE    *
      * IS OUTSIDE ITS CONTROL LIMITS - SOMEONE REVIEWS BEFORE THE  *
      * REPORT GOES OUT.                                            *
      * EVERY OUTLIER IS ALSO APPENDED TO THE CUMULATIVE OUTLIER    *
      * LOG (OUTLREC COPYBOOK) UNDER A RUN MARKER, SO THE MONTH-END *
      * CLOSE CAN COUNT THEM BY STATION AND BY SITE.                *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINSTAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL OUTLOG-FILE ASSIGN TO OUTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLOG-STATUS.

           SELECT OPTIONAL TOLCTL-FILE ASSIGN TO TOLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLCTL-STATUS.
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  OUTLOG-FILE
           RECORDING MODE IS F.
       COPY OUTLREC.

       FD  TOLCTL-FILE
           RECORDING MODE IS F.
       COPY TOLCTL.
               10  WS-OUT-SIGMA        PIC S9(1)V9(10).
       01  WS-OUT-SUB                  PIC 9(3).

       01  WS-OUTLOG-STATUS            PIC XX.
       01  WS-OUTLOG-USABLE-SWITCH     PIC X VALUE 'N'.
           88  WS-OUTLOG-USABLE        VALUE 'Y'.

       01  WS-SHIFT-SWITCH             PIC X VALUE 'N'.
           88  WS-DIST-SHIFTED         VALUE 'Y'.
      * THE SHIFT GATE AND THE CONTROL-LIMIT SIGMA MULTIPLIER USED
                   UNTIL WS-END-OF-STATHST
               PERFORM 0700-LOAD-ANGLE-HISTORY
                   UNTIL WS-END-OF-HISTORY
               PERFORM 0800-OPEN-OUTLIER-LOG
               PERFORM 1000-TALLY-ONE-RESULT
                   UNTIL WS-END-OF-RESULTS
               PERFORM 3000-COMPUTE-DAY-STATS
               END-IF
           END-IF.

      * THE OUTLIER LOG IS CUMULATIVE - ALWAYS EXTEND, NEVER
      * REPLACE.  THE RUN MARKER GOES OUT FIRST SO THIS RUN'S SET
      * SUPERSEDES ANY EARLIER RUN'S FOR THE SAME DATE, EVEN WHEN
      * IT TURNS OUT EMPTY.  AN UNUSABLE LOG WARNS BUT NEVER STOPS
      * THE QC CHECKS.
       0800-OPEN-OUTLIER-LOG.
           OPEN EXTEND OUTLOG-FILE.
           IF WS-OUTLOG-STATUS = '00' OR '05'
               SET WS-OUTLOG-USABLE TO TRUE
               MOVE SPACES TO OUTLIER-REC
               MOVE WS-BUS-DATE TO OUTL-BUS-DATE
               MOVE WS-AUDIT-START-TS TO OUTL-RUN-TS
               MOVE 0 TO OUTL-ANGLE-NUM
               MOVE 0 TO OUTL-RES-VALUE
               MOVE 0 TO OUTL-MEAN
               MOVE 0 TO OUTL-SIGMA
               PERFORM 0850-WRITE-OUTLIER-LOG
           ELSE
               DISPLAY 'SINSTAT: OUTLIER LOG COULD NOT BE OPENED - '
                       'FILE STATUS ' WS-OUTLOG-STATUS
                       ' - OUTLIERS NOT LOGGED THIS RUN'
           END-IF.

       0850-WRITE-OUTLIER-LOG.
           WRITE OUTLIER-REC.
           IF WS-OUTLOG-STATUS NOT = '00'
               DISPLAY 'SINSTAT: WARNING - OUTLIER LOG WRITE FAILED, '
                       'FILE STATUS ' WS-OUTLOG-STATUS
           END-IF.

       1000-TALLY-ONE-RESULT.
           READ RESIN-FILE
               AT END
           END-IF.

       1700-RECORD-OUTLIER.
           IF WS-OUTLOG-USABLE
               MOVE SPACES TO OUTLIER-REC
               MOVE WS-BUS-DATE TO OUTL-BUS-DATE
               MOVE WS-AUDIT-START-TS TO OUTL-RUN-TS
               MOVE RES-ANGLE-NUM TO OUTL-ANGLE-NUM
               MOVE RES-STATION-ID TO OUTL-STATION-ID
               MOVE RES-SITE-ID TO OUTL-SITE-ID
               MOVE RES-VALUE TO OUTL-RES-VALUE
               MOVE WS-ANG-MEAN TO OUTL-MEAN
               MOVE WS-ANG-SIGMA TO OUTL-SIGMA
               PERFORM 0850-WRITE-OUTLIER-LOG
           END-IF.
           IF WS-OUT-COUNT < WS-OUT-MAX
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-OUT-COUNT TO WS-OUT-SUB
           IF WS-STATHST-STATUS = '00' OR '05' OR '10'
               CLOSE STATHST-FILE
           END-IF.
           IF WS-OUTLOG-USABLE
               CLOSE OUTLOG-FILE
           END-IF.
           CLOSE STATNEW-FILE.
           CLOSE REPORT-FILE.
           PERFORM 8850-WRITE-AUDIT-END.
