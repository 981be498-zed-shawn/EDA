      ***************************************************************
      * SINCLOSE - MONTH-END PERIOD CLOSE FOR THE SINEVAL JOB.      *
      * RUNS EVERY NIGHT; ON THE LAST BUSINESS DAY OF THE MONTH ON  *
      * THE PROCESSING CALENDAR (CALREC) IT CLOSES THE MONTH: THE   *
      * MONTH'S RESULTS HISTORY (HISTMST, BY SITE) AND STATION      *
      * HISTORY (STAHMST, BY STATION) ARE ROLLED UP WITH THE MONTH'S*
      * SUSPENSE REJECTS AND SINSTAT OUTLIERS INTO THE PERIOD       *
      * SUMMARY DATASET (PERSUM COPYBOOK), AND THE MONTH-END REPORT *
      * SHOWS EACH SITE AND STATION MONTH-TO-DATE, YEAR-TO-DATE, AND*
      * AGAINST THE SAME MONTH LAST YEAR - THE FIGURES MANAGEMENT   *
      * USED TO BUILD BY HAND FROM THE TREND REPORTS.  A MONTH WHOSE*
      * LAST BUSINESS DAY PASSED WITHOUT A CLOSE IS CLOSED LATE ON  *
      * THE NEXT RUN.  A CLOSED PERIOD IS FROZEN: EVERY NIGHT THE   *
      * CLOSED PERIODS STILL INSIDE THE HISTORY RETENTION WINDOW    *
      * (PARM, DAYS, DEFAULT 90 - THE SAME AS SINHIST/STAHIST) ARE  *
      * RECOMPUTED, AND ANY DIFFERENCE FROM THE CLOSED FIGURES - A  *
      * RERUN, REVERSAL OR CORRECTION FOR A DATE IN THAT MONTH - IS *
      * APPENDED AND REPORTED AS A POST-CLOSE ADJUSTMENT, NEVER     *
      * WRITTEN OVER THE CLOSED FIGURES.                            *
      * REJECTS ARE COUNTED ONCE PER REJECT DATE AND RECORD NUMBER  *
      * (A RERUN RE-APPENDS ITS SUSPENSE ITEMS); A STATION'S SITE IS*
      * THE SITE ITS READINGS ARRIVED FROM THAT MONTH.              *
      * RETURN CODES:                                               *
      *    4 - POST-CLOSE ADJUSTMENTS FOUND                         *
      *    8 - A CLOSED PERIOD COULD NOT BE RECHECKED               *
      *   16 - THE CLOSE WAS DUE BUT COULD NOT BE TAKEN (CALENDAR,  *
      *        HISTORY OR PERIOD SUMMARY UNUSABLE, TABLE FULL)      *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCLOSE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALMST-FILE ASSIGN TO CALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMST-STATUS.

           SELECT HISTMST-FILE ASSIGN TO HISTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMST-STATUS.

           SELECT STAHMST-FILE ASSIGN TO STAHMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAHMST-STATUS.

           SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL OUTLOG-FILE ASSIGN TO OUTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLOG-STATUS.

           SELECT OPTIONAL PERSUM-FILE ASSIGN TO PERSUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSUM-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALMST-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  HISTMST-FILE
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  STAHMST-FILE
           RECORDING MODE IS F.
       COPY STAHREC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  OUTLOG-FILE
           RECORDING MODE IS F.
       COPY OUTLREC.

       FD  PERSUM-FILE
           RECORDING MODE IS F.
       COPY PERSUM.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CALMST-STATUS            PIC XX.
       01  WS-HISTMST-STATUS           PIC XX.
       01  WS-STAHMST-STATUS           PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-OUTLOG-STATUS            PIC XX.
       01  WS-PERSUM-STATUS            PIC XX.
       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-CALENDAR      VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY       VALUE 'Y'.
       01  WS-SHST-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-STA-HISTORY   VALUE 'Y'.
       01  WS-SUSP-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-SUSPENSE      VALUE 'Y'.
       01  WS-OUTL-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-OUTLIERS      VALUE 'Y'.
       01  WS-PER-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-PERSUM        VALUE 'Y'.
       01  WS-BUILD-SWITCH             PIC X VALUE 'N'.
           88  WS-BUILD-FAILED         VALUE 'Y'.

       01  WS-RETENTION-DAYS           PIC 9(4) VALUE 90.
       01  WS-RETENTION-ED             PIC ZZZ9.

      * WHAT TONIGHT DOES ABOUT A CLOSE:
      *   C - CLOSE THE CURRENT MONTH (ITS LAST BUSINESS DAY)
      *   L - CLOSE THE PRIOR MONTH LATE (ITS CLOSE WAS MISSED)
      *   F - THE MONTH IS ALREADY CLOSED - REPRINT ITS FROZEN
      *       FIGURES (A RERUN OF THE LAST BUSINESS DAY)
      *   N - NOTHING TO CLOSE TONIGHT
       01  WS-CLOSE-ACTION             PIC X VALUE 'N'.
           88  WS-CLOSE-NOW            VALUE 'C'.
           88  WS-CLOSE-LATE           VALUE 'L'.
           88  WS-CLOSE-REPRINT        VALUE 'F'.
           88  WS-CLOSE-NONE           VALUE 'N'.
       01  WS-CLOSED-SWITCH            PIC X VALUE 'N'.
           88  WS-PERIOD-CLOSED        VALUE 'Y'.
       01  WS-CAL-FAILED-SWITCH        PIC X VALUE 'N'.
           88  WS-CALENDAR-FAILED      VALUE 'Y'.
       01  WS-REPORT-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-LY-PERIOD                PIC X(6).
       01  WS-BUS-MONTH                PIC X(6).
       01  WS-PRIOR-MONTH              PIC X(6).
       01  WS-LAST-BUS-DAY             PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CALC.
           05  WS-PC-YYYY              PIC 9(4).
           05  WS-PC-MM                PIC 9(2).
       01  WS-PERIOD-FIRST-DAY         PIC X(8).
       01  WS-PERIOD-AGE               PIC S9(7).
       01  WS-WORK-PERIOD              PIC X(6).

      * CLOSED PERIODS - ONE ENTRY PER 'P' RECORD ON THE PERIOD
      * SUMMARY, WITH THE STAMP ITS 'C' RECORDS MUST CARRY.
       01  WS-PCL-MAX-ENTRIES          PIC 9(3) VALUE 240.
       01  WS-PCL-COUNT                PIC 9(3) VALUE 0.
       01  WS-PCL-TABLE.
           05  WS-PCL-ENTRY OCCURS 240 TIMES.
               10  WS-PCL-PERIOD       PIC X(6).
               10  WS-PCL-RUN-TS       PIC X(14).
               10  WS-PCL-BUS-DATE     PIC X(8).
       01  WS-PCL-SUB                  PIC 9(3).
       01  WS-PCL-HIT                  PIC 9(3).
       01  WS-PCL-SCAN                 PIC 9(3).
       01  WS-PCL-FIND                 PIC X(6).

      * ONE ENTRY PER SITE ('T') AND STATION ('S') FOR THE PERIOD
      * IN HAND, KEPT IN LEVEL + KEY ORDER (BINARY-SEARCHED, NEW
      * KEYS INSERTED IN PLACE) SO THE REPORT COMES OUT SORTED:
      *   THE PERIOD'S FIGURES (RECOMPUTED, OR FROZEN ON A REPRINT)
      *   THE CLOSED FIGURES PLUS ADJUSTMENTS SO FAR (RECHECKS)
      *   YEAR-TO-DATE AND SAME-MONTH-LAST-YEAR (REPORT PERIOD)
       01  WS-FIG-MAX-ENTRIES          PIC 9(4) VALUE 1000.
       01  WS-FIG-COUNT                PIC 9(4) VALUE 0.
       01  WS-FIG-TABLE.
           05  WS-FIG-ENTRY OCCURS 1000 TIMES.
               10  WS-FIG-SORT-KEY.
                   15  WS-FIG-LEVEL    PIC X.
                   15  WS-FIG-KEY      PIC X(8).
               10  WS-FIG-SITE         PIC X(8).
               10  WS-FIG-COUNT-RDG    PIC S9(9).
               10  WS-FIG-MIN          PIC S9(1)V9(10).
               10  WS-FIG-MAX          PIC S9(1)V9(10).
               10  WS-FIG-SUM          PIC S9(9)V9(10).
               10  WS-FIG-REJECTS      PIC S9(8).
               10  WS-FIG-SITED-REJECTS
                                       PIC S9(8).
               10  WS-FIG-OUTLIERS     PIC S9(8).
               10  WS-FIG-BASE-SW      PIC X.
                   88  WS-FIG-BASE-FOUND   VALUE 'Y'.
               10  WS-FIG-BASE-RDG     PIC S9(9).
               10  WS-FIG-BASE-REJECTS PIC S9(8).
               10  WS-FIG-BASE-OUTLIERS
                                       PIC S9(8).
               10  WS-FIG-BASE-MIN     PIC S9(1)V9(10).
               10  WS-FIG-BASE-MAX     PIC S9(1)V9(10).
               10  WS-FIG-BASE-AVG     PIC S9(1)V9(10).
               10  WS-FIG-YTD-RDG      PIC S9(9).
               10  WS-FIG-YTD-SUM      PIC S9(9)V9(10).
               10  WS-FIG-YTD-REJECTS  PIC S9(8).
               10  WS-FIG-YTD-OUTLIERS PIC S9(8).
               10  WS-FIG-LY-SW        PIC X.
                   88  WS-FIG-LY-FOUND     VALUE 'Y'.
               10  WS-FIG-LY-RDG       PIC S9(9).
               10  WS-FIG-LY-AVG       PIC S9(1)V9(10).
       01  WS-FIG-SUB                  PIC 9(4).
       01  WS-FIG-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-FIG-FULL             VALUE 'Y'.
       01  WS-FIND-SORT-KEY.
           05  WS-FIND-LEVEL           PIC X.
           05  WS-FIND-KEY             PIC X(8).
       01  WS-FIND-SWITCH              PIC X.
           88  WS-FIND-HIT             VALUE 'Y'.
       01  WS-LOW                      PIC S9(4).
       01  WS-HIGH                     PIC S9(4).
       01  WS-MID                      PIC S9(4).
       01  WS-SHIFT-SUB                PIC 9(4).
       01  WS-STA-SUB                  PIC 9(4).

      * REJECT KEYS ALREADY COUNTED FOR THE PERIOD - A RERUN OF A
      * DATE APPENDS ITS SUSPENSE ITEMS AGAIN UNDER THE SAME
      * REJECT DATE AND RECORD NUMBERS.
       01  WS-REJ-MAX-ENTRIES          PIC 9(4) VALUE 5000.
       01  WS-REJ-COUNT                PIC 9(4) VALUE 0.
       01  WS-REJ-TABLE.
           05  WS-REJ-KEY OCCURS 5000 TIMES PIC X(16).
       01  WS-REJ-SUB                  PIC 9(4).
       01  WS-REJ-THIS-KEY             PIC X(16).
       01  WS-REJ-SEEN-SWITCH          PIC X.
           88  WS-REJ-SEEN             VALUE 'Y'.
       01  WS-REJ-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-REJ-FULL             VALUE 'Y'.

      * LATEST SINSTAT RUN MARKER PER BUSINESS DATE OF THE PERIOD.
       01  WS-MRK-COUNT                PIC 9(2) VALUE 0.
       01  WS-MRK-TABLE.
           05  WS-MRK-ENTRY OCCURS 31 TIMES.
               10  WS-MRK-DATE         PIC X(8).
               10  WS-MRK-RUN-TS       PIC X(14).
       01  WS-MRK-SUB                  PIC 9(2).
       01  WS-MRK-HIT                  PIC 9(2).

       01  WS-AVG-RES                  PIC S9(1)V9(10).
       01  WS-YTD-AVG                  PIC S9(1)V9(10).
       01  WS-WORK-SUM                 PIC S9(9)V9(10).
       01  WS-CHANGE-PCT               PIC S9(5).
       01  WS-DIFF-SWITCH              PIC X.
           88  WS-FIGURES-DIFFER       VALUE 'Y'.

       01  WS-TOT-RDG                  PIC S9(9).
       01  WS-TOT-MIN                  PIC S9(1)V9(10).
       01  WS-TOT-MAX                  PIC S9(1)V9(10).
       01  WS-TOT-SUM                  PIC S9(9)V9(10).
       01  WS-TOT-REJECTS              PIC S9(8).
       01  WS-TOT-OUTLIERS             PIC S9(8).
       01  WS-TOT-YTD-RDG              PIC S9(9).
       01  WS-TOT-YTD-SUM              PIC S9(9)V9(10).
       01  WS-TOT-YTD-REJECTS          PIC S9(8).
       01  WS-TOT-YTD-OUTLIERS         PIC S9(8).
       01  WS-TOT-LY-RDG               PIC S9(9).
       01  WS-TOT-LY-SUM               PIC S9(9)V9(10).

       01  WS-CHECKED-COUNT            PIC 9(4) VALUE 0.
       01  WS-ADJ-COUNT                PIC 9(8) VALUE 0.
       01  WS-WRITE-COUNT              PIC 9(8) VALUE 0.
       01  WS-READ-COUNT               PIC 9(8) VALUE 0.
       01  WS-PRINT-LEVEL              PIC X.

       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-YTD-ED                   PIC ZZZZZZZZ9.
       01  WS-SMALL-ED                 PIC ZZZZZZ9.
       01  WS-DELTA-ED                 PIC -ZZZZZZ9.
       01  WS-SMALL-DELTA-ED           PIC -ZZZZZ9.
       01  WS-RES-ED                   PIC -9.99999.
       01  WS-PCT-ED                   PIC -ZZZ9.
       01  WS-PERIOD-ED                PIC X(7).

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-AUDIT-REC-TYPE           PIC X.
       01  WS-RUNCTL-STATUS            PIC XX.
      ***************************************************************
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(20).
      ***************************************************************
       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-LOAD-CLOSED-PERIODS.
           PERFORM 0300-DECIDE-PERIOD.
           PERFORM 5000-WRITE-HEADINGS.
           IF NOT WS-CLOSE-NONE
               PERFORM 1000-REPORT-PERIOD
           END-IF.
           PERFORM 2000-RECHECK-CLOSED-PERIODS.
           PERFORM 5900-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'MC' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           IF LS-PARM-LEN > 0
               MOVE FUNCTION NUMVAL(LS-PARM-TEXT(1:LS-PARM-LEN))
                   TO WS-RETENTION-DAYS
           END-IF.
           IF WS-RETENTION-DAYS = 0
               MOVE 90 TO WS-RETENTION-DAYS
           END-IF.
           MOVE WS-BUS-DATE(1:6) TO WS-BUS-MONTH.
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
                       DISPLAY 'SINCLOSE: RUN CONTROL DATASET IS '
                               'EMPTY - USING THE WALL-CLOCK DATE'
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'SINCLOSE: RUN CONTROL DATASET NOT AVAILABLE '
                       '- FILE STATUS ' WS-RUNCTL-STATUS
                       ' - USING THE WALL-CLOCK DATE'
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'SINCLOSE: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - USING THE '
                       'WALL-CLOCK DATE'
           END-IF.
           IF CTL-RERUN-MODE
               DISPLAY 'SINCLOSE: RERUN MODE - PROCESSING BUSINESS '
                       'DATE ' WS-BUS-DATE
           END-IF.

      * FIRST LOOK AT THE PERIOD SUMMARY: WHICH PERIODS ARE CLOSED,
      * AND UNDER WHICH RUN STAMP.  NO DATASET YET MEANS NOTHING
      * HAS EVER BEEN CLOSED.
       0200-LOAD-CLOSED-PERIODS.
           MOVE 'N' TO WS-PER-EOF-SWITCH.
           OPEN INPUT PERSUM-FILE.
           IF WS-PERSUM-STATUS = '00' OR '05'
               PERFORM 0210-TAKE-ONE-CLOSE-MARKER
                   UNTIL WS-END-OF-PERSUM
               CLOSE PERSUM-FILE
           ELSE
               DISPLAY 'SINCLOSE: PERIOD SUMMARY NOT AVAILABLE - '
                       'FILE STATUS ' WS-PERSUM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       0210-TAKE-ONE-CLOSE-MARKER.
           READ PERSUM-FILE
               AT END
                   SET WS-END-OF-PERSUM TO TRUE
           END-READ.
           IF NOT WS-END-OF-PERSUM AND PER-CLOSE-REC
               MOVE PER-PERIOD TO WS-PCL-FIND
               PERFORM 7200-FIND-CLOSED-PERIOD
               IF WS-PCL-HIT = 0
                   IF WS-PCL-COUNT < WS-PCL-MAX-ENTRIES
                       ADD 1 TO WS-PCL-COUNT
                       MOVE PER-PERIOD TO WS-PCL-PERIOD(WS-PCL-COUNT)
                       MOVE PER-RUN-TS TO WS-PCL-RUN-TS(WS-PCL-COUNT)
                       MOVE PER-BUS-DATE
                           TO WS-PCL-BUS-DATE(WS-PCL-COUNT)
                   ELSE
                       DISPLAY 'SINCLOSE: MORE THAN '
                               WS-PCL-MAX-ENTRIES ' CLOSED PERIODS - '
                               PER-PERIOD ' IGNORED'
                   END-IF
               END-IF
           END-IF.

      * THE CLOSE FALLS ON THE LAST BUSINESS DAY OF THE MONTH ON THE
      * CALENDAR (OR ANY LATER DATE OF THE SAME MONTH A RUN IS MADE
      * UNDER).  A PRIOR MONTH LEFT UNCLOSED - ITS LAST BUSINESS DAY
      * NEVER GOT THIS FAR - IS CLOSED LATE, BUT ONLY ONCE CLOSES
      * ARE ESTABLISHED: THE FIRST RUN EVER DOES NOT CLOSE THE
      * HALF-MONTH OF HISTORY IT HAPPENS TO FIND.
       0300-DECIDE-PERIOD.
           MOVE 'N' TO WS-CAL-EOF-SWITCH.
           OPEN INPUT CALMST-FILE.
           IF WS-CALMST-STATUS = '00'
               PERFORM 0310-TAKE-ONE-CALENDAR-DATE
                   UNTIL WS-END-OF-CALENDAR
               CLOSE CALMST-FILE
           ELSE
               SET WS-CALENDAR-FAILED TO TRUE
           END-IF.
           MOVE WS-BUS-MONTH TO WS-PERIOD-CALC.
           IF WS-PC-MM = 1
               SUBTRACT 1 FROM WS-PC-YYYY
               MOVE 12 TO WS-PC-MM
           ELSE
               SUBTRACT 1 FROM WS-PC-MM
           END-IF.
           MOVE WS-PERIOD-CALC TO WS-PRIOR-MONTH.
           EVALUATE TRUE
               WHEN WS-CALENDAR-FAILED OR WS-LAST-BUS-DAY = SPACES
                   SET WS-CLOSE-NONE TO TRUE
                   MOVE 16 TO RETURN-CODE
                   DISPLAY 'SINCLOSE: PROCESSING CALENDAR NOT USABLE '
                           'FOR ' WS-BUS-MONTH ' - FILE STATUS '
                           WS-CALMST-STATUS ' - NO CLOSE DECIDED'
               WHEN WS-BUS-DATE NOT < WS-LAST-BUS-DAY
                   MOVE WS-BUS-MONTH TO WS-REPORT-PERIOD
                   MOVE WS-BUS-MONTH TO WS-PCL-FIND
                   PERFORM 7200-FIND-CLOSED-PERIOD
                   IF WS-PCL-HIT > 0
                       SET WS-CLOSE-REPRINT TO TRUE
                   ELSE
                       SET WS-CLOSE-NOW TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-PRIOR-MONTH TO WS-PCL-FIND
                   PERFORM 7200-FIND-CLOSED-PERIOD
                   IF WS-PCL-HIT = 0 AND WS-PCL-COUNT > 0
                       MOVE WS-PRIOR-MONTH TO WS-REPORT-PERIOD
                       SET WS-CLOSE-LATE TO TRUE
                       DISPLAY 'SINCLOSE: PERIOD ' WS-PRIOR-MONTH
                               ' WAS NEVER CLOSED - CLOSING IT LATE'
                   ELSE
                       SET WS-CLOSE-NONE TO TRUE
                   END-IF
           END-EVALUATE.

       0310-TAKE-ONE-CALENDAR-DATE.
           READ CALMST-FILE
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
           END-READ.
           IF NOT WS-END-OF-CALENDAR
               IF CAL-BUSINESS-DAY
                       AND CAL-DATE(1:6) = WS-BUS-MONTH
                       AND CAL-DATE > WS-LAST-BUS-DAY
                   MOVE CAL-DATE TO WS-LAST-BUS-DAY
               END-IF
           END-IF.

      * THE REPORT PERIOD: RECOMPUTED AND CLOSED, OR (ALREADY
      * CLOSED) ITS FROZEN FIGURES RELOADED - THEN YEAR-TO-DATE AND
      * LAST YEAR ALONGSIDE.  A CLOSE IS ALL OR NOTHING: FIGURES
      * THAT DID NOT FIT, OR HISTORY THAT COULD NOT BE READ, ARE
      * NEVER FROZEN.
       1000-REPORT-PERIOD.
           MOVE 0 TO WS-FIG-COUNT.
           MOVE 'N' TO WS-FIG-FULL-SWITCH.
           MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD.
           IF WS-CLOSE-REPRINT
               PERFORM 1200-LOAD-FROZEN-FIGURES
           ELSE
               PERFORM 3000-BUILD-PERIOD-FIGURES
               IF WS-BUILD-FAILED OR WS-FIG-FULL
                   MOVE 16 TO RETURN-CODE
                   DISPLAY 'SINCLOSE: PERIOD ' WS-REPORT-PERIOD
                           ' NOT CLOSED - ITS FIGURES ARE INCOMPLETE'
                   MOVE SPACES TO REPORT-REC
                   STRING '*** PERIOD NOT CLOSED - HISTORY NOT '
                              DELIMITED BY SIZE
                          'READABLE OR TABLE FULL - SEE JOB LOG ***'
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM 1100-WRITE-CLOSE
               END-IF
           END-IF.
           IF WS-PERIOD-CLOSED OR WS-CLOSE-REPRINT
               PERFORM 4000-LOAD-COMPARATIVES
               PERFORM 5100-WRITE-PERIOD-SECTION
           END-IF.

      * EVERY 'C' RECORD FIRST, THE 'P' RECORD LAST - ONLY THE 'P'
      * RECORD MAKES THE CLOSE REAL.
       1100-WRITE-CLOSE.
           OPEN EXTEND PERSUM-FILE.
           IF WS-PERSUM-STATUS = '00' OR '05'
               PERFORM 1150-WRITE-ONE-CLOSED-FIGURE
                   VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > WS-FIG-COUNT
               PERFORM 3600-TOTAL-SITE-ROWS
               MOVE SPACES TO PERIOD-SUM-REC
               MOVE WS-REPORT-PERIOD TO PER-PERIOD
               MOVE 'P' TO PER-REC-TYPE
               MOVE WS-AUDIT-START-TS TO PER-RUN-TS
               MOVE WS-BUS-DATE TO PER-BUS-DATE
               MOVE WS-TOT-RDG TO PER-RDG-COUNT
               MOVE WS-TOT-REJECTS TO PER-REJECT-COUNT
               MOVE WS-TOT-OUTLIERS TO PER-OUTLIER-COUNT
               MOVE WS-TOT-MIN TO PER-MIN-RES
               MOVE WS-TOT-MAX TO PER-MAX-RES
               MOVE 0 TO PER-AVG-RES
               IF WS-TOT-RDG > 0
                   COMPUTE PER-AVG-RES ROUNDED =
                       WS-TOT-SUM / WS-TOT-RDG
               END-IF
               WRITE PERIOD-SUM-REC
               ADD 1 TO WS-WRITE-COUNT
               CLOSE PERSUM-FILE
               SET WS-PERIOD-CLOSED TO TRUE
               MOVE WS-TOT-RDG TO WS-READ-COUNT
           ELSE
               MOVE 16 TO RETURN-CODE
               DISPLAY 'SINCLOSE: PERIOD SUMMARY COULD NOT BE OPENED '
                       'FOR OUTPUT - FILE STATUS ' WS-PERSUM-STATUS
                       ' - PERIOD ' WS-REPORT-PERIOD ' NOT CLOSED'
           END-IF.

       1150-WRITE-ONE-CLOSED-FIGURE.
           PERFORM 7100-FIGURE-AVERAGE.
           MOVE SPACES TO PERIOD-SUM-REC.
           MOVE WS-REPORT-PERIOD TO PER-PERIOD.
           MOVE 'C' TO PER-REC-TYPE.
           MOVE WS-FIG-LEVEL(WS-FIG-SUB) TO PER-LEVEL.
           MOVE WS-FIG-KEY(WS-FIG-SUB) TO PER-KEY.
           MOVE WS-FIG-SITE(WS-FIG-SUB) TO PER-SITE-ID.
           MOVE WS-AUDIT-START-TS TO PER-RUN-TS.
           MOVE WS-BUS-DATE TO PER-BUS-DATE.
           MOVE WS-FIG-COUNT-RDG(WS-FIG-SUB) TO PER-RDG-COUNT.
           MOVE WS-FIG-REJECTS(WS-FIG-SUB) TO PER-REJECT-COUNT.
           MOVE WS-FIG-OUTLIERS(WS-FIG-SUB) TO PER-OUTLIER-COUNT.
           MOVE WS-FIG-MIN(WS-FIG-SUB) TO PER-MIN-RES.
           MOVE WS-FIG-MAX(WS-FIG-SUB) TO PER-MAX-RES.
           MOVE WS-AVG-RES TO PER-AVG-RES.
           WRITE PERIOD-SUM-REC.
           ADD 1 TO WS-WRITE-COUNT.

      * A REPRINT SHOWS THE FIGURES AS CLOSED - AVERAGES CARRY BACK
      * AS AVERAGE TIMES READINGS SO THE TOTALS STILL WEIGHT THEM.
       1200-LOAD-FROZEN-FIGURES.
           MOVE 'N' TO WS-PER-EOF-SWITCH.
           OPEN INPUT PERSUM-FILE.
           IF WS-PERSUM-STATUS = '00'
               PERFORM 1210-TAKE-ONE-FROZEN-REC
                   UNTIL WS-END-OF-PERSUM
               CLOSE PERSUM-FILE
           END-IF.

       1210-TAKE-ONE-FROZEN-REC.
           READ PERSUM-FILE
               AT END
                   SET WS-END-OF-PERSUM TO TRUE
           END-READ.
           IF NOT WS-END-OF-PERSUM
               IF PER-CLOSED-FIGURES
                       AND PER-PERIOD = WS-REPORT-PERIOD
                       AND PER-RUN-TS = WS-PCL-RUN-TS(WS-PCL-HIT)
                   MOVE PER-LEVEL TO WS-FIND-LEVEL
                   MOVE PER-KEY TO WS-FIND-KEY
                   PERFORM 7000-FIND-FIGURE
                   IF WS-FIG-SUB > 0
                       MOVE PER-SITE-ID TO WS-FIG-SITE(WS-FIG-SUB)
                       MOVE PER-RDG-COUNT
                           TO WS-FIG-COUNT-RDG(WS-FIG-SUB)
                       MOVE PER-REJECT-COUNT
                           TO WS-FIG-REJECTS(WS-FIG-SUB)
                       MOVE PER-OUTLIER-COUNT
                           TO WS-FIG-OUTLIERS(WS-FIG-SUB)
                       MOVE PER-MIN-RES TO WS-FIG-MIN(WS-FIG-SUB)
                       MOVE PER-MAX-RES TO WS-FIG-MAX(WS-FIG-SUB)
                       COMPUTE WS-FIG-SUM(WS-FIG-SUB) =
                           PER-AVG-RES * PER-RDG-COUNT
                   END-IF
               END-IF
           END-IF.

      * EVERY CLOSED PERIOD WHOSE WHOLE MONTH IS STILL INSIDE THE
      * HISTORY RETENTION WINDOW IS RECOMPUTED AND HELD UP AGAINST
      * ITS CLOSED FIGURES PLUS THE ADJUSTMENTS ALREADY RECORDED -
      * SO EACH CHANGE IS REPORTED ONCE, THE NIGHT IT APPEARS.
      * OLDER PERIODS HAVE AGED OFF THE MASTERS AND CAN NO LONGER
      * BE RECHECKED.
       2000-RECHECK-CLOSED-PERIODS.
           PERFORM 5500-WRITE-ADJ-HEADINGS.
           PERFORM 2100-RECHECK-ONE-PERIOD
               VARYING WS-PCL-SUB FROM 1 BY 1
               UNTIL WS-PCL-SUB > WS-PCL-COUNT.
           MOVE SPACES TO REPORT-REC.
           IF WS-CHECKED-COUNT = 0
               MOVE WS-RETENTION-DAYS TO WS-RETENTION-ED
               STRING 'NONE - NO CLOSED PERIOD INSIDE THE '
                          DELIMITED BY SIZE
                      WS-RETENTION-ED DELIMITED BY SIZE
                      '-DAY HISTORY WINDOW' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           ELSE
               IF WS-ADJ-COUNT = 0
                   MOVE 'NONE - EVERY CLOSED PERIOD RECHECKED STILL '
                       TO REPORT-REC
                   MOVE 'AGREES' TO REPORT-REC(44:6)
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ELSE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2100-RECHECK-ONE-PERIOD.
           MOVE WS-PCL-PERIOD(WS-PCL-SUB) TO WS-WORK-PERIOD.
           STRING WS-WORK-PERIOD '01' DELIMITED BY SIZE
                  INTO WS-PERIOD-FIRST-DAY
           END-STRING.
           MOVE 99999 TO WS-PERIOD-AGE.
           IF WS-PERIOD-FIRST-DAY IS NUMERIC
               COMPUTE WS-PERIOD-AGE =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-BUS-DATE))
                 - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-PERIOD-FIRST-DAY))
           END-IF.
           IF WS-PERIOD-AGE NOT > WS-RETENTION-DAYS
                   AND WS-WORK-PERIOD NOT > WS-BUS-MONTH
               MOVE 0 TO WS-FIG-COUNT
               MOVE 'N' TO WS-FIG-FULL-SWITCH
               PERFORM 3000-BUILD-PERIOD-FIGURES
               IF WS-BUILD-FAILED OR WS-FIG-FULL
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   DISPLAY 'SINCLOSE: CLOSED PERIOD ' WS-WORK-PERIOD
                           ' COULD NOT BE RECHECKED - FIGURES '
                           'INCOMPLETE'
               ELSE
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM 2200-LOAD-PERIOD-BASE
                   PERFORM 2300-COMPARE-ONE-FIGURE
                       VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > WS-FIG-COUNT
               END-IF
           END-IF.

       2200-LOAD-PERIOD-BASE.
           MOVE 'N' TO WS-PER-EOF-SWITCH.
           OPEN INPUT PERSUM-FILE.
           IF WS-PERSUM-STATUS = '00'
               PERFORM 2210-TAKE-ONE-BASE-REC
                   UNTIL WS-END-OF-PERSUM
               CLOSE PERSUM-FILE
           END-IF.

      * THE CLOSED FIGURES, THEN EACH ADJUSTMENT IN THE ORDER IT WAS
      * RECORDED: COUNTS ACCUMULATE, RES VALUES ARE RESTATED.
       2210-TAKE-ONE-BASE-REC.
           READ PERSUM-FILE
               AT END
                   SET WS-END-OF-PERSUM TO TRUE
           END-READ.
           IF NOT WS-END-OF-PERSUM
               IF PER-PERIOD = WS-WORK-PERIOD
                   IF (PER-CLOSED-FIGURES
                       AND PER-RUN-TS = WS-PCL-RUN-TS(WS-PCL-SUB))
                      OR PER-ADJUSTMENT
                       MOVE PER-LEVEL TO WS-FIND-LEVEL
                       MOVE PER-KEY TO WS-FIND-KEY
                       PERFORM 7000-FIND-FIGURE
                       IF WS-FIG-SUB > 0
                           PERFORM 2250-APPLY-BASE-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2250-APPLY-BASE-REC.
           SET WS-FIG-BASE-FOUND(WS-FIG-SUB) TO TRUE.
           IF WS-FIG-SITE(WS-FIG-SUB) = SPACES
               MOVE PER-SITE-ID TO WS-FIG-SITE(WS-FIG-SUB)
           END-IF.
           ADD PER-RDG-COUNT TO WS-FIG-BASE-RDG(WS-FIG-SUB).
           ADD PER-REJECT-COUNT TO WS-FIG-BASE-REJECTS(WS-FIG-SUB).
           ADD PER-OUTLIER-COUNT TO WS-FIG-BASE-OUTLIERS(WS-FIG-SUB).
           MOVE PER-MIN-RES TO WS-FIG-BASE-MIN(WS-FIG-SUB).
           MOVE PER-MAX-RES TO WS-FIG-BASE-MAX(WS-FIG-SUB).
           MOVE PER-AVG-RES TO WS-FIG-BASE-AVG(WS-FIG-SUB).

       2300-COMPARE-ONE-FIGURE.
           PERFORM 7100-FIGURE-AVERAGE.
           MOVE 'N' TO WS-DIFF-SWITCH.
           IF WS-FIG-COUNT-RDG(WS-FIG-SUB)
                   NOT = WS-FIG-BASE-RDG(WS-FIG-SUB)
               OR WS-FIG-REJECTS(WS-FIG-SUB)
                   NOT = WS-FIG-BASE-REJECTS(WS-FIG-SUB)
               OR WS-FIG-OUTLIERS(WS-FIG-SUB)
                   NOT = WS-FIG-BASE-OUTLIERS(WS-FIG-SUB)
               OR WS-FIG-MIN(WS-FIG-SUB)
                   NOT = WS-FIG-BASE-MIN(WS-FIG-SUB)
               OR WS-FIG-MAX(WS-FIG-SUB)
                   NOT = WS-FIG-BASE-MAX(WS-FIG-SUB)
               OR WS-AVG-RES NOT = WS-FIG-BASE-AVG(WS-FIG-SUB)
               SET WS-FIGURES-DIFFER TO TRUE
           END-IF.
           IF WS-FIGURES-DIFFER
               PERFORM 2350-WRITE-ADJUSTMENT
           END-IF.

       2350-WRITE-ADJUSTMENT.
           MOVE SPACES TO PERIOD-SUM-REC.
           MOVE WS-WORK-PERIOD TO PER-PERIOD.
           MOVE 'A' TO PER-REC-TYPE.
           MOVE WS-FIG-LEVEL(WS-FIG-SUB) TO PER-LEVEL.
           MOVE WS-FIG-KEY(WS-FIG-SUB) TO PER-KEY.
           MOVE WS-FIG-SITE(WS-FIG-SUB) TO PER-SITE-ID.
           MOVE WS-AUDIT-START-TS TO PER-RUN-TS.
           MOVE WS-BUS-DATE TO PER-BUS-DATE.
           COMPUTE PER-RDG-COUNT = WS-FIG-COUNT-RDG(WS-FIG-SUB)
                                 - WS-FIG-BASE-RDG(WS-FIG-SUB).
           COMPUTE PER-REJECT-COUNT = WS-FIG-REJECTS(WS-FIG-SUB)
                                    - WS-FIG-BASE-REJECTS(WS-FIG-SUB).
           COMPUTE PER-OUTLIER-COUNT =
               WS-FIG-OUTLIERS(WS-FIG-SUB)
                   - WS-FIG-BASE-OUTLIERS(WS-FIG-SUB).
           MOVE WS-FIG-MIN(WS-FIG-SUB) TO PER-MIN-RES.
           MOVE WS-FIG-MAX(WS-FIG-SUB) TO PER-MAX-RES.
           MOVE WS-AVG-RES TO PER-AVG-RES.
           OPEN EXTEND PERSUM-FILE.
           IF WS-PERSUM-STATUS = '00' OR '05'
               WRITE PERIOD-SUM-REC
               CLOSE PERSUM-FILE
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               DISPLAY 'SINCLOSE: WARNING - ADJUSTMENT FOR PERIOD '
                       WS-WORK-PERIOD ' ' PER-KEY ' NOT RECORDED, '
                       'FILE STATUS ' WS-PERSUM-STATUS
           END-IF.
           ADD 1 TO WS-ADJ-COUNT.
           PERFORM 5600-WRITE-ADJ-LINE.

      * THE FIGURES OF ONE PERIOD (WS-WORK-PERIOD) FROM THE
      * MASTERS: STATIONS FROM THE STATION HISTORY, SITES FROM THE
      * RESULTS HISTORY (WHICH ALSO SAYS WHICH SITE EACH STATION
      * REPORTED THROUGH), THEN REJECTS AND OUTLIERS BY STATION,
      * ROLLED UP TO THE STATION'S SITE.
       3000-BUILD-PERIOD-FIGURES.
           MOVE 'N' TO WS-BUILD-SWITCH.
           PERFORM 3100-READ-STATION-HISTORY.
           PERFORM 3200-READ-RESULTS-HISTORY.
           PERFORM 3300-READ-SUSPENSE.
           PERFORM 3400-READ-OUTLIER-LOG.
           PERFORM 3500-ROLL-UP-ONE-STATION
               VARYING WS-STA-SUB FROM 1 BY 1
               UNTIL WS-STA-SUB > WS-FIG-COUNT.

       3100-READ-STATION-HISTORY.
           MOVE 'N' TO WS-SHST-EOF-SWITCH.
           OPEN INPUT STAHMST-FILE.
           IF WS-STAHMST-STATUS = '00'
               PERFORM 3110-TAKE-ONE-STATION-DAY
                   UNTIL WS-END-OF-STA-HISTORY
               CLOSE STAHMST-FILE
           ELSE
               SET WS-BUILD-FAILED TO TRUE
               DISPLAY 'SINCLOSE: STATION HISTORY MASTER NOT '
                       'AVAILABLE - FILE STATUS ' WS-STAHMST-STATUS
           END-IF.

       3110-TAKE-ONE-STATION-DAY.
           READ STAHMST-FILE
               AT END
                   SET WS-END-OF-STA-HISTORY TO TRUE
           END-READ.
           IF NOT WS-END-OF-STA-HISTORY
               IF SHST-BUS-DATE(1:6) = WS-WORK-PERIOD
                       AND SHST-RDG-COUNT > 0
                   MOVE 'S' TO WS-FIND-LEVEL
                   MOVE SHST-STATION-ID TO WS-FIND-KEY
                   PERFORM 7000-FIND-FIGURE
                   IF WS-FIG-SUB > 0
                       IF WS-FIG-COUNT-RDG(WS-FIG-SUB) = 0
                           MOVE SHST-MIN-RES TO WS-FIG-MIN(WS-FIG-SUB)
                           MOVE SHST-MAX-RES TO WS-FIG-MAX(WS-FIG-SUB)
                       END-IF
                       IF SHST-MIN-RES < WS-FIG-MIN(WS-FIG-SUB)
                           MOVE SHST-MIN-RES TO WS-FIG-MIN(WS-FIG-SUB)
                       END-IF
                       IF SHST-MAX-RES > WS-FIG-MAX(WS-FIG-SUB)
                           MOVE SHST-MAX-RES TO WS-FIG-MAX(WS-FIG-SUB)
                       END-IF
                       ADD SHST-RDG-COUNT
                           TO WS-FIG-COUNT-RDG(WS-FIG-SUB)
                       COMPUTE WS-FIG-SUM(WS-FIG-SUB) =
                           WS-FIG-SUM(WS-FIG-SUB)
                               + (SHST-AVG-RES * SHST-RDG-COUNT)
                   END-IF
               END-IF
           END-IF.

       3200-READ-RESULTS-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           OPEN INPUT HISTMST-FILE.
           IF WS-HISTMST-STATUS = '00'
               PERFORM 3210-TAKE-ONE-RESULT
                   UNTIL WS-END-OF-HISTORY
               CLOSE HISTMST-FILE
           ELSE
               SET WS-BUILD-FAILED TO TRUE
               DISPLAY 'SINCLOSE: RESULTS HISTORY MASTER NOT '
                       'AVAILABLE - FILE STATUS ' WS-HISTMST-STATUS
           END-IF.

       3210-TAKE-ONE-RESULT.
           READ HISTMST-FILE
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT WS-END-OF-HISTORY
               IF HIST-BUS-DATE(1:6) = WS-WORK-PERIOD
                   MOVE 'T' TO WS-FIND-LEVEL
                   MOVE HIST-SITE-ID TO WS-FIND-KEY
                   PERFORM 7000-FIND-FIGURE
                   IF WS-FIG-SUB > 0
                       IF WS-FIG-COUNT-RDG(WS-FIG-SUB) = 0
                           MOVE HIST-VALUE TO WS-FIG-MIN(WS-FIG-SUB)
                           MOVE HIST-VALUE TO WS-FIG-MAX(WS-FIG-SUB)
                       END-IF
                       IF HIST-VALUE < WS-FIG-MIN(WS-FIG-SUB)
                           MOVE HIST-VALUE TO WS-FIG-MIN(WS-FIG-SUB)
                       END-IF
                       IF HIST-VALUE > WS-FIG-MAX(WS-FIG-SUB)
                           MOVE HIST-VALUE TO WS-FIG-MAX(WS-FIG-SUB)
                       END-IF
                       ADD 1 TO WS-FIG-COUNT-RDG(WS-FIG-SUB)
                       ADD HIST-VALUE TO WS-FIG-SUM(WS-FIG-SUB)
                   END-IF
                   IF HIST-STATION-ID NOT = SPACES
                           AND HIST-SITE-ID NOT = SPACES
                       MOVE 'S' TO WS-FIND-LEVEL
                       MOVE HIST-STATION-ID TO WS-FIND-KEY
                       PERFORM 7000-FIND-FIGURE
                       IF WS-FIG-SUB > 0
                           MOVE HIST-SITE-ID TO WS-FIG-SITE(WS-FIG-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3300-READ-SUSPENSE.
           MOVE 0 TO WS-REJ-COUNT.
           MOVE 'N' TO WS-REJ-FULL-SWITCH.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '00' OR '05'
               PERFORM 3310-TAKE-ONE-REJECT
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSP-FILE
           ELSE
               DISPLAY 'SINCLOSE: SUSPENSE DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-SUSP-STATUS
                       ' - REJECTS COUNTED AS ZERO'
           END-IF.

       3310-TAKE-ONE-REJECT.
           READ SUSP-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SUSPENSE
               IF SUSP-REJECT-DATE(1:6) = WS-WORK-PERIOD
                   STRING SUSP-REJECT-DATE SUSP-RECORD-NUM
                          DELIMITED BY SIZE
                          INTO WS-REJ-THIS-KEY
                   END-STRING
                   MOVE 'N' TO WS-REJ-SEEN-SWITCH
                   PERFORM 3320-MATCH-REJECT-KEY
                       VARYING WS-REJ-SUB FROM 1 BY 1
                       UNTIL WS-REJ-SUB > WS-REJ-COUNT OR WS-REJ-SEEN
                   IF NOT WS-REJ-SEEN
                       PERFORM 3330-COUNT-ONE-REJECT
                   END-IF
               END-IF
           END-IF.

       3320-MATCH-REJECT-KEY.
           IF WS-REJ-KEY(WS-REJ-SUB) = WS-REJ-THIS-KEY
               SET WS-REJ-SEEN TO TRUE
           END-IF.

       3330-COUNT-ONE-REJECT.
           IF WS-REJ-COUNT < WS-REJ-MAX-ENTRIES
               ADD 1 TO WS-REJ-COUNT
               MOVE WS-REJ-THIS-KEY TO WS-REJ-KEY(WS-REJ-COUNT)
           ELSE
               IF NOT WS-REJ-FULL
                   SET WS-REJ-FULL TO TRUE
                   DISPLAY 'SINCLOSE: MORE THAN ' WS-REJ-MAX-ENTRIES
                           ' REJECTS IN PERIOD ' WS-WORK-PERIOD
                           ' - LATER ONES COUNTED WITHOUT THE '
                           'RERUN CHECK'
               END-IF
           END-IF.
           MOVE 'S' TO WS-FIND-LEVEL.
           MOVE SUSP-STATION-ID TO WS-FIND-KEY.
           PERFORM 7000-FIND-FIGURE.
           IF WS-FIG-SUB > 0
               ADD 1 TO WS-FIG-REJECTS(WS-FIG-SUB)
               IF SUSP-SITE-ID NOT = SPACES
                       AND SUSP-SITE-ID NOT = 'RECYCLE '
                   ADD 1 TO WS-FIG-SITED-REJECTS(WS-FIG-SUB)
               END-IF
           END-IF.
      * A REJECT CARRYING THE SITE THAT SENT IT COUNTS AGAINST THAT
      * SITE DIRECTLY - THE STATION MAY SINCE HAVE MOVED SITES.
      * OLDER ITEMS AND RECYCLED READINGS HAVE NO SENDING SITE AND
      * ROLL UP THROUGH THE STATION'S SITE IN 3500.
           IF SUSP-SITE-ID NOT = SPACES
                   AND SUSP-SITE-ID NOT = 'RECYCLE '
               MOVE 'T' TO WS-FIND-LEVEL
               MOVE SUSP-SITE-ID TO WS-FIND-KEY
               PERFORM 7000-FIND-FIGURE
               IF WS-FIG-SUB > 0
                   ADD 1 TO WS-FIG-REJECTS(WS-FIG-SUB)
               END-IF
           END-IF.

      * TWO PASSES: THE LATEST RUN MARKER FOR EACH DATE OF THE
      * PERIOD, THEN THE OUTLIERS WRITTEN UNDER IT.
       3400-READ-OUTLIER-LOG.
           MOVE 0 TO WS-MRK-COUNT.
           MOVE 'N' TO WS-OUTL-EOF-SWITCH.
           OPEN INPUT OUTLOG-FILE.
           IF WS-OUTLOG-STATUS = '00' OR '05'
               PERFORM 3410-TAKE-ONE-MARKER
                   UNTIL WS-END-OF-OUTLIERS
               CLOSE OUTLOG-FILE
               MOVE 'N' TO WS-OUTL-EOF-SWITCH
               OPEN INPUT OUTLOG-FILE
               PERFORM 3450-TAKE-ONE-OUTLIER
                   UNTIL WS-END-OF-OUTLIERS
               CLOSE OUTLOG-FILE
           ELSE
               DISPLAY 'SINCLOSE: OUTLIER LOG NOT AVAILABLE - FILE '
                       'STATUS ' WS-OUTLOG-STATUS
                       ' - OUTLIERS COUNTED AS ZERO'
           END-IF.

       3410-TAKE-ONE-MARKER.
           READ OUTLOG-FILE
               AT END
                   SET WS-END-OF-OUTLIERS TO TRUE
           END-READ.
           IF NOT WS-END-OF-OUTLIERS
               IF OUTL-RUN-MARKER
                       AND OUTL-BUS-DATE(1:6) = WS-WORK-PERIOD
                   PERFORM 3420-FIND-MARKER-DATE
                   IF WS-MRK-HIT = 0 AND WS-MRK-COUNT < 31
                       ADD 1 TO WS-MRK-COUNT
                       MOVE WS-MRK-COUNT TO WS-MRK-HIT
                       MOVE OUTL-BUS-DATE TO WS-MRK-DATE(WS-MRK-HIT)
                   END-IF
                   IF WS-MRK-HIT > 0
                       MOVE OUTL-RUN-TS TO WS-MRK-RUN-TS(WS-MRK-HIT)
                   END-IF
               END-IF
           END-IF.

       3420-FIND-MARKER-DATE.
           MOVE 0 TO WS-MRK-HIT.
           PERFORM 3430-MATCH-MARKER-DATE
               VARYING WS-MRK-SUB FROM 1 BY 1
               UNTIL WS-MRK-SUB > WS-MRK-COUNT OR WS-MRK-HIT > 0.

       3430-MATCH-MARKER-DATE.
           IF WS-MRK-DATE(WS-MRK-SUB) = OUTL-BUS-DATE
               MOVE WS-MRK-SUB TO WS-MRK-HIT
           END-IF.

       3450-TAKE-ONE-OUTLIER.
           READ OUTLOG-FILE
               AT END
                   SET WS-END-OF-OUTLIERS TO TRUE
           END-READ.
           IF NOT WS-END-OF-OUTLIERS
               IF NOT OUTL-RUN-MARKER
                       AND OUTL-BUS-DATE(1:6) = WS-WORK-PERIOD
                   PERFORM 3420-FIND-MARKER-DATE
                   IF WS-MRK-HIT > 0
                       IF OUTL-RUN-TS = WS-MRK-RUN-TS(WS-MRK-HIT)
                           PERFORM 3460-COUNT-ONE-OUTLIER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3460-COUNT-ONE-OUTLIER.
           MOVE 'S' TO WS-FIND-LEVEL.
           MOVE OUTL-STATION-ID TO WS-FIND-KEY.
           PERFORM 7000-FIND-FIGURE.
           IF WS-FIG-SUB > 0
               ADD 1 TO WS-FIG-OUTLIERS(WS-FIG-SUB)
               IF WS-FIG-SITE(WS-FIG-SUB) = SPACES
                   MOVE OUTL-SITE-ID TO WS-FIG-SITE(WS-FIG-SUB)
               END-IF
           END-IF.

      * A STATION'S REJECTS (BAR THOSE ALREADY COUNTED AGAINST THEIR
      * SENDING SITE IN 3330) AND OUTLIERS COUNT AGAINST ITS SITE.
      * A NEW SITE ENTRY CAN ONLY LAND AFTER THE STATIONS IN LEVEL
      * ORDER, SO THE LOOP NEVER REVISITS OR SKIPS A STATION.
       3500-ROLL-UP-ONE-STATION.
           IF WS-FIG-LEVEL(WS-STA-SUB) = 'S'
                   AND (WS-FIG-REJECTS(WS-STA-SUB)
                          > WS-FIG-SITED-REJECTS(WS-STA-SUB)
                     OR WS-FIG-OUTLIERS(WS-STA-SUB) > 0)
               MOVE 'T' TO WS-FIND-LEVEL
               MOVE WS-FIG-SITE(WS-STA-SUB) TO WS-FIND-KEY
               PERFORM 7000-FIND-FIGURE
               IF WS-FIG-SUB > 0
                   COMPUTE WS-FIG-REJECTS(WS-FIG-SUB) =
                       WS-FIG-REJECTS(WS-FIG-SUB)
                     + WS-FIG-REJECTS(WS-STA-SUB)
                     - WS-FIG-SITED-REJECTS(WS-STA-SUB)
                   ADD WS-FIG-OUTLIERS(WS-STA-SUB)
                       TO WS-FIG-OUTLIERS(WS-FIG-SUB)
               END-IF
           END-IF.

      * THE PERIOD TOTAL IS THE SUM OF ITS SITES.
       3600-TOTAL-SITE-ROWS.
           MOVE 0 TO WS-TOT-RDG WS-TOT-MIN WS-TOT-MAX WS-TOT-SUM
                     WS-TOT-REJECTS WS-TOT-OUTLIERS
                     WS-TOT-YTD-RDG WS-TOT-YTD-SUM
                     WS-TOT-YTD-REJECTS WS-TOT-YTD-OUTLIERS
                     WS-TOT-LY-RDG WS-TOT-LY-SUM.
           PERFORM 3610-TOTAL-ONE-SITE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > WS-FIG-COUNT.

       3610-TOTAL-ONE-SITE.
           IF WS-FIG-LEVEL(WS-FIG-SUB) = 'T'
               IF WS-FIG-COUNT-RDG(WS-FIG-SUB) > 0
                   IF WS-TOT-RDG = 0
                           OR WS-FIG-MIN(WS-FIG-SUB) < WS-TOT-MIN
                       MOVE WS-FIG-MIN(WS-FIG-SUB) TO WS-TOT-MIN
                   END-IF
                   IF WS-TOT-RDG = 0
                           OR WS-FIG-MAX(WS-FIG-SUB) > WS-TOT-MAX
                       MOVE WS-FIG-MAX(WS-FIG-SUB) TO WS-TOT-MAX
                   END-IF
               END-IF
               ADD WS-FIG-COUNT-RDG(WS-FIG-SUB) TO WS-TOT-RDG
               ADD WS-FIG-SUM(WS-FIG-SUB) TO WS-TOT-SUM
               ADD WS-FIG-REJECTS(WS-FIG-SUB) TO WS-TOT-REJECTS
               ADD WS-FIG-OUTLIERS(WS-FIG-SUB) TO WS-TOT-OUTLIERS
               ADD WS-FIG-YTD-RDG(WS-FIG-SUB) TO WS-TOT-YTD-RDG
               ADD WS-FIG-YTD-SUM(WS-FIG-SUB) TO WS-TOT-YTD-SUM
               ADD WS-FIG-YTD-REJECTS(WS-FIG-SUB)
                   TO WS-TOT-YTD-REJECTS
               ADD WS-FIG-YTD-OUTLIERS(WS-FIG-SUB)
                   TO WS-TOT-YTD-OUTLIERS
               IF WS-FIG-LY-FOUND(WS-FIG-SUB)
                   ADD WS-FIG-LY-RDG(WS-FIG-SUB) TO WS-TOT-LY-RDG
                   COMPUTE WS-TOT-LY-SUM = WS-TOT-LY-SUM
                       + (WS-FIG-LY-AVG(WS-FIG-SUB)
                           * WS-FIG-LY-RDG(WS-FIG-SUB))
               END-IF
           END-IF.

      * YEAR TO DATE IS THE CLOSED FIGURES OF THE EARLIER MONTHS OF
      * THE SAME YEAR PLUS THIS PERIOD; LAST YEAR IS THE SAME MONTH
      * AS CLOSED.  BOTH ARE THE FIGURES AS CLOSED - POST-CLOSE
      * ADJUSTMENTS ARE REPORTED, NOT FOLDED BACK IN.
       4000-LOAD-COMPARATIVES.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-CALC.
           SUBTRACT 1 FROM WS-PC-YYYY.
           MOVE WS-PERIOD-CALC TO WS-LY-PERIOD.
           MOVE 'N' TO WS-PER-EOF-SWITCH.
           OPEN INPUT PERSUM-FILE.
           IF WS-PERSUM-STATUS = '00'
               PERFORM 4100-TAKE-ONE-COMPARATIVE
                   UNTIL WS-END-OF-PERSUM
               CLOSE PERSUM-FILE
           END-IF.
           PERFORM 4200-ADD-PERIOD-TO-YTD
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > WS-FIG-COUNT.

       4100-TAKE-ONE-COMPARATIVE.
           READ PERSUM-FILE
               AT END
                   SET WS-END-OF-PERSUM TO TRUE
           END-READ.
           IF NOT WS-END-OF-PERSUM AND PER-CLOSED-FIGURES
               IF (PER-PERIOD(1:4) = WS-REPORT-PERIOD(1:4)
                       AND PER-PERIOD < WS-REPORT-PERIOD)
                  OR PER-PERIOD = WS-LY-PERIOD
                   MOVE PER-PERIOD TO WS-PCL-FIND
                   PERFORM 7200-FIND-CLOSED-PERIOD
                   IF WS-PCL-HIT > 0
                       IF PER-RUN-TS = WS-PCL-RUN-TS(WS-PCL-HIT)
                           PERFORM 4150-APPLY-COMPARATIVE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4150-APPLY-COMPARATIVE.
           MOVE PER-LEVEL TO WS-FIND-LEVEL.
           MOVE PER-KEY TO WS-FIND-KEY.
           PERFORM 7000-FIND-FIGURE.
           IF WS-FIG-SUB > 0
               IF WS-FIG-SITE(WS-FIG-SUB) = SPACES
                   MOVE PER-SITE-ID TO WS-FIG-SITE(WS-FIG-SUB)
               END-IF
               IF PER-PERIOD = WS-LY-PERIOD
                   SET WS-FIG-LY-FOUND(WS-FIG-SUB) TO TRUE
                   MOVE PER-RDG-COUNT TO WS-FIG-LY-RDG(WS-FIG-SUB)
                   MOVE PER-AVG-RES TO WS-FIG-LY-AVG(WS-FIG-SUB)
               ELSE
                   ADD PER-RDG-COUNT TO WS-FIG-YTD-RDG(WS-FIG-SUB)
                   COMPUTE WS-FIG-YTD-SUM(WS-FIG-SUB) =
                       WS-FIG-YTD-SUM(WS-FIG-SUB)
                           + (PER-AVG-RES * PER-RDG-COUNT)
                   ADD PER-REJECT-COUNT
                       TO WS-FIG-YTD-REJECTS(WS-FIG-SUB)
                   ADD PER-OUTLIER-COUNT
                       TO WS-FIG-YTD-OUTLIERS(WS-FIG-SUB)
               END-IF
           END-IF.

       4200-ADD-PERIOD-TO-YTD.
           ADD WS-FIG-COUNT-RDG(WS-FIG-SUB)
               TO WS-FIG-YTD-RDG(WS-FIG-SUB).
           ADD WS-FIG-SUM(WS-FIG-SUB) TO WS-FIG-YTD-SUM(WS-FIG-SUB).
           ADD WS-FIG-REJECTS(WS-FIG-SUB)
               TO WS-FIG-YTD-REJECTS(WS-FIG-SUB).
           ADD WS-FIG-OUTLIERS(WS-FIG-SUB)
               TO WS-FIG-YTD-OUTLIERS(WS-FIG-SUB).

       5000-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINCLOSE - MONTH-END PERIOD CLOSE' DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           STRING WS-REPORT-PERIOD(1:4) '/' WS-REPORT-PERIOD(5:2)
                  DELIMITED BY SIZE
                  INTO WS-PERIOD-ED
           END-STRING
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN WS-CLOSE-NOW
                   STRING 'PERIOD ' WS-PERIOD-ED
                          ' - LAST BUSINESS DAY OF THE MONTH - '
                          'CLOSING' DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN WS-CLOSE-LATE
                   STRING 'PERIOD ' WS-PERIOD-ED
                          ' - NOT CLOSED ON ITS LAST BUSINESS DAY - '
                          'CLOSING LATE' DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN WS-CLOSE-REPRINT
                   STRING 'PERIOD ' WS-PERIOD-ED
                          ' - ALREADY CLOSED ON BUSINESS DATE '
                          WS-PCL-BUS-DATE(WS-PCL-HIT)
                          ' - FROZEN FIGURES REPRINTED'
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN WS-CALENDAR-FAILED OR WS-LAST-BUS-DAY = SPACES
                   MOVE '*** NO CLOSE DECIDED - PROCESSING CALENDAR '
                       TO REPORT-REC
                   MOVE 'NOT USABLE ***' TO REPORT-REC(44:14)
               WHEN OTHER
                   STRING 'NO PERIOD TO CLOSE - THE LAST BUSINESS DAY '
                          'OF THE MONTH IS ' WS-LAST-BUS-DAY
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
           END-EVALUATE.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       5100-WRITE-PERIOD-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE '------------- MONTH TO DATE ---------------------'
               TO REPORT-REC(19:51).
           MOVE '--------- YEAR TO DATE ----------'
               TO REPORT-REC(72:34).
           MOVE '-- SAME MONTH LAST YR --' TO REPORT-REC(108:24).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'KEY' TO REPORT-REC(1:3).
           MOVE 'SITE' TO REPORT-REC(10:4).
           MOVE 'READINGS' TO REPORT-REC(19:8).
           MOVE 'REJECTS' TO REPORT-REC(28:7).
           MOVE 'OUTLIER' TO REPORT-REC(36:7).
           MOVE ' MIN RES' TO REPORT-REC(44:8).
           MOVE ' MAX RES' TO REPORT-REC(53:8).
           MOVE ' AVG RES' TO REPORT-REC(62:8).
           MOVE ' READINGS' TO REPORT-REC(72:9).
           MOVE 'REJECTS' TO REPORT-REC(82:7).
           MOVE 'OUTLIER' TO REPORT-REC(90:7).
           MOVE ' AVG RES' TO REPORT-REC(98:8).
           MOVE 'READINGS' TO REPORT-REC(108:8).
           MOVE ' AVG RES' TO REPORT-REC(117:8).
           MOVE 'CHANGE' TO REPORT-REC(126:6).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'BY SITE' TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 2 LINES.
           MOVE 'T' TO WS-PRINT-LEVEL.
           PERFORM 5150-WRITE-LEVEL-LINE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > WS-FIG-COUNT.
           MOVE SPACES TO REPORT-REC.
           MOVE 'BY STATION' TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 2 LINES.
           MOVE 'S' TO WS-PRINT-LEVEL.
           PERFORM 5150-WRITE-LEVEL-LINE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > WS-FIG-COUNT.
           PERFORM 3600-TOTAL-SITE-ROWS.
           PERFORM 5300-WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'YEAR-TO-DATE AND LAST-YEAR COLUMNS ARE THE '
                      DELIMITED BY SIZE
                  'FIGURES AS CLOSED - POST-CLOSE ADJUSTMENTS ARE '
                      DELIMITED BY SIZE
                  'LISTED BELOW, NOT FOLDED IN' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 2 LINES.

       5150-WRITE-LEVEL-LINE.
           IF WS-FIG-LEVEL(WS-FIG-SUB) = WS-PRINT-LEVEL
               PERFORM 5200-WRITE-FIGURE-LINE
           END-IF.

       5200-WRITE-FIGURE-LINE.
           PERFORM 7100-FIGURE-AVERAGE.
           MOVE SPACES TO REPORT-REC.
           IF WS-FIG-KEY(WS-FIG-SUB) = SPACES
               MOVE '(NONE)' TO REPORT-REC(1:6)
           ELSE
               MOVE WS-FIG-KEY(WS-FIG-SUB) TO REPORT-REC(1:8)
           END-IF.
           IF WS-FIG-LEVEL(WS-FIG-SUB) = 'S'
               MOVE WS-FIG-SITE(WS-FIG-SUB) TO REPORT-REC(10:8)
           END-IF.
           MOVE WS-FIG-COUNT-RDG(WS-FIG-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(19:8).
           MOVE WS-FIG-REJECTS(WS-FIG-SUB) TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(28:7).
           MOVE WS-FIG-OUTLIERS(WS-FIG-SUB) TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(36:7).
           IF WS-FIG-COUNT-RDG(WS-FIG-SUB) > 0
               MOVE WS-FIG-MIN(WS-FIG-SUB) TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(44:8)
               MOVE WS-FIG-MAX(WS-FIG-SUB) TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(53:8)
               MOVE WS-AVG-RES TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(62:8)
           END-IF.
           MOVE WS-FIG-YTD-RDG(WS-FIG-SUB) TO WS-YTD-ED.
           MOVE WS-YTD-ED TO REPORT-REC(72:9).
           MOVE WS-FIG-YTD-REJECTS(WS-FIG-SUB) TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(82:7).
           MOVE WS-FIG-YTD-OUTLIERS(WS-FIG-SUB) TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(90:7).
           IF WS-FIG-YTD-RDG(WS-FIG-SUB) > 0
               COMPUTE WS-YTD-AVG ROUNDED =
                   WS-FIG-YTD-SUM(WS-FIG-SUB)
                       / WS-FIG-YTD-RDG(WS-FIG-SUB)
               MOVE WS-YTD-AVG TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(98:8)
           END-IF.
           IF WS-FIG-LY-FOUND(WS-FIG-SUB)
               MOVE WS-FIG-LY-RDG(WS-FIG-SUB) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO REPORT-REC(108:8)
               IF WS-FIG-LY-RDG(WS-FIG-SUB) > 0
                   MOVE WS-FIG-LY-AVG(WS-FIG-SUB) TO WS-RES-ED
                   MOVE WS-RES-ED TO REPORT-REC(117:8)
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       ((WS-FIG-COUNT-RDG(WS-FIG-SUB)
                           - WS-FIG-LY-RDG(WS-FIG-SUB)) * 100)
                         / WS-FIG-LY-RDG(WS-FIG-SUB)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-CHANGE-PCT
                   END-COMPUTE
                   MOVE WS-CHANGE-PCT TO WS-PCT-ED
                   MOVE WS-PCT-ED TO REPORT-REC(126:5)
                   MOVE '%' TO REPORT-REC(131:1)
               END-IF
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       5300-WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'TOTAL' TO REPORT-REC(1:5).
           MOVE WS-TOT-RDG TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(19:8).
           MOVE WS-TOT-REJECTS TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(28:7).
           MOVE WS-TOT-OUTLIERS TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(36:7).
           IF WS-TOT-RDG > 0
               MOVE WS-TOT-MIN TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(44:8)
               MOVE WS-TOT-MAX TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(53:8)
               COMPUTE WS-AVG-RES ROUNDED = WS-TOT-SUM / WS-TOT-RDG
               MOVE WS-AVG-RES TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(62:8)
           END-IF.
           MOVE WS-TOT-YTD-RDG TO WS-YTD-ED.
           MOVE WS-YTD-ED TO REPORT-REC(72:9).
           MOVE WS-TOT-YTD-REJECTS TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(82:7).
           MOVE WS-TOT-YTD-OUTLIERS TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO REPORT-REC(90:7).
           IF WS-TOT-YTD-RDG > 0
               COMPUTE WS-YTD-AVG ROUNDED =
                   WS-TOT-YTD-SUM / WS-TOT-YTD-RDG
               MOVE WS-YTD-AVG TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(98:8)
           END-IF.
           IF WS-TOT-LY-RDG > 0
               MOVE WS-TOT-LY-RDG TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO REPORT-REC(108:8)
               COMPUTE WS-AVG-RES ROUNDED =
                   WS-TOT-LY-SUM / WS-TOT-LY-RDG
               MOVE WS-AVG-RES TO WS-RES-ED
               MOVE WS-RES-ED TO REPORT-REC(117:8)
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   ((WS-TOT-RDG - WS-TOT-LY-RDG) * 100) / WS-TOT-LY-RDG
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO REPORT-REC(126:5)
               MOVE '%' TO REPORT-REC(131:1)
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 2 LINES.

       5500-WRITE-ADJ-HEADINGS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'POST-CLOSE ADJUSTMENTS - CHANGE IN COUNTS AND '
                      DELIMITED BY SIZE
                  'RESTATED RES SINCE EACH PERIOD CLOSED (CLOSED '
                      DELIMITED BY SIZE
                  'FIGURES STAND)' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'PERIOD' TO REPORT-REC(1:6).
           MOVE 'LEVEL' TO REPORT-REC(10:5).
           MOVE 'KEY' TO REPORT-REC(19:3).
           MOVE 'READINGS' TO REPORT-REC(28:8).
           MOVE 'REJECTS' TO REPORT-REC(37:7).
           MOVE 'OUTLIER' TO REPORT-REC(45:7).
           MOVE ' MIN RES' TO REPORT-REC(53:8).
           MOVE ' MAX RES' TO REPORT-REC(62:8).
           MOVE ' AVG RES' TO REPORT-REC(71:8).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       5600-WRITE-ADJ-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING WS-WORK-PERIOD(1:4) '/' WS-WORK-PERIOD(5:2)
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           IF PER-STATION-LEVEL
               MOVE 'STATION' TO REPORT-REC(10:7)
           ELSE
               MOVE 'SITE' TO REPORT-REC(10:4)
           END-IF.
           IF PER-KEY = SPACES
               MOVE '(NONE)' TO REPORT-REC(19:6)
           ELSE
               MOVE PER-KEY TO REPORT-REC(19:8)
           END-IF.
           MOVE PER-RDG-COUNT TO WS-DELTA-ED.
           MOVE WS-DELTA-ED TO REPORT-REC(28:8).
           MOVE PER-REJECT-COUNT TO WS-SMALL-DELTA-ED.
           MOVE WS-SMALL-DELTA-ED TO REPORT-REC(37:7).
           MOVE PER-OUTLIER-COUNT TO WS-SMALL-DELTA-ED.
           MOVE WS-SMALL-DELTA-ED TO REPORT-REC(45:7).
           MOVE PER-MIN-RES TO WS-RES-ED.
           MOVE WS-RES-ED TO REPORT-REC(53:8).
           MOVE PER-MAX-RES TO WS-RES-ED.
           MOVE WS-RES-ED TO REPORT-REC(62:8).
           MOVE PER-AVG-RES TO WS-RES-ED.
           MOVE WS-RES-ED TO REPORT-REC(71:8).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       5900-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           IF WS-PERIOD-CLOSED
               STRING 'SUMMARY -  PERIOD CLOSED: ' DELIMITED BY SIZE
                      WS-PERIOD-ED DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           ELSE
               MOVE 'SUMMARY -  PERIOD CLOSED: NONE' TO REPORT-REC
           END-IF.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-ED.
           STRING '   CLOSED PERIODS RECHECKED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(34:)
           END-STRING.
           MOVE WS-ADJ-COUNT TO WS-COUNT-ED.
           STRING '   POST-CLOSE ADJUSTMENTS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(71:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * FINDS THE ENTRY FOR WS-FIND-SORT-KEY, OPENING ONE IN ITS
      * PLACE IF IT IS NEW.  WS-FIG-SUB IS ZERO WHEN THE TABLE IS
      * FULL - THE CALLER SKIPS THE ITEM AND THE PERIOD IS FLAGGED
      * INCOMPLETE.
       7000-FIND-FIGURE.
           MOVE 'N' TO WS-FIND-SWITCH.
           MOVE 1 TO WS-LOW.
           MOVE WS-FIG-COUNT TO WS-HIGH.
           PERFORM 7010-PROBE-FIGURE
               UNTIL WS-LOW > WS-HIGH OR WS-FIND-HIT.
           IF NOT WS-FIND-HIT
               IF WS-FIG-COUNT < WS-FIG-MAX-ENTRIES
                   PERFORM 7050-OPEN-FIGURE-SLOT
               ELSE
                   MOVE 0 TO WS-FIG-SUB
                   IF NOT WS-FIG-FULL
                       SET WS-FIG-FULL TO TRUE
                       DISPLAY 'SINCLOSE: MORE THAN '
                               WS-FIG-MAX-ENTRIES ' SITES AND '
                               'STATIONS IN PERIOD ' WS-WORK-PERIOD
                   END-IF
               END-IF
           END-IF.

       7010-PROBE-FIGURE.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           EVALUATE TRUE
               WHEN WS-FIG-SORT-KEY(WS-MID) = WS-FIND-SORT-KEY
                   SET WS-FIND-HIT TO TRUE
                   MOVE WS-MID TO WS-FIG-SUB
               WHEN WS-FIG-SORT-KEY(WS-MID) < WS-FIND-SORT-KEY
                   COMPUTE WS-LOW = WS-MID + 1
               WHEN OTHER
                   COMPUTE WS-HIGH = WS-MID - 1
           END-EVALUATE.

       7050-OPEN-FIGURE-SLOT.
           PERFORM 7060-SHIFT-ONE-FIGURE
               VARYING WS-SHIFT-SUB FROM WS-FIG-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-LOW.
           ADD 1 TO WS-FIG-COUNT.
           MOVE WS-LOW TO WS-FIG-SUB.
           MOVE WS-FIND-LEVEL TO WS-FIG-LEVEL(WS-FIG-SUB).
           MOVE WS-FIND-KEY TO WS-FIG-KEY(WS-FIG-SUB).
           MOVE SPACES TO WS-FIG-SITE(WS-FIG-SUB).
           MOVE 0 TO WS-FIG-COUNT-RDG(WS-FIG-SUB)
                     WS-FIG-MIN(WS-FIG-SUB)
                     WS-FIG-MAX(WS-FIG-SUB)
                     WS-FIG-SUM(WS-FIG-SUB)
                     WS-FIG-REJECTS(WS-FIG-SUB)
                     WS-FIG-SITED-REJECTS(WS-FIG-SUB)
                     WS-FIG-OUTLIERS(WS-FIG-SUB)
                     WS-FIG-BASE-RDG(WS-FIG-SUB)
                     WS-FIG-BASE-REJECTS(WS-FIG-SUB)
                     WS-FIG-BASE-OUTLIERS(WS-FIG-SUB)
                     WS-FIG-BASE-MIN(WS-FIG-SUB)
                     WS-FIG-BASE-MAX(WS-FIG-SUB)
                     WS-FIG-BASE-AVG(WS-FIG-SUB)
                     WS-FIG-YTD-RDG(WS-FIG-SUB)
                     WS-FIG-YTD-SUM(WS-FIG-SUB)
                     WS-FIG-YTD-REJECTS(WS-FIG-SUB)
                     WS-FIG-YTD-OUTLIERS(WS-FIG-SUB)
                     WS-FIG-LY-RDG(WS-FIG-SUB)
                     WS-FIG-LY-AVG(WS-FIG-SUB).
           MOVE 'N' TO WS-FIG-BASE-SW(WS-FIG-SUB).
           MOVE 'N' TO WS-FIG-LY-SW(WS-FIG-SUB).

       7060-SHIFT-ONE-FIGURE.
           MOVE WS-FIG-ENTRY(WS-SHIFT-SUB)
               TO WS-FIG-ENTRY(WS-SHIFT-SUB + 1).

       7100-FIGURE-AVERAGE.
           MOVE 0 TO WS-AVG-RES.
           IF WS-FIG-COUNT-RDG(WS-FIG-SUB) > 0
               COMPUTE WS-AVG-RES ROUNDED =
                   WS-FIG-SUM(WS-FIG-SUB)
                       / WS-FIG-COUNT-RDG(WS-FIG-SUB)
           END-IF.

       7200-FIND-CLOSED-PERIOD.
           MOVE 0 TO WS-PCL-HIT.
           PERFORM 7210-MATCH-CLOSED-PERIOD
               VARYING WS-PCL-SCAN FROM 1 BY 1
               UNTIL WS-PCL-SCAN > WS-PCL-COUNT OR WS-PCL-HIT > 0.

       7210-MATCH-CLOSED-PERIOD.
           IF WS-PCL-PERIOD(WS-PCL-SCAN) = WS-PCL-FIND
               MOVE WS-PCL-SCAN TO WS-PCL-HIT
           END-IF.

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
               MOVE 'SINCLOSE' TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-READ-COUNT TO AUD-READ-COUNT
                   MOVE WS-WRITE-COUNT TO AUD-WRITE-COUNT
                   MOVE WS-ADJ-COUNT TO AUD-EXCEPT-COUNT
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
                   DISPLAY 'SINCLOSE: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINCLOSE: WARNING - AUDIT DATASET COULD NOT '
                       'BE OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
