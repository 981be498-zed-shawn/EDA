      ***************************************************************
      * SCALMNT - STATION CALIBRATION MASTER MAINTENANCE.           *
      * SAME SEQUENTIAL MASTER UPDATE SHAPE AS STAMNT AND CALMNT:   *
      * READS THE CURRENT CALIBRATION MASTER AND A FILE OF          *
      * MAINTENANCE TRANSACTIONS (BOTH IN STATION-ID / EFFECTIVE    *
      * DATE SEQUENCE) AND WRITES A NEW CALIBRATION GENERATION.     *
      * TRANSACTION ACTIONS ARE 'A' (ADD AN OFFSET/SCALE FACTOR     *
      * EFFECTIVE FROM A DATE), 'C' (CORRECT THE OFFSET/SCALE OF AN *
      * EXISTING ENTRY) AND 'E' (END-DATE AN ENTRY - THE LAST DAY   *
      * IT APPLIES).  ENTRIES ARE NEVER DELETED, SO A RERUN OF A    *
      * PRIOR BUSINESS DATE STILL FINDS THE CALIBRATION THAT WAS IN *
      * FORCE THEN.  A RECALIBRATED INSTRUMENT GETS A NEW ENTRY     *
      * WITH A NEW EFFECTIVE DATE - 'C' IS FOR KEYING ERRORS ONLY,  *
      * SINCE IT ALSO REWRITES WHAT A RERUN OF EARLIER DATES SEES.  *
      * EVERY TRANSACTION IS ECHOED ON THE MAINTENANCE REPORT WITH  *
      * ITS RESULT, AND REJECTS SET RETURN CODE 4 SO OPERATIONS     *
      * SEES THE RUN NEEDS A LOOK.                                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCALMNT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCALMST-FILE ASSIGN TO SCALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALMST-STATUS.

           SELECT SCALTRN-FILE ASSIGN TO SCALTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALTRN-STATUS.

           SELECT SCALNEW-FILE ASSIGN TO SCALNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCALMST-FILE
           RECORDING MODE IS F.
       COPY SCALREC REPLACING STA-CAL-REC BY OLDCAL-REC.

       FD  SCALTRN-FILE
           RECORDING MODE IS F.
       01  SCALTRN-REC.
           05  TRN-ACTION              PIC X.
               88  TRN-ADD                 VALUE 'A'.
               88  TRN-CHANGE              VALUE 'C'.
               88  TRN-END-DATE-ACTION     VALUE 'E'.
           05  TRN-STATION-ID          PIC X(8).
           05  TRN-EFF-DATE            PIC X(8).
           05  TRN-END-DATE            PIC X(8).
           05  TRN-ANGLE-OFFSET        PIC S9V9(6)
                                       SIGN LEADING SEPARATE.
           05  TRN-ANGLE-OFFSET-X REDEFINES TRN-ANGLE-OFFSET
                                       PIC X(8).
           05  TRN-SCALE-FACTOR        PIC 9V9(6).
           05  TRN-SCALE-FACTOR-X REDEFINES TRN-SCALE-FACTOR
                                       PIC X(7).
           05  FILLER                  PIC X(38).

       FD  SCALNEW-FILE
           RECORDING MODE IS F.
       COPY SCALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-SCALMST-STATUS           PIC XX.
       01  WS-SCALTRN-STATUS           PIC XX.
       01  WS-MST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-MASTER        VALUE 'Y'.
       01  WS-TRN-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-TRANS         VALUE 'Y'.

      * THE MATCH KEY IS STATION PLUS EFFECTIVE DATE - A STATION CAN
      * CARRY ANY NUMBER OF DATED ENTRIES.
       01  WS-MST-KEY.
           05  WS-MST-STATION-ID       PIC X(8).
           05  WS-MST-EFF-DATE         PIC X(8).
       01  WS-TRN-KEY.
           05  WS-TRN-STATION-ID       PIC X(8).
           05  WS-TRN-EFF-DATE         PIC X(8).

      * THE CALIBRATION ENTRY BEING BUILT/CARRIED BETWEEN
      * TRANSACTIONS - SAME HOLD PATTERN AS STAMNT, SO AN ADD
      * FOLLOWED BY AN END-DATE FOR THE SAME ENTRY IN ONE RUN WORKS.
       01  WS-HOLD-REC.
           05  WS-HOLD-KEY.
               10  WS-HOLD-STATION-ID  PIC X(8).
               10  WS-HOLD-EFF-DATE    PIC X(8).
           05  WS-HOLD-END-DATE        PIC X(8).
           05  WS-HOLD-OFFSET          PIC S9V9(6)
                                       SIGN LEADING SEPARATE.
           05  WS-HOLD-SCALE           PIC 9V9(6).
           05  WS-HOLD-MAINT-DATE      PIC X(8).
           05  FILLER                  PIC X(31).
       01  WS-HOLD-SWITCH              PIC X VALUE 'N'.
           88  WS-HOLD-ACTIVE          VALUE 'Y'.

       01  WS-TRANS-COUNT              PIC 9(8) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(8) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(8) VALUE 0.
       01  WS-END-COUNT                PIC 9(8) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8) VALUE 0.
       01  WS-OUT-COUNT                PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-OFFSET-ED                PIC -9.999999.
       01  WS-SCALE-ED                 PIC 9.999999.

       01  WS-RESULT-TEXT              PIC X(40).

       01  WS-CURRENT-DATE             PIC X(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RPT-HDR-SWITCH           PIC X VALUE 'N'.
           88  WS-RPT-HDR-WRITTEN      VALUE 'Y'.
      ***************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 1000-MATCH-AND-APPLY
               UNTIL WS-END-OF-MASTER AND WS-END-OF-TRANS.
           PERFORM 3500-RELEASE-HOLD.
           PERFORM 4000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT SCALMST-FILE.
           OPEN INPUT SCALTRN-FILE.
           OPEN OUTPUT SCALNEW-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(5:2) '/' WS-CURRENT-DATE(7:2) '/'
                  WS-CURRENT-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           IF WS-SCALTRN-STATUS NOT = '00'
               DISPLAY 'SCALMNT: TRANSACTION FILE COULD NOT BE OPENED'
                       ' - FILE STATUS ' WS-SCALTRN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.
           PERFORM 0500-READ-MASTER.
           PERFORM 0600-READ-TRANS.

      * STATUS '05' MEANS THE OPTIONAL OLD MASTER WAS NOT THERE AT
      * OPEN (FIRST-EVER RUN) - TREATED AS AN IMMEDIATE END OF FILE.
       0500-READ-MASTER.
           IF WS-SCALMST-STATUS = '00'
               READ SCALMST-FILE
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                       MOVE HIGH-VALUES TO WS-MST-KEY
                   NOT AT END
                       MOVE SCAL-STATION-ID OF OLDCAL-REC
                           TO WS-MST-STATION-ID
                       MOVE SCAL-EFF-DATE OF OLDCAL-REC
                           TO WS-MST-EFF-DATE
               END-READ
           ELSE
               SET WS-END-OF-MASTER TO TRUE
               MOVE HIGH-VALUES TO WS-MST-KEY
           END-IF.

       0600-READ-TRANS.
           READ SCALTRN-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
                   MOVE HIGH-VALUES TO WS-TRN-KEY
               NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE TRN-STATION-ID TO WS-TRN-STATION-ID
                   MOVE TRN-EFF-DATE TO WS-TRN-EFF-DATE
           END-READ.

      * BALANCE-LINE MATCH - SAME SHAPE AS STAMNT'S, ON THE
      * STATION / EFFECTIVE DATE KEY.
       1000-MATCH-AND-APPLY.
           IF WS-HOLD-ACTIVE
               IF WS-TRN-KEY = WS-HOLD-KEY
                   PERFORM 2000-APPLY-TRANS-TO-HOLD
               ELSE
                   PERFORM 3500-RELEASE-HOLD
               END-IF
           ELSE
               IF WS-MST-KEY < WS-TRN-KEY
                   PERFORM 3000-COPY-MASTER-FORWARD
               ELSE
                   IF WS-MST-KEY = WS-TRN-KEY
                       PERFORM 1500-HOLD-FROM-MASTER
                   ELSE
                       PERFORM 1600-HOLD-FROM-TRANS
                   END-IF
               END-IF
           END-IF.

       1500-HOLD-FROM-MASTER.
           MOVE OLDCAL-REC TO WS-HOLD-REC.
           SET WS-HOLD-ACTIVE TO TRUE.
           PERFORM 0500-READ-MASTER.

      * TRANSACTION KEY BELOW THE NEXT MASTER - ONLY AN ADD IS LEGAL
      * HERE, AND IT MUST CARRY A REAL EFFECTIVE DATE AND OFFSET.  A
      * BLANK SCALE FACTOR IS AN OFFSET-ONLY CALIBRATION; A BLANK
      * END DATE LEAVES THE ENTRY OPEN-ENDED.
       1600-HOLD-FROM-TRANS.
           EVALUATE TRUE
               WHEN NOT TRN-ADD
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - CALIBRATION NOT ON MASTER'
                       TO WS-RESULT-TEXT
               WHEN TRN-STATION-ID = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - STATION ID MISSING'
                       TO WS-RESULT-TEXT
               WHEN TRN-EFF-DATE IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-ANGLE-OFFSET IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - ANGLE OFFSET NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-SCALE-FACTOR-X NOT = SPACES
                       AND TRN-SCALE-FACTOR IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - SCALE FACTOR NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-END-DATE NOT = SPACES
                       AND TRN-END-DATE IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - END DATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-END-DATE NOT = SPACES
                       AND TRN-END-DATE < TRN-EFF-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - END DATE BEFORE EFFECTIVE DATE'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-HOLD-REC
                   MOVE TRN-STATION-ID TO WS-HOLD-STATION-ID
                   MOVE TRN-EFF-DATE TO WS-HOLD-EFF-DATE
                   MOVE TRN-END-DATE TO WS-HOLD-END-DATE
                   MOVE TRN-ANGLE-OFFSET TO WS-HOLD-OFFSET
                   IF TRN-SCALE-FACTOR-X = SPACES
                       MOVE 0 TO WS-HOLD-SCALE
                   ELSE
                       MOVE TRN-SCALE-FACTOR TO WS-HOLD-SCALE
                   END-IF
                   MOVE WS-CURRENT-DATE TO WS-HOLD-MAINT-DATE
                   SET WS-HOLD-ACTIVE TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADDED' TO WS-RESULT-TEXT
           END-EVALUATE.
           PERFORM 2500-WRITE-TRANS-LINE.
           PERFORM 0600-READ-TRANS.

      * A CHANGE REPLACES WHICHEVER OF OFFSET / SCALE FACTOR IT
      * CARRIES (BLANK = LEAVE AS IS) - ONE CARRYING NEITHER IS
      * REJECTED.  AN END-DATE MAY NOT FALL
      * BEFORE THE ENTRY'S OWN EFFECTIVE DATE.
       2000-APPLY-TRANS-TO-HOLD.
           EVALUATE TRUE
               WHEN TRN-ADD
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - CALIBRATION ALREADY ON MASTER'
                       TO WS-RESULT-TEXT
               WHEN TRN-CHANGE AND TRN-ANGLE-OFFSET-X NOT = SPACES
                       AND TRN-ANGLE-OFFSET IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - ANGLE OFFSET NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-CHANGE AND TRN-SCALE-FACTOR-X NOT = SPACES
                       AND TRN-SCALE-FACTOR IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - SCALE FACTOR NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-CHANGE AND TRN-ANGLE-OFFSET-X = SPACES
                       AND TRN-SCALE-FACTOR-X = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - NOTHING TO CHANGE'
                       TO WS-RESULT-TEXT
               WHEN TRN-CHANGE
                   IF TRN-ANGLE-OFFSET-X NOT = SPACES
                       MOVE TRN-ANGLE-OFFSET TO WS-HOLD-OFFSET
                   END-IF
                   IF TRN-SCALE-FACTOR-X NOT = SPACES
                       MOVE TRN-SCALE-FACTOR TO WS-HOLD-SCALE
                   END-IF
                   MOVE WS-CURRENT-DATE TO WS-HOLD-MAINT-DATE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGED' TO WS-RESULT-TEXT
               WHEN TRN-END-DATE-ACTION
                       AND TRN-END-DATE IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - END DATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN TRN-END-DATE-ACTION
                       AND TRN-END-DATE < WS-HOLD-EFF-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - END DATE BEFORE EFFECTIVE DATE'
                       TO WS-RESULT-TEXT
               WHEN TRN-END-DATE-ACTION
                   MOVE TRN-END-DATE TO WS-HOLD-END-DATE
                   MOVE WS-CURRENT-DATE TO WS-HOLD-MAINT-DATE
                   ADD 1 TO WS-END-COUNT
                   MOVE 'END-DATED' TO WS-RESULT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO WS-RESULT-TEXT
           END-EVALUATE.
           PERFORM 2500-WRITE-TRANS-LINE.
           PERFORM 0600-READ-TRANS.

      * THE OFFSET AND SCALE ARE ECHOED EDITED WHEN THE TRANSACTION
      * CARRIES THEM, AS KEYED (RAW) WHEN THEY WOULD NOT EDIT.
       2500-WRITE-TRANS-LINE.
           IF NOT WS-RPT-HDR-WRITTEN
               PERFORM 2600-WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING TRN-ACTION DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  TRN-STATION-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRN-EFF-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRN-END-DATE DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           IF TRN-ANGLE-OFFSET IS NUMERIC
               MOVE TRN-ANGLE-OFFSET TO WS-OFFSET-ED
               MOVE WS-OFFSET-ED TO REPORT-REC(37:9)
           ELSE
               MOVE TRN-ANGLE-OFFSET-X TO REPORT-REC(38:8)
           END-IF.
           IF TRN-SCALE-FACTOR IS NUMERIC
               MOVE TRN-SCALE-FACTOR TO WS-SCALE-ED
               MOVE WS-SCALE-ED TO REPORT-REC(48:8)
           ELSE
               MOVE TRN-SCALE-FACTOR-X TO REPORT-REC(49:7)
           END-IF.
           MOVE WS-RESULT-TEXT TO REPORT-REC(59:40).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       2600-WRITE-REPORT-HEADING.
           SET WS-RPT-HDR-WRITTEN TO TRUE.
           MOVE SPACES TO REPORT-REC.
           STRING 'SCALMNT - STATION CALIBRATION MAINTENANCE REPORT'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'ACT' DELIMITED BY SIZE
                  '  STATION ' DELIMITED BY SIZE
                  ' EFFECTIVE' DELIMITED BY SIZE
                  ' END DATE ' DELIMITED BY SIZE
                  '      OFFSET' DELIMITED BY SIZE
                  '     SCALE' DELIMITED BY SIZE
                  '   RESULT' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       3000-COPY-MASTER-FORWARD.
           MOVE OLDCAL-REC TO STA-CAL-REC.
           WRITE STA-CAL-REC.
           ADD 1 TO WS-OUT-COUNT.
           PERFORM 0500-READ-MASTER.

       3500-RELEASE-HOLD.
           IF WS-HOLD-ACTIVE
               MOVE WS-HOLD-REC TO STA-CAL-REC
               WRITE STA-CAL-REC
               ADD 1 TO WS-OUT-COUNT
               MOVE 'N' TO WS-HOLD-SWITCH
           END-IF.

       4000-WRITE-SUMMARY.
           IF NOT WS-RPT-HDR-WRITTEN
               PERFORM 2600-WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-TRANS-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY -  TRANS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           PERFORM 4100-APPEND-SUMMARY-COUNTS.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-OUT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'ENTRIES ON NEW MASTER: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * THE SUMMARY LINE IS BUILT IN TWO PIECES FOR THE SAME REASON
      * AS STAMNT'S - FIVE COUNTS IN ONE STRING RUN PAST THE MARGIN.
       4100-APPEND-SUMMARY-COUNTS.
           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           STRING '  ADDS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(27:)
           END-STRING.
           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           STRING '  CHANGES: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(43:)
           END-STRING.
           MOVE WS-END-COUNT TO WS-COUNT-ED.
           STRING '  ENDED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(62:)
           END-STRING.
           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           STRING '  REJECTS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(79:)
           END-STRING.

       9000-TERMINATE.
           IF WS-SCALMST-STATUS = '00' OR '05' OR '10'
               CLOSE SCALMST-FILE
           END-IF.
           IF WS-SCALTRN-STATUS = '00' OR '10'
               CLOSE SCALTRN-FILE
           END-IF.
           CLOSE SCALNEW-FILE.
           CLOSE REPORT-FILE.
