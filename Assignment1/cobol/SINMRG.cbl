      * FILE BALANCES PERFECTLY AGAINST ITS OWN TRAILER AND ONLY    *
      * THE REGISTER CAN CATCH THE REPLAY.  THE DAY'S ACCEPTED      *
      * SUBMISSIONS ARE APPENDED AFTER A CLEAN MERGE ONLY, SO A     *
      * FAILED RUN'S FILES CAN BE RESUBMITTED.  ENTRIES SINREV HAS  *
      * REVERSED ARE IGNORED, SO A BACKED-OUT FEED CAN BE RESENT.   *
      * EVERY DETAIL READING IS ALSO CHECKED BY ITS IDENTITY -      *
      * STATION + CAPTURE TIMESTAMP - AGAINST THE READINGS ALREADY  *
      * MERGED THIS RUN AND AGAINST THE READING KEY REGISTER        *
      * (RDGKEY) OF THE LAST FEW BUSINESS DATES (TOL-DUP-WINDOW).   *
      * TWO SITES RELAYING ONE STATION, OR A SITE RE-SENDING AN     *
      * OVERLAPPING HOUR, WOULD OTHERWISE INFLATE EVERY COUNT,      *
      * AGGREGATE, AND HISTOGRAM DOWNSTREAM.  THE FIRST OCCURRENCE  *
      * IS KEPT; EVERY LATER ONE IS HELD OUT OF THE MERGED FEED,    *
      * LISTED BY SITE ON THE DUPLICATE READING REPORT, AND         *
      * APPENDED TO THE SUSPENSE DATASET AFTER A CLEAN MERGE.       *
      * RETURN CODE 4 WHEN ANY DUPLICATE WAS HELD OUT.              *
      * RETURN CODE 8 WHEN A SITE FEED IS MISSING (NAMED ON THE     *
      * CONSOLE - THE JOB MUST NEVER SILENTLY RUN LIGHT), WHEN A    *
      * SITE FILE IS OUT OF BALANCE, WHEN TWO SITE DDS CARRY        *
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL TOLCTL-FILE ASSIGN TO TOLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLCTL-STATUS.

           SELECT OPTIONAL RDGKEY-FILE ASSIGN TO RDGKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDGKEY-STATUS.

           SELECT RDGNEW-FILE ASSIGN TO RDGNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  TOLCTL-FILE
           RECORDING MODE IS F.
       COPY TOLCTL.

       FD  RDGKEY-FILE
           RECORDING MODE IS F.
       COPY RDGKEY.

       FD  RDGNEW-FILE
           RECORDING MODE IS F.
       COPY RDGKEY REPLACING RDG-KEY-REC BY RDGNEW-REC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-SITE1-STATUS             PIC XX.
       01  WS-SITE2-STATUS             PIC XX.
               10  WS-NEW-TRL-HASH     PIC S9(11)V9(2).
       01  WS-NEW-SUB-SUB              PIC 9.

      * DUPLICATE-READING CHECK.  THE WINDOW (PRIOR BUSINESS DATES
      * CHECKED) COMES FROM THE TOLERANCE CONTROL DEFAULT RECORD,
      * FALLING BACK TO THE COMPILED VALUE.  THE REGISTER IS READ
      * TWICE: ONCE TO LIST THE BUSINESS DATES IT HOLDS AND FIND
      * THE OLDEST ONE INSIDE THE WINDOW, ONCE TO TABLE THE KEYS
      * FROM THAT DATE UP TO (NOT INCLUDING) TODAY.
       01  WS-TOLCTL-STATUS            PIC XX.
       01  WS-TOL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-TOLERANCE     VALUE 'Y'.
       01  WS-TOL-LOADED-SWITCH        PIC X VALUE 'N'.
           88  WS-TOL-LOADED           VALUE 'Y'.
       01  WS-DUP-WINDOW               PIC 9(2) VALUE 3.
       01  WS-WINDOW-START             PIC X(8).
       01  WS-WINDOW-PICK              PIC X(8).
       01  WS-WINDOW-SUB               PIC 9(3).

       01  WS-RDGKEY-STATUS            PIC XX.
       01  WS-RDG-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-KEYS          VALUE 'Y'.
       01  WS-RDG-USABLE-SWITCH        PIC X VALUE 'N'.
           88  WS-RDG-USABLE           VALUE 'Y'.
       01  WS-RDG-IN-COUNT             PIC 9(8) VALUE 0.
       01  WS-RDG-OUT-COUNT            PIC 9(8) VALUE 0.

       01  WS-DATE-MAX-ENTRIES         PIC 9(3) VALUE 400.
       01  WS-DATE-COUNT               PIC 9(3) VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DATE-IDX.
               10  WS-DATE-VALUE       PIC X(8).
       01  WS-DATE-SUB                 PIC 9(3).

      * THE PRIOR BUSINESS DATES' KEYS.  30000 IS A FEW FULL DAYS
      * OF ALL THREE SITES; A FULL TABLE WARNS AND KEEPS CHECKING
      * AGAINST WHAT LOADED.
       01  WS-PRIOR-MAX-ENTRIES        PIC 9(5) VALUE 30000.
       01  WS-PRIOR-COUNT              PIC 9(5) VALUE 0.
       01  WS-PRIOR-FULL-SWITCH        PIC X VALUE 'N'.
           88  WS-PRIOR-FULL           VALUE 'Y'.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 30000 TIMES
                   INDEXED BY WS-PRIOR-IDX.
               10  WS-PRIOR-STATION-ID PIC X(8).
               10  WS-PRIOR-CAPTURE-TS PIC X(14).
               10  WS-PRIOR-SITE-ID    PIC X(8).
               10  WS-PRIOR-ACCEPT-DATE
                                       PIC X(8).

      * THE KEYS MERGED THIS RUN - CHECKED AS EACH READING ARRIVES
      * AND WRITTEN TO THE NEW REGISTER GENERATION AFTER A CLEAN
      * MERGE.  10000 IS THE MOST ONE DAY'S FEED CAN NUMBER.
       01  WS-DAY-MAX-ENTRIES          PIC 9(5) VALUE 10000.
       01  WS-DAY-COUNT                PIC 9(5) VALUE 0.
       01  WS-DAY-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-DAY-FULL             VALUE 'Y'.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-DAY-IDX.
               10  WS-DAY-STATION-ID   PIC X(8).
               10  WS-DAY-CAPTURE-TS   PIC X(14).
               10  WS-DAY-SITE-ID      PIC X(8).
       01  WS-DAY-SUB                  PIC 9(5).

       01  WS-DUP-SWITCH               PIC X.
           88  WS-DUP-READING          VALUE 'Y'.
       01  WS-DUP-KIND                 PIC X.
           88  WS-DUP-IN-RUN           VALUE 'R'.
           88  WS-DUP-OF-PRIOR-DAY     VALUE 'P'.
       01  WS-DUP-FIRST-SITE           PIC X(8).
       01  WS-DUP-FIRST-DATE           PIC X(8).
       01  WS-SITE-DUP-RUN-COUNT       PIC 9(8).
       01  WS-SITE-DUP-PRIOR-COUNT     PIC 9(8).
       01  WS-DUP-RUN-COUNT            PIC 9(8) VALUE 0.
       01  WS-DUP-PRIOR-COUNT          PIC 9(8) VALUE 0.
       01  WS-DUP-TOTAL                PIC 9(8) VALUE 0.

      * DUPLICATES ARE HELD HERE UNTIL THE MERGE IS KNOWN CLEAN -
      * A FAILED RUN SUSPENDS NOTHING, SO ITS RERUN CANNOT DOUBLE
      * THE SUSPENSE ITEMS.  EACH IS NUMBERED FROM THE BASE UP, A
      * RANGE THE MERGED FEED NEVER REACHES, SO THE ITEMS CANNOT
      * COLLIDE WITH SINVAL'S RECORD NUMBERS FOR THE SAME DATE.
      * MORE DUPLICATES THAN THE TABLE HOLDS STOPS THE RUN RATHER
      * THAN DROP A READING WITHOUT A SUSPENSE ITEM BEHIND IT.
       01  WS-HELD-MAX-ENTRIES         PIC 9(4) VALUE 5000.
       01  WS-HELD-COUNT               PIC 9(4) VALUE 0.
       01  WS-HELD-FULL-SWITCH         PIC X VALUE 'N'.
           88  WS-HELD-FULL            VALUE 'Y'.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 5000 TIMES.
               10  WS-HELD-STATION-ID  PIC X(8).
               10  WS-HELD-VALUE       PIC S9(2)V9(2).
               10  WS-HELD-UNIT-CODE   PIC X.
               10  WS-HELD-REASON      PIC X(40).
               10  WS-HELD-SITE-ID     PIC X(8).
               10  WS-HELD-SITE-REC-NUM
                                       PIC 9(8).
       01  WS-HELD-SUB                 PIC 9(4).
       01  WS-SUSP-RECNUM-BASE         PIC 9(8) VALUE 90000000.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-SUSPENDED-COUNT          PIC 9(8) VALUE 0.

       01  WS-READ-DET-COUNT           PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-VALUE-ED                 PIC -99.99.
       01  WS-WINDOW-ED                PIC Z9.
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

       01  WS-TOT-DET-COUNT            PIC 9(8) VALUE 0.
       01  WS-TOT-HASH                 PIC S9(11)V9(2) VALUE 0.
       01  WS-RECYCLE-COUNT            PIC 9(8) VALUE 0.

       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'SM' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           PERFORM 0200-LOAD-SUBMISSIONS-REGISTER.
           PERFORM 0030-READ-TOLERANCE.
           PERFORM 0300-LOAD-READING-KEYS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 0500-WRITE-REPORT-HEADING.
           OPEN OUTPUT MERGED-FILE.
           MOVE SPACES TO ANGLE-REC.
           MOVE 'H' TO ANGLE-REC-TYPE.
               SET WS-END-OF-REGISTER TO TRUE
           END-IF.

      * A SUBMISSION SINREV HAS REVERSED STAYS ON THE REGISTER AS
      * HISTORY BUT IS NO LONGER ACCEPTED - THE SITE'S CORRECTED
      * RESEND OF IT IS NOT A REPLAY.
       0250-LOAD-ONE-REGISTER-REC.
           READ SUBMREG-FILE
               AT END
                   SET WS-END-OF-REGISTER TO TRUE
           END-READ.
           IF NOT WS-END-OF-REGISTER
                   AND NOT SUB-REVERSED
               IF WS-REG-COUNT < WS-REG-MAX-ENTRIES
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-COUNT TO WS-REG-SUB
               END-IF
           END-IF.

      * THE TOLERANCE CONTROL DATASET'S DEFAULT RECORD SETS THE
      * DUPLICATE WINDOW; A BLANK OR ZERO FIELD LEAVES THE COMPILED
      * VALUE STANDING, AND A MISSING DATASET DEGRADES TO IT WITH A
      * CONSOLE NOTE.  OVERRIDE RECORDS (NON-BLANK STATION ID)
      * CARRY NOTHING FOR THIS PROGRAM AND ARE PASSED OVER.
       0030-READ-TOLERANCE.
           OPEN INPUT TOLCTL-FILE.
           IF WS-TOLCTL-STATUS = '00'
               PERFORM 0035-LOAD-ONE-TOLERANCE
                   UNTIL WS-END-OF-TOLERANCE
               CLOSE TOLCTL-FILE
               SET WS-TOL-LOADED TO TRUE
           ELSE
               DISPLAY 'SINMRG: TOLERANCE CONTROL DATASET NOT '
                       'AVAILABLE - FILE STATUS ' WS-TOLCTL-STATUS
                       ' - USING THE COMPILED DUPLICATE WINDOW'
           END-IF.

       0035-LOAD-ONE-TOLERANCE.
           READ TOLCTL-FILE
               AT END
                   SET WS-END-OF-TOLERANCE TO TRUE
           END-READ.
           IF NOT WS-END-OF-TOLERANCE
                   AND TOL-STATION-ID = SPACES
                   AND TOL-DUP-WINDOW IS NUMERIC
                   AND TOL-DUP-WINDOW > 0
               MOVE TOL-DUP-WINDOW TO WS-DUP-WINDOW
           END-IF.

      * NO REGISTER GENERATION YET (FIRST RUN, RDGKEY DD DUMMY) IS A
      * NORMAL STATE - EVERY READING IS A FIRST OCCURRENCE.  AN
      * UNREADABLE REGISTER IS NOT: THE RUN CANNOT PROVE ITS
      * READINGS ARE NEW, SO IT STOPS, SAME RULE AS THE SUBMISSIONS
      * REGISTER.  THE REGISTER'S BUSINESS DATES ARE THE DAYS THIS
      * JOB ACTUALLY RAN, SO STEPPING BACK THROUGH THEM STEPS BACK
      * THROUGH BUSINESS DAYS - WEEKENDS AND HOLIDAYS NEVER EAT
      * INTO THE WINDOW.  DATES AFTER TODAY (A RERUN OF AN EARLIER
      * DAY) ARE CARRIED FORWARD BUT NEVER MATCHED AGAINST.
       0300-LOAD-READING-KEYS.
           MOVE WS-BUS-DATE TO WS-WINDOW-START.
           OPEN INPUT RDGKEY-FILE.
           IF WS-RDGKEY-STATUS = '00' OR '05'
               SET WS-RDG-USABLE TO TRUE
               PERFORM 0310-NOTE-ONE-KEY-DATE
                   UNTIL WS-END-OF-KEYS
               CLOSE RDGKEY-FILE
               PERFORM 0340-STEP-BACK-ONE-DATE
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > WS-DUP-WINDOW
               MOVE 'N' TO WS-RDG-EOF-SWITCH
               OPEN INPUT RDGKEY-FILE
               PERFORM 0350-LOAD-ONE-READING-KEY
                   UNTIL WS-END-OF-KEYS
               CLOSE RDGKEY-FILE
           ELSE
               DISPLAY 'SINMRG: READING KEY REGISTER COULD NOT BE '
                       'OPENED - FILE STATUS ' WS-RDGKEY-STATUS
                       ' - DUPLICATES OF PRIOR DAYS CANNOT BE RULED '
                       'OUT; RERUN WITH RDGKEY ON THE PRIOR GENERATION'
               SET WS-MERGE-ERROR TO TRUE
           END-IF.

       0310-NOTE-ONE-KEY-DATE.
           READ RDGKEY-FILE
               AT END
                   SET WS-END-OF-KEYS TO TRUE
           END-READ.
           IF NOT WS-END-OF-KEYS
                   AND RDG-ACCEPT-DATE OF RDG-KEY-REC < WS-BUS-DATE
               SET WS-DATE-IDX TO 1
               SEARCH WS-DATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DATE-IDX > WS-DATE-COUNT
                       PERFORM 0320-ADD-KEY-DATE
                   WHEN WS-DATE-VALUE(WS-DATE-IDX)
                           = RDG-ACCEPT-DATE OF RDG-KEY-REC
                       CONTINUE
               END-SEARCH
           END-IF.

       0320-ADD-KEY-DATE.
           IF WS-DATE-COUNT < WS-DATE-MAX-ENTRIES
               ADD 1 TO WS-DATE-COUNT
               MOVE RDG-ACCEPT-DATE OF RDG-KEY-REC
                   TO WS-DATE-VALUE(WS-DATE-COUNT)
           END-IF.

      * EACH PASS MOVES THE WINDOW START BACK TO THE LATEST
      * REGISTER DATE BEFORE IT; FEWER DATES THAN THE WINDOW SIMPLY
      * LEAVES IT AT THE OLDEST ONE THERE IS.
       0340-STEP-BACK-ONE-DATE.
           MOVE LOW-VALUES TO WS-WINDOW-PICK.
           PERFORM 0345-CONSIDER-ONE-DATE
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT.
           IF WS-WINDOW-PICK NOT = LOW-VALUES
               MOVE WS-WINDOW-PICK TO WS-WINDOW-START
           END-IF.

       0345-CONSIDER-ONE-DATE.
           IF WS-DATE-VALUE(WS-DATE-SUB) < WS-WINDOW-START
                   AND WS-DATE-VALUE(WS-DATE-SUB) > WS-WINDOW-PICK
               MOVE WS-DATE-VALUE(WS-DATE-SUB) TO WS-WINDOW-PICK
           END-IF.

       0350-LOAD-ONE-READING-KEY.
           READ RDGKEY-FILE
               AT END
                   SET WS-END-OF-KEYS TO TRUE
           END-READ.
           IF NOT WS-END-OF-KEYS
               ADD 1 TO WS-RDG-IN-COUNT
               IF RDG-ACCEPT-DATE OF RDG-KEY-REC NOT < WS-WINDOW-START
                       AND RDG-ACCEPT-DATE OF RDG-KEY-REC < WS-BUS-DATE
                   IF WS-PRIOR-COUNT < WS-PRIOR-MAX-ENTRIES
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE RDG-STATION-ID OF RDG-KEY-REC
                           TO WS-PRIOR-STATION-ID(WS-PRIOR-COUNT)
                       MOVE RDG-CAPTURE-TS OF RDG-KEY-REC
                           TO WS-PRIOR-CAPTURE-TS(WS-PRIOR-COUNT)
                       MOVE RDG-SITE-ID OF RDG-KEY-REC
                           TO WS-PRIOR-SITE-ID(WS-PRIOR-COUNT)
                       MOVE RDG-ACCEPT-DATE OF RDG-KEY-REC
                           TO WS-PRIOR-ACCEPT-DATE(WS-PRIOR-COUNT)
                   ELSE
                       IF NOT WS-PRIOR-FULL
                           DISPLAY 'SINMRG: READING KEY WINDOW '
                                   'EXCEEDS ' WS-PRIOR-MAX-ENTRIES
                                   ' KEYS - THE REST ARE NOT CHECKED,'
                                   ' SHORTEN THE DUPLICATE WINDOW'
                           SET WS-PRIOR-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0500-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINMRG - DUPLICATE READING REPORT' DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE WS-DUP-WINDOW TO WS-WINDOW-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'CHECKED AGAINST THIS RUN AND ' DELIMITED BY SIZE
                  WS-WINDOW-ED DELIMITED BY SIZE
                  ' PRIOR BUSINESS DATE(S)' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           IF WS-WINDOW-START < WS-BUS-DATE
               STRING ' FROM ' DELIMITED BY SIZE
                      WS-WINDOW-START DELIMITED BY SIZE
                      INTO REPORT-REC(55:)
               END-STRING
           ELSE
               MOVE ' - NONE ON THE REGISTER YET' TO REPORT-REC(55:)
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           IF WS-TOL-LOADED
               MOVE 'WINDOW FROM THE TOLERANCE CONTROL DATASET'
                   TO REPORT-REC
           ELSE
               MOVE 'WINDOW FROM THE COMPILED DEFAULT' TO REPORT-REC
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'SITE' TO REPORT-REC(1:4).
           MOVE 'STATION' TO REPORT-REC(11:7).
           MOVE 'CAPTURED' TO REPORT-REC(21:8).
           MOVE 'VALUE' TO REPORT-REC(38:5).
           MOVE 'UNIT' TO REPORT-REC(45:4).
           MOVE 'FIRST OCCURRENCE (KEPT)' TO REPORT-REC(51:23).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * SAME RULE AS EVERY OTHER STEP: THE BUSINESS DATE COMES FROM
      * THE RUN CONTROL, FALLING BACK TO THE WALL CLOCK WITH A
      * WARNING.
           MOVE 0 TO WS-SITE-HASH.
           MOVE 0 TO WS-SITE-TRL-COUNT.
           MOVE 0 TO WS-SITE-TRL-HASH.
           MOVE 0 TO WS-SITE-DUP-RUN-COUNT.
           MOVE 0 TO WS-SITE-DUP-PRIOR-COUNT.
           MOVE SPACES TO WS-CUR-SIG.
           MOVE SPACES TO WS-SITE-DD-NAME.
           STRING 'SITE' WS-SITE-NO INTO WS-SITE-DD-NAME.
               DISPLAY 'SINMRG: ' WS-SITE-TAG ' CONTRIBUTED '
                       WS-SITE-DET-COUNT ' READING(S) VIA '
                       WS-SITE-DD-NAME
               PERFORM 1700-WRITE-SITE-DUP-TOTALS
           END-IF.

       1100-OPEN-SITE-FILE.
                                       'OVERFLOWED FOR ' WS-SITE-TAG
                       END-ADD
                       MOVE WS-SITE-TAG TO ANGLE-SITE-ID
                       MOVE WS-SITE-DET-COUNT TO ANGLE-SITE-REC-NUM
                       ADD 1 TO WS-READ-DET-COUNT
                       PERFORM 1500-CHECK-DUPLICATE-READING
                       IF NOT WS-DUP-READING
                           WRITE ANGLE-REC
                           ADD 1 TO WS-TOT-DET-COUNT
                           ADD ANGLE-VALUE TO WS-TOT-HASH
                               ON SIZE ERROR
                                   DISPLAY 'SINMRG: WARNING - MERGED '
                                           'HASH TOTAL OVERFLOWED'
                           END-ADD
                       END-IF
               END-EVALUATE
           END-IF.

                   CLOSE SITE3-FILE
           END-EVALUATE.

      * A READING'S IDENTITY IS ITS STATION AND CAPTURE TIMESTAMP.
      * THE SITE BALANCE ABOVE STILL COUNTS EVERY RECORD READ - THE
      * SITE SENT IT - BUT A DUPLICATE NEVER REACHES THE MERGED
      * FEED, SO THE MERGED TRAILER STILL BALANCES WHAT SINCHK SEES.
      * A READING WITH NO STATION OR NO TIMESTAMP HAS NO IDENTITY
      * TO CHECK AND PASSES THROUGH AS BEFORE.
       1500-CHECK-DUPLICATE-READING.
           MOVE 'N' TO WS-DUP-SWITCH.
           IF ANGLE-STATION-ID NOT = SPACES
                   AND ANGLE-CAPTURE-TS NOT = SPACES
               PERFORM 1510-SEARCH-DAY-KEYS
               IF NOT WS-DUP-READING
                   PERFORM 1520-SEARCH-PRIOR-KEYS
               END-IF
               IF WS-DUP-READING
                   PERFORM 1600-HOLD-DUPLICATE
               ELSE
                   PERFORM 1550-ADD-DAY-KEY
               END-IF
           END-IF.

       1510-SEARCH-DAY-KEYS.
           SET WS-DAY-IDX TO 1.
           SEARCH WS-DAY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DAY-IDX > WS-DAY-COUNT
                   CONTINUE
               WHEN WS-DAY-STATION-ID(WS-DAY-IDX) = ANGLE-STATION-ID
                       AND WS-DAY-CAPTURE-TS(WS-DAY-IDX)
                           = ANGLE-CAPTURE-TS
                   SET WS-DUP-READING TO TRUE
                   SET WS-DUP-IN-RUN TO TRUE
                   MOVE WS-DAY-SITE-ID(WS-DAY-IDX)
                       TO WS-DUP-FIRST-SITE
                   MOVE WS-BUS-DATE TO WS-DUP-FIRST-DATE
           END-SEARCH.

       1520-SEARCH-PRIOR-KEYS.
           SET WS-PRIOR-IDX TO 1.
           SEARCH WS-PRIOR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRIOR-IDX > WS-PRIOR-COUNT
                   CONTINUE
               WHEN WS-PRIOR-STATION-ID(WS-PRIOR-IDX)
                       = ANGLE-STATION-ID
                       AND WS-PRIOR-CAPTURE-TS(WS-PRIOR-IDX)
                           = ANGLE-CAPTURE-TS
                   SET WS-DUP-READING TO TRUE
                   SET WS-DUP-OF-PRIOR-DAY TO TRUE
                   MOVE WS-PRIOR-SITE-ID(WS-PRIOR-IDX)
                       TO WS-DUP-FIRST-SITE
                   MOVE WS-PRIOR-ACCEPT-DATE(WS-PRIOR-IDX)
                       TO WS-DUP-FIRST-DATE
           END-SEARCH.

       1550-ADD-DAY-KEY.
           IF WS-DAY-COUNT < WS-DAY-MAX-ENTRIES
               ADD 1 TO WS-DAY-COUNT
               MOVE ANGLE-STATION-ID TO WS-DAY-STATION-ID(WS-DAY-COUNT)
               MOVE ANGLE-CAPTURE-TS TO WS-DAY-CAPTURE-TS(WS-DAY-COUNT)
               MOVE ANGLE-SITE-ID TO WS-DAY-SITE-ID(WS-DAY-COUNT)
           ELSE
               IF NOT WS-DAY-FULL
                   DISPLAY 'SINMRG: MORE THAN ' WS-DAY-MAX-ENTRIES
                           ' READINGS THIS RUN - LATER READINGS ARE '
                           'NOT REGISTERED OR CHECKED FOR DUPLICATES'
                   SET WS-DAY-FULL TO TRUE
               END-IF
           END-IF.

       1600-HOLD-DUPLICATE.
           IF WS-DUP-IN-RUN
               ADD 1 TO WS-SITE-DUP-RUN-COUNT
               ADD 1 TO WS-DUP-RUN-COUNT
           ELSE
               ADD 1 TO WS-SITE-DUP-PRIOR-COUNT
               ADD 1 TO WS-DUP-PRIOR-COUNT
           END-IF.
           ADD 1 TO WS-DUP-TOTAL.
           IF WS-HELD-COUNT < WS-HELD-MAX-ENTRIES
               ADD 1 TO WS-HELD-COUNT
               MOVE ANGLE-STATION-ID
                   TO WS-HELD-STATION-ID(WS-HELD-COUNT)
               MOVE ANGLE-VALUE TO WS-HELD-VALUE(WS-HELD-COUNT)
               MOVE ANGLE-UNIT-CODE TO WS-HELD-UNIT-CODE(WS-HELD-COUNT)
               MOVE ANGLE-SITE-ID TO WS-HELD-SITE-ID(WS-HELD-COUNT)
               MOVE ANGLE-SITE-REC-NUM
                   TO WS-HELD-SITE-REC-NUM(WS-HELD-COUNT)
               MOVE SPACES TO WS-HELD-REASON(WS-HELD-COUNT)
               IF WS-DUP-IN-RUN
                   STRING 'DUPLICATE READING - ALSO FROM '
                              DELIMITED BY SIZE
                          WS-DUP-FIRST-SITE DELIMITED BY SIZE
                          INTO WS-HELD-REASON(WS-HELD-COUNT)
                   END-STRING
               ELSE
                   STRING 'DUPLICATE READING - ACCEPTED '
                              DELIMITED BY SIZE
                          WS-DUP-FIRST-DATE DELIMITED BY SIZE
                          INTO WS-HELD-REASON(WS-HELD-COUNT)
                   END-STRING
               END-IF
           ELSE
               IF NOT WS-HELD-FULL
                   DISPLAY 'SINMRG: MORE THAN ' WS-HELD-MAX-ENTRIES
                           ' DUPLICATE READINGS - TOO MANY TO HOLD '
                           'FOR SUSPENSE, RUN STOPPED SO NONE IS LOST'
                           ' - CHECK THE SITE FEEDS FOR A DOUBLED FILE'
                   SET WS-HELD-FULL TO TRUE
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
           END-IF.
           PERFORM 1650-REPORT-DUPLICATE.

       1650-REPORT-DUPLICATE.
           MOVE ANGLE-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO REPORT-REC.
           MOVE ANGLE-SITE-ID TO REPORT-REC(1:8).
           MOVE ANGLE-STATION-ID TO REPORT-REC(11:8).
           MOVE ANGLE-CAPTURE-TS TO REPORT-REC(21:14).
           MOVE WS-VALUE-ED TO REPORT-REC(37:6).
           MOVE ANGLE-UNIT-CODE TO REPORT-REC(46:1).
           IF WS-DUP-IN-RUN
               STRING 'THIS RUN VIA ' DELIMITED BY SIZE
                      WS-DUP-FIRST-SITE DELIMITED BY SIZE
                      INTO REPORT-REC(51:)
               END-STRING
           ELSE
               STRING 'ACCEPTED ' DELIMITED BY SIZE
                      WS-DUP-FIRST-DATE DELIMITED BY SIZE
                      ' VIA ' DELIMITED BY SIZE
                      WS-DUP-FIRST-SITE DELIMITED BY SIZE
                      INTO REPORT-REC(51:)
               END-STRING
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       1700-WRITE-SITE-DUP-TOTALS.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-SITE-DET-COUNT TO WS-COUNT-ED.
           STRING WS-SITE-TAG DELIMITED BY SIZE
                  ' TOTAL: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  ' READING(S)' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-SITE-DUP-RUN-COUNT TO WS-COUNT-ED.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' DUPLICATED THIS RUN' DELIMITED BY SIZE
                  INTO REPORT-REC(37:)
           END-STRING.
           MOVE WS-SITE-DUP-PRIOR-COUNT TO WS-COUNT-ED.
           STRING WS-COUNT-ED DELIMITED BY SIZE
                  ' DUPLICATED A PRIOR DAY' DELIMITED BY SIZE
                  INTO REPORT-REC(67:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-SITE-DUP-RUN-COUNT > 0 OR WS-SITE-DUP-PRIOR-COUNT > 0
               DISPLAY 'SINMRG: ' WS-SITE-TAG ' SENT '
                       WS-SITE-DUP-RUN-COUNT ' READING(S) DUPLICATED '
                       'THIS RUN AND ' WS-SITE-DUP-PRIOR-COUNT
                       ' DUPLICATING A PRIOR DAY - HELD OUT'
           END-IF.

       2000-BALANCE-SITE.
           IF NOT WS-SITE-TRL-SEEN
               DISPLAY 'SINMRG: ' WS-SITE-TAG ' FILE HAS NO TRAILER '
      * DAY'S FEED, TAGGED AS THEIR OWN ORIGIN - NO RECYCLE DATASET
      * (FIRST RUN, OR NOTHING CORRECTED) IS A NORMAL STATE, NOT AN
      * ERROR.
      * RECYCLED READINGS ARE NOT CHECKED FOR DUPLICATES - THE
      * ORIGINAL'S KEY WAS REGISTERED THE DAY IT FIRST ARRIVED, SO
      * A CORRECTION WOULD ALWAYS MATCH ITSELF.
       3000-PROCESS-RECYCLE-FEED.
           MOVE 0 TO WS-SITE-NO.
           MOVE 'N' TO WS-SITE-EOF-SWITCH.
               MOVE RECYCLE-REC TO ANGLE-REC
               IF NOT ANGLE-HEADER-REC AND NOT ANGLE-TRAILER-REC
                   ADD 1 TO WS-RECYCLE-COUNT
                   ADD 1 TO WS-READ-DET-COUNT
                   MOVE 'RECYCLE ' TO ANGLE-SITE-ID
                   WRITE ANGLE-REC
                   ADD 1 TO WS-TOT-DET-COUNT
           DISPLAY 'SINMRG: MERGED FEED CARRIES ' WS-TOT-DET-COUNT
                   ' READING(S)'.

       6000-WRITE-DUP-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-READ-DET-COUNT TO WS-COUNT-ED.
           STRING 'SUMMARY -  READINGS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-TOT-DET-COUNT TO WS-COUNT-ED.
           STRING '  MERGED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(30:)
           END-STRING.
           MOVE WS-DUP-RUN-COUNT TO WS-COUNT-ED.
           STRING '  DUPLICATED THIS RUN: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(50:)
           END-STRING.
           MOVE WS-DUP-PRIOR-COUNT TO WS-COUNT-ED.
           STRING '  DUPLICATED A PRIOR DAY: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(83:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN WS-DUP-TOTAL = 0
                   MOVE 'NO DUPLICATE READINGS THIS RUN'
                       TO REPORT-REC
               WHEN WS-SUSPENDED-COUNT > 0
                   MOVE WS-SUSPENDED-COUNT TO WS-COUNT-ED
                   STRING 'DUPLICATES APPENDED TO SUSPENSE AS '
                              DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          ' ITEM(S) FOR REJECT DATE ' DELIMITED BY SIZE
                          WS-BUS-DATE DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   MOVE 'RUN FAILED - DUPLICATES NOT SUSPENDED'
                       TO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           DISPLAY 'SINMRG: ' WS-DUP-TOTAL ' DUPLICATE READING(S) '
                   'HELD OUT OF THE MERGED FEED'.

      * DUPLICATES GO TO SUSPENSE BEFORE THE SUBMISSIONS ARE
      * REGISTERED - IF THE SUSPENSE DATASET CANNOT TAKE THEM THE
      * RUN FAILS UNREGISTERED AND THE SAME FILES CAN BE RERUN.
       9000-TERMINATE.
           CLOSE MERGED-FILE.
           IF NOT WS-MERGE-ERROR
               PERFORM 7500-SUSPEND-DUPLICATES
           END-IF.
           IF WS-MERGE-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DUP-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 7000-REGISTER-SUBMISSIONS
           END-IF.
           PERFORM 7700-WRITE-READING-KEYS.
           PERFORM 6000-WRITE-DUP-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM 8850-WRITE-AUDIT-END.

      * ONLY A CLEAN MERGE REGISTERS ITS SUBMISSIONS - A FAILED RUN
               END-IF
           END-IF.

       7500-SUSPEND-DUPLICATES.
           IF WS-HELD-COUNT > 0
               OPEN EXTEND SUSP-FILE
               IF WS-SUSP-STATUS = '00' OR '05'
                   PERFORM 7550-SUSPEND-ONE-DUPLICATE
                       VARYING WS-HELD-SUB FROM 1 BY 1
                       UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   CLOSE SUSP-FILE
               ELSE
                   DISPLAY 'SINMRG: SUSPENSE DATASET COULD NOT BE '
                           'OPENED - FILE STATUS ' WS-SUSP-STATUS
                           ' - ' WS-HELD-COUNT ' DUPLICATE READING(S)'
                           ' NOT SUSPENDED, RUN STOPPED'
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
           END-IF.

       7550-SUSPEND-ONE-DUPLICATE.
           MOVE SPACES TO SUSP-REC.
           MOVE WS-BUS-DATE TO SUSP-REJECT-DATE.
           COMPUTE SUSP-RECORD-NUM = WS-SUSP-RECNUM-BASE + WS-HELD-SUB.
           MOVE WS-HELD-VALUE(WS-HELD-SUB) TO SUSP-ANGLE-VALUE.
           MOVE WS-HELD-UNIT-CODE(WS-HELD-SUB) TO SUSP-UNIT-CODE.
           MOVE WS-HELD-STATION-ID(WS-HELD-SUB) TO SUSP-STATION-ID.
           MOVE WS-HELD-REASON(WS-HELD-SUB) TO SUSP-REJECT-REASON.
           MOVE WS-HELD-SITE-ID(WS-HELD-SUB) TO SUSP-SITE-ID.
           MOVE WS-HELD-SITE-REC-NUM(WS-HELD-SUB) TO SUSP-SITE-REC-NUM.
           MOVE 'O' TO SUSP-STATUS.
           WRITE SUSP-REC.
           IF WS-SUSP-STATUS = '00'
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
               DISPLAY 'SINMRG: WARNING - SUSPENSE WRITE FAILED AT '
                       'DUPLICATE ' WS-HELD-SUB ', FILE STATUS '
                       WS-SUSP-STATUS
               SET WS-MERGE-ERROR TO TRUE
           END-IF.

      * THE NEW REGISTER GENERATION CARRIES THE WINDOW FORWARD -
      * EVERY KEY FROM THE WINDOW START ON, EXCEPT TODAY'S OWN
      * (A RERUN REPLACES THEM) - AND THEN TODAY'S ACCEPTED KEYS,
      * ONLY AFTER A CLEAN MERGE.  OLDER DATES FALL OFF HERE.
       7700-WRITE-READING-KEYS.
           OPEN OUTPUT RDGNEW-FILE.
           IF WS-RDG-USABLE
               MOVE 'N' TO WS-RDG-EOF-SWITCH
               OPEN INPUT RDGKEY-FILE
               IF WS-RDGKEY-STATUS = '00' OR '05'
                   PERFORM 7710-CARRY-ONE-READING-KEY
                       UNTIL WS-END-OF-KEYS
                   CLOSE RDGKEY-FILE
               ELSE
                   DISPLAY 'SINMRG: READING KEY REGISTER COULD NOT BE '
                           'REOPENED - FILE STATUS ' WS-RDGKEY-STATUS
                           ' - PRIOR DAYS NOT CARRIED FORWARD'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT WS-MERGE-ERROR
               PERFORM 7720-WRITE-ONE-DAY-KEY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
           END-IF.
           CLOSE RDGNEW-FILE.
           DISPLAY 'SINMRG: READING KEY REGISTER - ' WS-RDG-IN-COUNT
                   ' KEY(S) IN, ' WS-RDG-OUT-COUNT ' ON THE NEW '
                   'GENERATION'.

       7710-CARRY-ONE-READING-KEY.
           READ RDGKEY-FILE
               AT END
                   SET WS-END-OF-KEYS TO TRUE
           END-READ.
           IF NOT WS-END-OF-KEYS
                   AND RDG-ACCEPT-DATE OF RDG-KEY-REC
                       NOT < WS-WINDOW-START
                   AND RDG-ACCEPT-DATE OF RDG-KEY-REC NOT = WS-BUS-DATE
               MOVE RDG-KEY-REC TO RDGNEW-REC
               WRITE RDGNEW-REC
               ADD 1 TO WS-RDG-OUT-COUNT
           END-IF.

       7720-WRITE-ONE-DAY-KEY.
           MOVE SPACES TO RDGNEW-REC.
           MOVE WS-DAY-STATION-ID(WS-DAY-SUB)
               TO RDG-STATION-ID OF RDGNEW-REC.
           MOVE WS-DAY-CAPTURE-TS(WS-DAY-SUB)
               TO RDG-CAPTURE-TS OF RDGNEW-REC.
           MOVE WS-DAY-SITE-ID(WS-DAY-SUB)
               TO RDG-SITE-ID OF RDGNEW-REC.
           MOVE WS-BUS-DATE TO RDG-ACCEPT-DATE OF RDGNEW-REC.
           WRITE RDGNEW-REC.
           ADD 1 TO WS-RDG-OUT-COUNT.

      * RUN AUDIT TRAIL - AN 'S' RECORD GOES OUT BEFORE ANY REAL
      * WORK AND AN 'E' RECORD AS THE LAST ACT, EACH APPENDED AND
      * CLOSED IMMEDIATELY SO THE EVIDENCE SURVIVES A LATER ABEND.
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-READ-DET-COUNT TO AUD-READ-COUNT
                   MOVE WS-TOT-DET-COUNT TO AUD-WRITE-COUNT
                   MOVE WS-DUP-TOTAL TO AUD-EXCEPT-COUNT
                   MOVE RETURN-CODE TO AUD-RETURN-CODE
               ELSE
                   MOVE SPACES TO AUD-STOP-TS
