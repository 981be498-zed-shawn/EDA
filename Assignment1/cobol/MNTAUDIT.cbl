      ***************************************************************
      * MNTAUDIT - MAINTENANCE ACTIVITY REPORT OVER THE SHARED      *
      * MAINTENANCE LOG (MAINTLOG COPYBOOK) THAT STAMNT, CALMNT AND *
      * SINCOR APPEND TO UNDER DUAL CONTROL.  COVERS THE LAST N     *
      * CALENDAR DAYS BY THE DATE EACH EVENT WAS LOGGED (N VIA      *
      * PARM, DEFAULT 31).  TWO SECTIONS FOR THE AUDIT REVIEW:      *
      *   1. CHANGES BY OPERATOR - EVERY OPERATOR ID THAT REQUESTED *
      *      OR APPROVED ANYTHING, IN ID ORDER, WITH WHAT THEY      *
      *      MADE, WHAT OF THEIRS EXPIRED AND WHAT THEY APPROVED    *
      *   2. CHANGES BY PROGRAM - EVERY EVENT, WITH THE TRANSACTION *
      *      AS KEYED AND THE BEFORE AND AFTER IMAGES OF THE RECORD *
      *      IT CHANGED                                             *
      * AN APPLIED CHANGE WITH NO APPROVER, OR APPROVED BY ITS OWN  *
      * MAKER, SHOULD NEVER REACH THE LOG - IT IS FLAGGED WHEREVER  *
      * IT APPEARS.                                                 *
      * RETURN CODES:                                               *
      *    4 - A FLAGGED CHANGE IS ON THE REPORT                    *
      *   16 - MAINTENANCE LOG COULD NOT BE OPENED                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAUDIT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTLOG-FILE ASSIGN TO MAINTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
      * READ INTO THE WORKING-STORAGE COPY, WHICH IS ALSO WHERE EACH
      * TABLED EVENT IS LAID BACK OUT FOR THE REPORT PASSES.
       FD  MAINTLOG-FILE
           RECORDING MODE IS F.
       01  MAINTLOG-IN-REC             PIC X(390).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       COPY MAINTLOG.

       01  WS-MAINTLOG-STATUS          PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-LOG           VALUE 'Y'.

      * THE PERIOD'S EVENTS ARE HELD IN STORAGE FOR THE REPORT'S
      * PASSES.  OVERFLOW KEEPS THE MOST RECENT EVENTS AND SAYS SO,
      * AS SINAUDIT DOES WITH THE RUN-AUDIT TRAIL.
       01  WS-LOG-MAX-ENTRIES          PIC 9(4) VALUE 5000.
       01  WS-LOG-COUNT                PIC 9(4) VALUE 0.
       01  WS-LOG-DROPPED              PIC 9(8) VALUE 0.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 5000 TIMES
                                       PIC X(390).
       01  WS-LOG-SUB                  PIC 9(4).
       01  WS-LOG-SUB2                 PIC 9(4).

      * OPERATOR IDS, KEPT IN ID ORDER AS THEY ARE FOUND.
       01  WS-OPR-MAX-ENTRIES          PIC 9(3) VALUE 500.
       01  WS-OPR-COUNT                PIC 9(3) VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-MADE         PIC 9(6).
               10  WS-OPR-EXPIRED      PIC 9(6).
               10  WS-OPR-APPROVED     PIC 9(6).
       01  WS-OPR-SUB                  PIC 9(3).
       01  WS-OPR-SUB2                 PIC 9(3).
       01  WS-OPR-INS-SUB              PIC 9(3).
       01  WS-FIND-ID                  PIC X(8).
       01  WS-OPR-STOP-SWITCH          PIC X.
           88  WS-OPR-STOP             VALUE 'Y'.
       01  WS-OPR-FOUND-SWITCH         PIC X.
           88  WS-OPR-FOUND            VALUE 'Y'.
       01  WS-OPR-OVERFLOW             PIC 9(6) VALUE 0.

       01  WS-PGM-MAX-ENTRIES          PIC 9(2) VALUE 20.
       01  WS-PGM-COUNT                PIC 9(2) VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PGM-NAME         PIC X(8).
               10  WS-PGM-APPLIED      PIC 9(6).
               10  WS-PGM-EXPIRED      PIC 9(6).
               10  WS-PGM-FLAGGED      PIC 9(6).
       01  WS-PGM-SUB                  PIC 9(2).
       01  WS-PGM-FOUND-SWITCH         PIC X.
           88  WS-PGM-FOUND            VALUE 'Y'.

       01  WS-DAYS-BACK                PIC 9(4) VALUE 31.
       01  WS-DAYS-BACK-ED             PIC ZZZ9.
       01  WS-CURRENT-DATE             PIC X(8).
       01  WS-CURRENT-DATE-NUM         PIC 9(8).
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-FLAG-TEXT                PIC X(14).
       01  WS-EVENT-TEXT               PIC X(7).
       01  WS-ROLE-TEXT                PIC X(8).
       01  WS-OTHER-ID                 PIC X(8).

       01  WS-OLDER-COUNT              PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(8) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(8) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(8) VALUE 0.
      ***************************************************************
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(20).
      ***************************************************************
       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-MAINTLOG-STATUS = '00'
               PERFORM 1000-LOAD-LOG-ENTRY
                   UNTIL WS-END-OF-LOG
               PERFORM 2000-BUILD-LISTS
                   VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > WS-LOG-COUNT
               PERFORM 3000-REPORT-BY-OPERATOR
               PERFORM 4000-REPORT-BY-PROGRAM
               PERFORM 5000-WRITE-SUMMARY
           ELSE
               DISPLAY 'MNTAUDIT: MAINTENANCE LOG COULD NOT BE '
                       'OPENED - FILE STATUS ' WS-MAINTLOG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      * THE PERIOD RUNS BACK FROM TODAY'S DATE - THE REPORT IS RUN
      * ON THE AUDITORS' SCHEDULE, NOT AS A STEP OF THE DAILY JOB.
       0100-INITIALIZE.
           OPEN INPUT MAINTLOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(5:2) '/' WS-CURRENT-DATE(7:2) '/'
                  WS-CURRENT-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           IF LS-PARM-LEN > 0
               MOVE FUNCTION NUMVAL(LS-PARM-TEXT(1:LS-PARM-LEN))
                   TO WS-DAYS-BACK
           END-IF.
           IF WS-DAYS-BACK = 0
               MOVE 31 TO WS-DAYS-BACK
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                - WS-DAYS-BACK).

       1000-LOAD-LOG-ENTRY.
           READ MAINTLOG-FILE INTO MAINT-LOG-REC
               AT END
                   SET WS-END-OF-LOG TO TRUE
           END-READ.
           IF NOT WS-END-OF-LOG
               IF MLOG-LOGGED-TS(1:8) < WS-CUTOFF-DATE
                   ADD 1 TO WS-OLDER-COUNT
               ELSE
                   IF WS-LOG-COUNT >= WS-LOG-MAX-ENTRIES
                       PERFORM 1100-DROP-OLDEST-ENTRY
                   END-IF
                   ADD 1 TO WS-LOG-COUNT
                   MOVE MAINT-LOG-REC TO WS-LOG-ENTRY(WS-LOG-COUNT)
               END-IF
           END-IF.

      * TABLE FULL - SLIDE EVERYTHING DOWN ONE SLOT SO THE NEWEST
      * EVENT ALWAYS FITS AND ONLY THE OLDEST IS LOST.
       1100-DROP-OLDEST-ENTRY.
           ADD 1 TO WS-LOG-DROPPED.
           SUBTRACT 1 FROM WS-LOG-COUNT.
           PERFORM 1150-SLIDE-ENTRY
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT.

       1150-SLIDE-ENTRY.
           COMPUTE WS-LOG-SUB2 = WS-LOG-SUB + 1.
           MOVE WS-LOG-ENTRY(WS-LOG-SUB2) TO WS-LOG-ENTRY(WS-LOG-SUB).

      * ONE PASS BUILDS THE PROGRAM LIST AND THE OPERATOR LIST AND
      * THEIR COUNTS.  THE MAKER IS CREDITED WITH WHAT WAS APPLIED
      * OR EXPIRED, THE CHECKER WITH THE APPROVAL.
       2000-BUILD-LISTS.
           MOVE WS-LOG-ENTRY(WS-LOG-SUB) TO MAINT-LOG-REC.
           PERFORM 2500-SET-FLAG.
           IF MLOG-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           IF MLOG-EXPIRED
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           PERFORM 2100-FIND-PROGRAM.
           IF WS-PGM-SUB > 0
               IF MLOG-APPLIED
                   ADD 1 TO WS-PGM-APPLIED(WS-PGM-SUB)
               END-IF
               IF MLOG-EXPIRED
                   ADD 1 TO WS-PGM-EXPIRED(WS-PGM-SUB)
               END-IF
               IF WS-FLAG-TEXT NOT = SPACES
                   ADD 1 TO WS-PGM-FLAGGED(WS-PGM-SUB)
               END-IF
           END-IF.
           IF MLOG-MAKER-ID NOT = SPACES
               MOVE MLOG-MAKER-ID TO WS-FIND-ID
               PERFORM 2200-FIND-OPERATOR
               IF WS-OPR-SUB > 0
                   IF MLOG-APPLIED
                       ADD 1 TO WS-OPR-MADE(WS-OPR-SUB)
                   END-IF
                   IF MLOG-EXPIRED
                       ADD 1 TO WS-OPR-EXPIRED(WS-OPR-SUB)
                   END-IF
               END-IF
           END-IF.
           IF MLOG-CHECKER-ID NOT = SPACES
               MOVE MLOG-CHECKER-ID TO WS-FIND-ID
               PERFORM 2200-FIND-OPERATOR
               IF WS-OPR-SUB > 0
                   ADD 1 TO WS-OPR-APPROVED(WS-OPR-SUB)
               END-IF
           END-IF.

      * LEAVES WS-PGM-SUB ON THE PROGRAM'S ENTRY, ADDING IT IF NEW;
      * ZERO IF THE TABLE IS FULL.
       2100-FIND-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SWITCH.
           PERFORM 2110-MATCH-PROGRAM
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT OR WS-PGM-FOUND.
           IF NOT WS-PGM-FOUND
               IF WS-PGM-COUNT < WS-PGM-MAX-ENTRIES
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-SUB
                   MOVE MLOG-PROGRAM TO WS-PGM-NAME(WS-PGM-SUB)
                   MOVE 0 TO WS-PGM-APPLIED(WS-PGM-SUB)
                   MOVE 0 TO WS-PGM-EXPIRED(WS-PGM-SUB)
                   MOVE 0 TO WS-PGM-FLAGGED(WS-PGM-SUB)
               ELSE
                   MOVE 0 TO WS-PGM-SUB
               END-IF
           END-IF.

      * THE VARYING LOOP OVERSHOOTS BY ONE WHEN IT MATCHES, SO STEP
      * BACK.
       2110-MATCH-PROGRAM.
           IF WS-PGM-NAME(WS-PGM-SUB) = MLOG-PROGRAM
               SET WS-PGM-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PGM-SUB
           END-IF.

      * LEAVES WS-OPR-SUB ON WS-FIND-ID'S ENTRY.  A NEW ID IS SLOTTED
      * IN AT ITS PLACE IN ID ORDER, THE HIGHER IDS MOVING UP ONE;
      * ZERO IF THE TABLE IS FULL.
       2200-FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-STOP-SWITCH.
           MOVE 'N' TO WS-OPR-FOUND-SWITCH.
           PERFORM 2210-SCAN-OPERATOR
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT OR WS-OPR-STOP.
           IF NOT WS-OPR-FOUND
               IF WS-OPR-COUNT < WS-OPR-MAX-ENTRIES
                   MOVE WS-OPR-SUB TO WS-OPR-INS-SUB
                   PERFORM 2250-SHIFT-OPERATOR
                       VARYING WS-OPR-SUB2 FROM WS-OPR-COUNT BY -1
                       UNTIL WS-OPR-SUB2 < WS-OPR-INS-SUB
                   ADD 1 TO WS-OPR-COUNT
                   MOVE WS-OPR-INS-SUB TO WS-OPR-SUB
                   MOVE WS-FIND-ID TO WS-OPR-ID(WS-OPR-SUB)
                   MOVE 0 TO WS-OPR-MADE(WS-OPR-SUB)
                   MOVE 0 TO WS-OPR-EXPIRED(WS-OPR-SUB)
                   MOVE 0 TO WS-OPR-APPROVED(WS-OPR-SUB)
               ELSE
                   ADD 1 TO WS-OPR-OVERFLOW
                   MOVE 0 TO WS-OPR-SUB
               END-IF
           END-IF.

      * STOPS ON THE FIRST ID NOT BELOW THE ONE WANTED - THE MATCH,
      * OR THE PLACE IT BELONGS.  STEP BACK AS IN 2110.
       2210-SCAN-OPERATOR.
           IF WS-OPR-ID(WS-OPR-SUB) >= WS-FIND-ID
               SET WS-OPR-STOP TO TRUE
               IF WS-OPR-ID(WS-OPR-SUB) = WS-FIND-ID
                   SET WS-OPR-FOUND TO TRUE
               END-IF
               SUBTRACT 1 FROM WS-OPR-SUB
           END-IF.

       2250-SHIFT-OPERATOR.
           COMPUTE WS-OPR-SUB = WS-OPR-SUB2 + 1.
           MOVE WS-OPR-ENTRY(WS-OPR-SUB2) TO WS-OPR-ENTRY(WS-OPR-SUB).

      * DUAL CONTROL IS BROKEN IF AN APPLIED CHANGE WAS NEVER
      * APPROVED OR WAS APPROVED BY THE OPERATOR WHO MADE IT.
       2500-SET-FLAG.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF MLOG-APPLIED
               IF MLOG-CHECKER-ID = SPACES
                   MOVE '*NO APPROVER' TO WS-FLAG-TEXT
               ELSE
                   IF MLOG-CHECKER-ID = MLOG-MAKER-ID
                       MOVE '*SAME OPERATOR' TO WS-FLAG-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MLOG-APPLIED
               MOVE 'APPLIED' TO WS-EVENT-TEXT
           ELSE
               IF MLOG-EXPIRED
                   MOVE 'EXPIRED' TO WS-EVENT-TEXT
               ELSE
                   MOVE MLOG-EVENT TO WS-EVENT-TEXT
               END-IF
           END-IF.

       3000-REPORT-BY-OPERATOR.
           MOVE SPACES TO REPORT-REC.
           STRING 'MNTAUDIT - MAINTENANCE ACTIVITY REPORT'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE WS-DAYS-BACK TO WS-DAYS-BACK-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'EVENTS LOGGED IN THE LAST ' DELIMITED BY SIZE
                  WS-DAYS-BACK-ED DELIMITED BY SIZE
                  ' DAYS - ON OR AFTER ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-LOG-DROPPED > 0
               MOVE WS-LOG-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'NOTE: PERIOD EXCEEDS IN-STORAGE LIMIT - '
                          DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' OLDEST EVENT(S) NOT REPORTED' DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-OPR-OVERFLOW > 0
               MOVE WS-OPR-OVERFLOW TO WS-COUNT-ED
               MOVE SPACES TO REPORT-REC
               STRING 'NOTE: TOO MANY OPERATOR IDS - '
                          DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      ' EVENT ROLE(S) NOT LISTED BY OPERATOR'
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 'SECTION 1 - CHANGES BY OPERATOR' TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'ROLE    ' DELIMITED BY SIZE
                  ' PROGRAM ' DELIMITED BY SIZE
                  ' EVENT  ' DELIMITED BY SIZE
                  ' ACT' DELIMITED BY SIZE
                  '  KEY                 ' DELIMITED BY SIZE
                  ' LOGGED         ' DELIMITED BY SIZE
                  ' REQUESTED      ' DELIMITED BY SIZE
                  ' OTHER OPR' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-OPR-COUNT = 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'NONE - NO MAINTENANCE ACTIVITY IN THE PERIOD'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 3100-REPORT-ONE-OPERATOR
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-COUNT.

       3100-REPORT-ONE-OPERATOR.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'OPERATOR ' DELIMITED BY SIZE
                  WS-OPR-ID(WS-OPR-SUB) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-OPR-MADE(WS-OPR-SUB) TO WS-COUNT-ED.
           STRING '  CHANGES MADE: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(18:)
           END-STRING.
           MOVE WS-OPR-EXPIRED(WS-OPR-SUB) TO WS-COUNT-ED.
           STRING '  REQUESTS EXPIRED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(42:)
           END-STRING.
           MOVE WS-OPR-APPROVED(WS-OPR-SUB) TO WS-COUNT-ED.
           STRING '  APPROVALS GIVEN: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(70:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 3200-OPERATOR-ONE-EVENT
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT.

      * AN OPERATOR WHO BOTH MADE AND APPROVED THE SAME CHANGE GETS
      * BOTH LINES, EACH FLAGGED.
       3200-OPERATOR-ONE-EVENT.
           MOVE WS-LOG-ENTRY(WS-LOG-SUB) TO MAINT-LOG-REC.
           IF MLOG-MAKER-ID = WS-OPR-ID(WS-OPR-SUB)
               MOVE 'MAKER' TO WS-ROLE-TEXT
               MOVE MLOG-CHECKER-ID TO WS-OTHER-ID
               PERFORM 3300-WRITE-OPERATOR-LINE
           END-IF.
           IF MLOG-CHECKER-ID = WS-OPR-ID(WS-OPR-SUB)
               MOVE 'CHECKER' TO WS-ROLE-TEXT
               MOVE MLOG-MAKER-ID TO WS-OTHER-ID
               PERFORM 3300-WRITE-OPERATOR-LINE
           END-IF.

       3300-WRITE-OPERATOR-LINE.
           PERFORM 2500-SET-FLAG.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-ROLE-TEXT TO REPORT-REC(1:8).
           MOVE MLOG-PROGRAM TO REPORT-REC(10:8).
           MOVE WS-EVENT-TEXT TO REPORT-REC(19:7).
           MOVE MLOG-ACTION TO REPORT-REC(28:1).
           MOVE MLOG-KEY TO REPORT-REC(32:20).
           MOVE MLOG-LOGGED-TS TO REPORT-REC(53:14).
           MOVE MLOG-REQUEST-TS TO REPORT-REC(69:14).
           MOVE WS-OTHER-ID TO REPORT-REC(85:8).
           MOVE WS-FLAG-TEXT TO REPORT-REC(95:14).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       4000-REPORT-BY-PROGRAM.
           MOVE SPACES TO REPORT-REC.
           STRING 'MNTAUDIT - MAINTENANCE ACTIVITY REPORT'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 'SECTION 2 - CHANGES BY PROGRAM' TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'LOGGED        ' DELIMITED BY SIZE
                  '  EVENT  ' DELIMITED BY SIZE
                  ' ACT' DELIMITED BY SIZE
                  '  KEY                 ' DELIMITED BY SIZE
                  ' MAKER    ' DELIMITED BY SIZE
                  ' CHECKER  ' DELIMITED BY SIZE
                  ' REQUESTED      ' DELIMITED BY SIZE
                  ' HELD    ' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-PGM-COUNT = 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'NONE - NO MAINTENANCE ACTIVITY IN THE PERIOD'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 4100-REPORT-ONE-PROGRAM
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT.

       4100-REPORT-ONE-PROGRAM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING 'PROGRAM ' DELIMITED BY SIZE
                  WS-PGM-NAME(WS-PGM-SUB) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-PGM-APPLIED(WS-PGM-SUB) TO WS-COUNT-ED.
           STRING '  APPLIED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(17:)
           END-STRING.
           MOVE WS-PGM-EXPIRED(WS-PGM-SUB) TO WS-COUNT-ED.
           STRING '  EXPIRED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(36:)
           END-STRING.
           MOVE WS-PGM-FLAGGED(WS-PGM-SUB) TO WS-COUNT-ED.
           STRING '  FLAGGED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(55:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 4200-PROGRAM-ONE-EVENT
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT.

      * THE TRANSACTION AS KEYED, THEN - FOR AN APPLIED CHANGE -
      * THE RECORD AS IT STOOD AND AS IT WAS WRITTEN.  AN ADD HAS NO
      * BEFORE IMAGE.
       4200-PROGRAM-ONE-EVENT.
           MOVE WS-LOG-ENTRY(WS-LOG-SUB) TO MAINT-LOG-REC.
           IF MLOG-PROGRAM = WS-PGM-NAME(WS-PGM-SUB)
               PERFORM 2500-SET-FLAG
               MOVE SPACES TO REPORT-REC
               MOVE MLOG-LOGGED-TS TO REPORT-REC(1:14)
               MOVE WS-EVENT-TEXT TO REPORT-REC(17:7)
               MOVE MLOG-ACTION TO REPORT-REC(26:1)
               MOVE MLOG-KEY TO REPORT-REC(30:20)
               MOVE MLOG-MAKER-ID TO REPORT-REC(51:8)
               MOVE MLOG-CHECKER-ID TO REPORT-REC(61:8)
               MOVE MLOG-REQUEST-TS TO REPORT-REC(71:14)
               MOVE MLOG-HELD-DATE TO REPORT-REC(87:8)
               MOVE WS-FLAG-TEXT TO REPORT-REC(97:14)
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-REC
               MOVE 'TRAN:' TO REPORT-REC(5:5)
               MOVE MLOG-TRAN-IMAGE TO REPORT-REC(13:78)
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               IF MLOG-APPLIED
                   MOVE SPACES TO REPORT-REC
                   MOVE 'BEFORE:' TO REPORT-REC(5:7)
                   MOVE MLOG-BEFORE-IMAGE TO REPORT-REC(13:108)
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
                   MOVE SPACES TO REPORT-REC
                   MOVE 'AFTER:' TO REPORT-REC(5:6)
                   MOVE MLOG-AFTER-IMAGE TO REPORT-REC(13:108)
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-LOG-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY -  EVENTS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-ED.
           STRING '  APPLIED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(28:)
           END-STRING.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           STRING '  EXPIRED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(47:)
           END-STRING.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED.
           STRING '  FLAGGED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(66:)
           END-STRING.
           MOVE WS-OLDER-COUNT TO WS-COUNT-ED.
           STRING '  OLDER, NOT REPORTED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(85:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-FLAGGED-COUNT > 0
               MOVE SPACES TO REPORT-REC
               STRING '*NO APPROVER / *SAME OPERATOR - CHANGE APPLIED '
                          DELIMITED BY SIZE
                      'WITHOUT A SECOND OPERATOR''S APPROVAL'
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-MAINTLOG-STATUS = '00' OR '10'
               CLOSE MAINTLOG-FILE
           END-IF.
           CLOSE REPORT-FILE.
