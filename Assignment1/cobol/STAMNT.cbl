      * NOW LOOK STATIONS UP IN AT RANDOM - SO THE STATION COUNT    *
      * IS NO LONGER BOUNDED BY A COMPILED-IN READER TABLE.  THE    *
      * GDG REMAINS THE BACKOUT AND SEQUENTIAL-PROCESSING COPY.     *
      * DUAL CONTROL: NO TRANSACTION IS APPLIED ON THE STRENGTH OF  *
      * ONE OPERATOR.  A REQUEST IS HELD ON THE PENDING STORE       *
      * (PENDIN -> PENDOUT) UNTIL AN APPROVAL FROM A DIFFERENT      *
      * OPERATOR ARRIVES - IN THE SAME RUN OR A LATER ONE - AND     *
      * ONLY APPROVED REQUESTS GO THROUGH THE MASTER UPDATE.  A     *
      * REQUEST STILL UNAPPROVED AFTER TOL-PEND-EXPIRY-DAYS IS      *
      * DROPPED AND REPORTED.  EVERY CHANGE APPLIED AND EVERY       *
      * EXPIRY IS APPENDED TO THE SHARED MAINTENANCE LOG WITH THE   *
      * MASTER RECORD'S BEFORE AND AFTER IMAGES.                    *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATRN-STATUS.

           SELECT OPTIONAL PENDIN-FILE ASSIGN TO PENDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.

           SELECT PENDOUT-FILE ASSIGN TO PENDOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINTLOG-FILE ASSIGN TO MAINTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT OPTIONAL TOLCTL-FILE ASSIGN TO TOLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLCTL-STATUS.

           SELECT STANEW-FILE ASSIGN TO STANEW
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY STATREC REPLACING STATION-REC BY OLDMST-REC.

      * READ INTO THE WORKING-STORAGE COPY BELOW - THE SAME LAYOUT
      * IS LOADED BACK FROM THE PENDING TABLE WHEN THE APPROVED
      * REQUESTS ARE APPLIED, LONG AFTER THE FILE HAS HIT END.
       FD  STATRN-FILE
           RECORDING MODE IS F.
       01  STATRN-IN-REC               PIC X(78).

       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-REC                  PIC X(100).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-REC                 PIC X(100).

       FD  MAINTLOG-FILE
           RECORDING MODE IS F.
       COPY MAINTLOG.

       FD  TOLCTL-FILE
           RECORDING MODE IS F.
       COPY TOLCTL.

       FD  STANEW-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       COPY STATRN.
       COPY PENDREC.

       01  WS-STAMST-STATUS            PIC XX.
       01  WS-STATRN-STATUS            PIC XX.
       01  WS-PENDIN-STATUS            PIC XX.
       01  WS-MAINTLOG-STATUS          PIC XX.
       01  WS-TOLCTL-STATUS            PIC XX.
       01  WS-PND-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-PENDING       VALUE 'Y'.
       01  WS-TOL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-TOLERANCE     VALUE 'Y'.
       01  WS-TOL-LOADED-SWITCH        PIC X VALUE 'N'.
           88  WS-TOL-LOADED           VALUE 'Y'.
       01  WS-LOG-OPEN-SWITCH          PIC X VALUE 'N'.
           88  WS-LOG-OPEN             VALUE 'Y'.
       01  WS-MST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-MASTER        VALUE 'Y'.
       01  WS-TRN-EOF-SWITCH           PIC X VALUE 'N'.
           05  FILLER                  PIC X(31).
       01  WS-HOLD-SWITCH              PIC X VALUE 'N'.
           88  WS-HOLD-ACTIVE          VALUE 'Y'.
       01  WS-BEFORE-IMAGE             PIC X(78).

      * EVERY REQUEST NOT YET DECIDED - THE ONES CARRIED IN ON THE
      * PENDING STORE FIRST, THEN TODAY'S IN THE ORDER RECEIVED.
      * THE IMAGE IS THE STATRN RECORD AS THE MAKER KEYED IT; THE
      * FIELDS NAMED HERE ARE THE ONES THE MATCHING LOOKS AT.
      * APPROVED ENTRIES ARE FED TO THE MASTER UPDATE LOWEST
      * STATION FIRST, EARLIEST ENTRY FIRST WITHIN A STATION.
       01  WS-PND-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-PND-COUNT                PIC 9(4) VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 2000 TIMES.
               10  WS-PND-HELD-DATE    PIC X(8).
               10  WS-PND-STATE        PIC X.
                   88  WS-PND-WAITING      VALUE 'W'.
                   88  WS-PND-APPROVED     VALUE 'V'.
                   88  WS-PND-TAKEN        VALUE 'T'.
                   88  WS-PND-EXPIRED      VALUE 'X'.
               10  WS-PND-CHECKER-ID   PIC X(8).
               10  WS-PND-IMAGE.
                   15  WS-PND-CONTENT.
                       20  WS-PND-ACTION       PIC X.
                       20  WS-PND-STATION-ID   PIC X(8).
                       20  FILLER              PIC X(39).
                   15  WS-PND-ENTRY-TYPE   PIC X.
                   15  WS-PND-OPERATOR-ID  PIC X(8).
                   15  WS-PND-REQUEST-TS   PIC X(14).
                   15  FILLER              PIC X(7).
       01  WS-PND-SUB                  PIC 9(4).
       01  WS-PND-HIT-SUB              PIC 9(4).
       01  WS-APPLY-SUB                PIC 9(4).
       01  WS-PND-FOUND-SWITCH         PIC X.
           88  WS-PND-FOUND            VALUE 'Y'.

      * APPROVALS ARE TABLED UNTIL EVERY REQUEST HAS BEEN READ, SO
      * AN APPROVAL KEYED AHEAD OF ITS REQUEST IN THE SAME FILE
      * STILL FINDS IT.
       01  WS-APV-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-APV-COUNT                PIC 9(4) VALUE 0.
       01  WS-APV-TABLE.
           05  WS-APV-IMAGE OCCURS 2000 TIMES
                                       PIC X(78).
       01  WS-APV-SUB                  PIC 9(4).

       01  WS-PEND-EXPIRY-DAYS         PIC 9(3) VALUE 7.
       01  WS-CURRENT-DATE-NUM         PIC 9(8).
       01  WS-CURRENT-DATE-INT         PIC 9(8).
       01  WS-HELD-DATE-NUM            PIC 9(8).
       01  WS-PND-AGE                  PIC S9(5).
       01  WS-PND-AGE-ED               PIC ZZZZ9.
       01  WS-LINE-CHECKER             PIC X(8).
       01  WS-LOG-EVENT                PIC X.
       01  WS-SECTION-TEXT             PIC X(60).

       01  WS-STAKEY-STATUS            PIC XX.
       01  WS-TRANS-COUNT              PIC 9(8) VALUE 0.
       01  WS-DEACT-COUNT              PIC 9(8) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8) VALUE 0.
       01  WS-OUT-COUNT                PIC 9(8) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(8) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(8) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(8) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.

       01  WS-RESULT-TEXT              PIC X(40).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-LOAD-PENDING
               UNTIL WS-END-OF-PENDING.
           MOVE 'REQUESTS AND APPROVALS RECEIVED' TO WS-SECTION-TEXT.
           PERFORM 2550-WRITE-SECTION-HEADING.
           PERFORM 0300-LOAD-TRANSACTION
               UNTIL WS-END-OF-TRANS.
           PERFORM 0400-APPLY-APPROVAL
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-COUNT.
           MOVE 'EXPIRED - NOT APPROVED IN TIME' TO WS-SECTION-TEXT.
           PERFORM 2550-WRITE-SECTION-HEADING.
           PERFORM 0450-CHECK-EXPIRY
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           MOVE 'APPROVED TRANSACTIONS APPLIED' TO WS-SECTION-TEXT.
           PERFORM 2550-WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-TRN-EOF-SWITCH.
           PERFORM 0600-READ-TRANS.
           PERFORM 1000-MATCH-AND-APPLY
               UNTIL WS-END-OF-MASTER AND WS-END-OF-TRANS.
           PERFORM 3500-RELEASE-HOLD.
           MOVE 'STILL AWAITING APPROVAL' TO WS-SECTION-TEXT.
           PERFORM 2550-WRITE-SECTION-HEADING.
           PERFORM 4500-CARRY-PENDING
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           PERFORM 4000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.
       0100-INITIALIZE.
           OPEN INPUT STAMST-FILE.
           OPEN INPUT STATRN-FILE.
           OPEN INPUT PENDIN-FILE.
           OPEN OUTPUT STANEW-FILE.
           OPEN OUTPUT STAKEY-FILE.
           OPEN OUTPUT PENDOUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(5:2) '/' WS-CURRENT-DATE(7:2) '/'
                  WS-CURRENT-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           PERFORM 0030-READ-TOLERANCE.
           IF WS-STATRN-STATUS NOT = '00'
               DISPLAY 'STAMNT: TRANSACTION FILE COULD NOT BE OPENED'
                       ' - FILE STATUS ' WS-STATRN-STATUS
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.
      * A PENDING STORE THAT IS THERE BUT UNREADABLE WOULD SILENTLY
      * DROP EVERY REQUEST WAITING FOR APPROVAL - STOP INSTEAD.  NOT
      * THERE AT ALL ('05') IS THE FIRST RUN UNDER DUAL CONTROL.
           IF WS-PENDIN-STATUS NOT = '00' AND '05'
               DISPLAY 'STAMNT: PENDING STORE COULD NOT BE OPENED'
                       ' - FILE STATUS ' WS-PENDIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.
      * NO CHANGE IS MADE THAT CANNOT BE LOGGED.
           OPEN EXTEND MAINTLOG-FILE.
           IF WS-MAINTLOG-STATUS = '00' OR '05'
               SET WS-LOG-OPEN TO TRUE
           ELSE
               DISPLAY 'STAMNT: MAINTENANCE LOG COULD NOT BE OPENED'
                       ' - FILE STATUS ' WS-MAINTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.
           PERFORM 0500-READ-MASTER.

      * THE TOLERANCE CONTROL DATASET'S DEFAULT RECORD CARRIES THE
      * PENDING EXPIRY LIMIT; A BLANK OR ZERO FIELD OR A MISSING
      * DATASET LEAVES THE COMPILED DEFAULT STANDING.  OVERRIDE
      * RECORDS (NON-BLANK STATION ID) ARE PASSED OVER.
       0030-READ-TOLERANCE.
           OPEN INPUT TOLCTL-FILE.
           IF WS-TOLCTL-STATUS = '00'
               PERFORM 0035-LOAD-ONE-TOLERANCE
                   UNTIL WS-END-OF-TOLERANCE
               CLOSE TOLCTL-FILE
           ELSE
               DISPLAY 'STAMNT: TOLERANCE CONTROL DATASET NOT '
                       'AVAILABLE - FILE STATUS ' WS-TOLCTL-STATUS
                       ' - USING THE COMPILED EXPIRY LIMIT'
           END-IF.

       0035-LOAD-ONE-TOLERANCE.
           READ TOLCTL-FILE
               AT END
                   SET WS-END-OF-TOLERANCE TO TRUE
           END-READ.
           IF NOT WS-END-OF-TOLERANCE
                   AND TOL-STATION-ID = SPACES
                   AND TOL-PEND-EXPIRY-DAYS IS NUMERIC
                   AND TOL-PEND-EXPIRY-DAYS > 0
               MOVE TOL-PEND-EXPIRY-DAYS TO WS-PEND-EXPIRY-DAYS
               SET WS-TOL-LOADED TO TRUE
           END-IF.

      * ANOTHER PROGRAM'S RECORD ON THIS STORE CAN ONLY BE A JCL
      * MIX-UP, AND A FULL TABLE MEANS THE STORE HAS OUTGROWN IT.
      * EITHER WAY THE RECORD CANNOT BE CARRIED FORWARD, SO RC 16
      * KEEPS THE STORE FROM BEING REPLACED WITHOUT IT.
       0200-LOAD-PENDING.
           IF WS-PENDIN-STATUS = '00'
               READ PENDIN-FILE INTO PEND-REC
                   AT END
                       SET WS-END-OF-PENDING TO TRUE
               END-READ
           ELSE
               SET WS-END-OF-PENDING TO TRUE
           END-IF.
           IF NOT WS-END-OF-PENDING
               IF PEND-PROGRAM = 'STAMNT  '
                       AND WS-PND-COUNT < WS-PND-MAX-ENTRIES
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-PND-COUNT TO WS-PND-SUB
                   MOVE PEND-HELD-DATE TO WS-PND-HELD-DATE(WS-PND-SUB)
                   MOVE PEND-TRAN-IMAGE TO WS-PND-IMAGE(WS-PND-SUB)
                   MOVE SPACES TO WS-PND-CHECKER-ID(WS-PND-SUB)
                   SET WS-PND-WAITING(WS-PND-SUB) TO TRUE
               ELSE
                   DISPLAY 'STAMNT: PENDING RECORD FOR ' PEND-PROGRAM
                           ' HELD ' PEND-HELD-DATE
                           ' NOT CARRIED - WRONG STORE OR STORE FULL'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * EVERY TRANSACTION MUST SAY WHO KEYED IT AND WHEN.  A REQUEST
      * IS ONLY HELD HERE - NOTHING TOUCHES THE MASTER UNTIL THE
      * APPROVALS HAVE BEEN MATCHED.
       0300-LOAD-TRANSACTION.
           READ STATRN-FILE INTO STATRN-REC
               AT END
                   SET WS-END-OF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
           END-READ.
           IF NOT WS-END-OF-TRANS
               MOVE SPACES TO WS-LINE-CHECKER
               EVALUATE TRUE
                   WHEN TRN-OPERATOR-ID = SPACES
                       MOVE 'REJECTED - NO OPERATOR ID'
                           TO WS-RESULT-TEXT
                       PERFORM 0390-REJECT-ENTRY
                   WHEN TRN-REQUEST-TS IS NOT NUMERIC
                       MOVE 'REJECTED - REQUEST TIME NOT NUMERIC'
                           TO WS-RESULT-TEXT
                       PERFORM 0390-REJECT-ENTRY
                   WHEN TRN-APPROVAL
                       PERFORM 0350-TABLE-APPROVAL
                   WHEN TRN-REQUEST
                       PERFORM 0320-HOLD-REQUEST
                   WHEN OTHER
                       MOVE 'REJECTED - ENTRY TYPE NOT R OR V'
                           TO WS-RESULT-TEXT
                       PERFORM 0390-REJECT-ENTRY
               END-EVALUATE
           END-IF.

      * THE SAME REQUEST ARRIVING TWICE - RE-KEYED, OR RECUT BY THE
      * NIGHTLY ASSET SYNC WHILE THE FIRST IS STILL WAITING - IS
      * NOT HELD AGAIN, SO ONE APPROVAL CANNOT BE SPENT TWICE AND
      * THE FIRST ONE KEEPS ITS PLACE ON THE EXPIRY CLOCK.
       0320-HOLD-REQUEST.
           PERFORM 0330-FIND-SAME-REQUEST.
           IF WS-PND-FOUND
               MOVE 'REJECTED - SAME REQUEST ALREADY PENDING'
                   TO WS-RESULT-TEXT
               PERFORM 0390-REJECT-ENTRY
           ELSE
               IF WS-PND-COUNT < WS-PND-MAX-ENTRIES
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-PND-COUNT TO WS-PND-SUB
                   MOVE WS-CURRENT-DATE
                       TO WS-PND-HELD-DATE(WS-PND-SUB)
                   MOVE STATRN-REC TO WS-PND-IMAGE(WS-PND-SUB)
                   MOVE SPACES TO WS-PND-CHECKER-ID(WS-PND-SUB)
                   SET WS-PND-WAITING(WS-PND-SUB) TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD FOR APPROVAL' TO WS-RESULT-TEXT
                   PERFORM 2500-WRITE-TRANS-LINE
               ELSE
                   MOVE 'REJECTED - PENDING STORE FULL'
                       TO WS-RESULT-TEXT
                   PERFORM 0390-REJECT-ENTRY
               END-IF
           END-IF.

       0330-FIND-SAME-REQUEST.
           MOVE 'N' TO WS-PND-FOUND-SWITCH.
           PERFORM 0335-MATCH-SAME-REQUEST
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT OR WS-PND-FOUND.

       0335-MATCH-SAME-REQUEST.
           IF (WS-PND-STATION-ID(WS-PND-SUB) = TRN-STATION-ID
                   AND WS-PND-ACTION(WS-PND-SUB) = TRN-ACTION
                   AND WS-PND-REQUEST-TS(WS-PND-SUB)
                       = TRN-REQUEST-TS)
               OR (WS-PND-CONTENT(WS-PND-SUB) = STATRN-REC(1:48)
                   AND WS-PND-OPERATOR-ID(WS-PND-SUB)
                       = TRN-OPERATOR-ID)
               SET WS-PND-FOUND TO TRUE
           END-IF.

       0350-TABLE-APPROVAL.
           IF WS-APV-COUNT < WS-APV-MAX-ENTRIES
               ADD 1 TO WS-APV-COUNT
               MOVE STATRN-REC TO WS-APV-IMAGE(WS-APV-COUNT)
           ELSE
               MOVE 'REJECTED - TOO MANY APPROVALS IN ONE RUN'
                   TO WS-RESULT-TEXT
               PERFORM 0390-REJECT-ENTRY
           END-IF.

       0390-REJECT-ENTRY.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-TRANS-LINE.

      * AN APPROVAL QUOTES THE STATION, ACTION AND REQUEST TIME OF
      * THE REQUEST IT RELEASES, AND MUST COME FROM SOMEONE OTHER
      * THAN THE MAKER.  THE REPORT LINE SHOWS THE APPROVER.
       0400-APPLY-APPROVAL.
           MOVE WS-APV-IMAGE(WS-APV-SUB) TO STATRN-REC.
           MOVE SPACES TO WS-LINE-CHECKER.
           MOVE 'N' TO WS-PND-FOUND-SWITCH.
           PERFORM 0410-MATCH-APPROVAL
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT OR WS-PND-FOUND.
           EVALUATE TRUE
               WHEN NOT WS-PND-FOUND
                   MOVE 'REJECTED - NO SUCH REQUEST PENDING'
                       TO WS-RESULT-TEXT
                   PERFORM 0390-REJECT-ENTRY
               WHEN WS-PND-APPROVED(WS-PND-HIT-SUB)
                   MOVE 'REJECTED - REQUEST ALREADY APPROVED'
                       TO WS-RESULT-TEXT
                   PERFORM 0390-REJECT-ENTRY
               WHEN WS-PND-OPERATOR-ID(WS-PND-HIT-SUB)
                       = TRN-OPERATOR-ID
                   MOVE 'REJECTED - APPROVER IS THE MAKER'
                       TO WS-RESULT-TEXT
                   PERFORM 0390-REJECT-ENTRY
               WHEN OTHER
                   SET WS-PND-APPROVED(WS-PND-HIT-SUB) TO TRUE
                   MOVE TRN-OPERATOR-ID
                       TO WS-PND-CHECKER-ID(WS-PND-HIT-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVAL ACCEPTED' TO WS-RESULT-TEXT
                   PERFORM 2500-WRITE-TRANS-LINE
           END-EVALUATE.

       0410-MATCH-APPROVAL.
           IF WS-PND-STATION-ID(WS-PND-SUB) = TRN-STATION-ID
                   AND WS-PND-ACTION(WS-PND-SUB) = TRN-ACTION
                   AND WS-PND-REQUEST-TS(WS-PND-SUB) = TRN-REQUEST-TS
               SET WS-PND-FOUND TO TRUE
               MOVE WS-PND-SUB TO WS-PND-HIT-SUB
           END-IF.

      * AGE IN CALENDAR DAYS FROM THE DATE THE REQUEST WAS FIRST
      * HELD.  AN APPROVAL IN THIS RUN BEATS THE CLOCK.
       0450-CHECK-EXPIRY.
           IF WS-PND-WAITING(WS-PND-SUB)
               PERFORM 0460-COMPUTE-AGE
               IF WS-PND-AGE > WS-PEND-EXPIRY-DAYS
                   SET WS-PND-EXPIRED(WS-PND-SUB) TO TRUE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE WS-PND-IMAGE(WS-PND-SUB) TO STATRN-REC
                   MOVE SPACES TO WS-LINE-CHECKER
                   MOVE WS-PND-AGE TO WS-PND-AGE-ED
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING 'EXPIRED - WAITED ' DELIMITED BY SIZE
                          WS-PND-AGE-ED DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
                   END-STRING
                   PERFORM 2500-WRITE-TRANS-LINE
                   MOVE 'X' TO WS-LOG-EVENT
                   MOVE WS-PND-SUB TO WS-APPLY-SUB
                   PERFORM 7000-WRITE-MAINT-LOG
               END-IF
           END-IF.

       0460-COMPUTE-AGE.
           IF WS-PND-HELD-DATE(WS-PND-SUB) IS NUMERIC
               MOVE WS-PND-HELD-DATE(WS-PND-SUB) TO WS-HELD-DATE-NUM
               COMPUTE WS-PND-AGE = WS-CURRENT-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
           ELSE
               MOVE 0 TO WS-PND-AGE
           END-IF.

      * STATUS '05' MEANS THE OPTIONAL OLD MASTER WAS NOT THERE AT
      * OPEN (FIRST-EVER RUN) - TREATED AS AN IMMEDIATE END OF FILE.
               MOVE HIGH-VALUES TO WS-MST-KEY
           END-IF.

      * THE TRANSACTION SIDE OF THE MATCH IS NOW THE APPROVED
      * ENTRIES OF THE PENDING TABLE - NEXT IS THE LOWEST STATION
      * ID LEFT, AND THE STRICT COMPARE KEEPS THE EARLIEST ENTRY
      * FOR A STATION AHEAD OF ITS LATER ONES.
       0600-READ-TRANS.
           MOVE 0 TO WS-APPLY-SUB.
           MOVE HIGH-VALUES TO WS-TRN-KEY.
           PERFORM 0650-PICK-LOWEST-APPROVED
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           IF WS-APPLY-SUB = 0
               SET WS-END-OF-TRANS TO TRUE
           ELSE
               SET WS-PND-TAKEN(WS-APPLY-SUB) TO TRUE
               MOVE WS-PND-IMAGE(WS-APPLY-SUB) TO STATRN-REC
               MOVE WS-PND-CHECKER-ID(WS-APPLY-SUB)
                   TO WS-LINE-CHECKER
           END-IF.

       0650-PICK-LOWEST-APPROVED.
           IF WS-PND-APPROVED(WS-PND-SUB)
                   AND WS-PND-STATION-ID(WS-PND-SUB) < WS-TRN-KEY
               MOVE WS-PND-SUB TO WS-APPLY-SUB
               MOVE WS-PND-STATION-ID(WS-PND-SUB) TO WS-TRN-KEY
           END-IF.

      * BALANCE-LINE MATCH.  THE HOLD RECORD CARRIES THE STATION THE
      * TRANSACTIONS ARE CURRENTLY WORKING ON; MASTERS BELOW THE
               SET WS-HOLD-ACTIVE TO TRUE
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADDED' TO WS-RESULT-TEXT
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM 7010-LOG-APPLIED
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - STATION NOT ON MASTER'
           PERFORM 0600-READ-TRANS.

       2000-APPLY-TRANS-TO-HOLD.
           MOVE WS-HOLD-REC TO WS-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN TRN-ADD
                   ADD 1 TO WS-REJECT-COUNT
                   END-IF
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGED' TO WS-RESULT-TEXT
                   PERFORM 7010-LOG-APPLIED
               WHEN TRN-DEACTIVATE
                   MOVE 'I' TO WS-HOLD-STATUS
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE 'DEACTIVATED' TO WS-RESULT-TEXT
                   PERFORM 7010-LOG-APPLIED
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
           STRING TRN-ACTION DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  TRN-STATION-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRN-OPERATOR-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRN-REQUEST-TS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-CHECKER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       2550-WRITE-SECTION-HEADING.
           IF NOT WS-RPT-HDR-WRITTEN
               PERFORM 2600-WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-SECTION-TEXT TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       2600-WRITE-REPORT-HEADING.
           SET WS-RPT-HDR-WRITTEN TO TRUE.
           MOVE SPACES TO REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'ACT' DELIMITED BY SIZE
                  '  STATION ' DELIMITED BY SIZE
                  '  OPERATOR' DELIMITED BY SIZE
                  '  REQUESTED     ' DELIMITED BY SIZE
                  '  APPROVER' DELIMITED BY SIZE
                  '  RESULT' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       3000-COPY-MASTER-FORWARD.
           MOVE OLDMST-REC TO STATION-REC.
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 4200-WRITE-APPROVAL-COUNTS.
      * NO READER-LIMIT CHECK ANY MORE - SINVAL AND TRIGCLC LOOK
      * STATIONS UP IN THE KEYED MASTER AT RANDOM, SO THERE IS NO
      * COMPILED-IN STATION CAP LEFT TO OUTGROW.
           IF (WS-REJECT-COUNT > 0 OR WS-EXPIRED-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

                  INTO REPORT-REC(79:)
           END-STRING.

       4200-WRITE-APPROVAL-COUNTS.
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'DUAL CONTROL -  HELD: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-ED.
           STRING '  APPROVED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(31:)
           END-STRING.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           STRING '  EXPIRED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(51:)
           END-STRING.
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           STRING '  STILL PENDING: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(70:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-PEND-EXPIRY-DAYS TO WS-PND-AGE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'REQUESTS EXPIRE AFTER ' DELIMITED BY SIZE
                  WS-PND-AGE-ED DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           IF WS-TOL-LOADED
               MOVE ' (TOLERANCE CONTROL IN EFFECT)'
                   TO REPORT-REC(33:)
           ELSE
               MOVE ' (COMPILED DEFAULT)' TO REPORT-REC(33:)
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * EVERY REQUEST NEITHER APPLIED NOR EXPIRED GOES ONTO THE NEW
      * PENDING STORE WITH ITS ORIGINAL HELD DATE, AND IS LISTED SO
      * THE APPROVERS CAN SEE WHAT IS WAITING FOR THEM.
       4500-CARRY-PENDING.
           IF WS-PND-WAITING(WS-PND-SUB)
               MOVE SPACES TO PEND-REC
               MOVE 'STAMNT  ' TO PEND-PROGRAM
               MOVE WS-PND-HELD-DATE(WS-PND-SUB) TO PEND-HELD-DATE
               MOVE WS-PND-IMAGE(WS-PND-SUB) TO PEND-TRAN-IMAGE
               WRITE PENDOUT-REC FROM PEND-REC
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 0460-COMPUTE-AGE
               MOVE WS-PND-AGE TO WS-PND-AGE-ED
               MOVE WS-PND-IMAGE(WS-PND-SUB) TO STATRN-REC
               MOVE SPACES TO WS-LINE-CHECKER
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'PENDING - HELD ' DELIMITED BY SIZE
                      WS-PND-HELD-DATE(WS-PND-SUB) DELIMITED BY SIZE
                      ', AGE ' DELIMITED BY SIZE
                      WS-PND-AGE-ED DELIMITED BY SIZE
                      INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 2500-WRITE-TRANS-LINE
           END-IF.

      * MAINTENANCE LOG - ONE RECORD PER CHANGE APPLIED ('A', THE
      * STATION RECORD BEFORE AND AFTER) AND PER REQUEST EXPIRED
      * ('X', NO IMAGES).  WS-APPLY-SUB POINTS AT THE PENDING ENTRY.
      * A LOG WRITE THAT FAILS MEANS A CHANGE WITH NO AUDIT RECORD -
      * FAIL THE RUN SO THE MASTER IS NOT RELEASED.
       7000-WRITE-MAINT-LOG.
           MOVE SPACES TO MAINT-LOG-REC.
           MOVE 'STAMNT  ' TO MLOG-PROGRAM.
           MOVE WS-LOG-EVENT TO MLOG-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MLOG-LOGGED-TS.
           MOVE WS-CURRENT-DATE TO MLOG-PROC-DATE.
           MOVE TRN-ACTION TO MLOG-ACTION.
           MOVE TRN-STATION-ID TO MLOG-KEY.
           MOVE TRN-OPERATOR-ID TO MLOG-MAKER-ID.
           MOVE TRN-REQUEST-TS TO MLOG-REQUEST-TS.
           MOVE WS-PND-CHECKER-ID(WS-APPLY-SUB) TO MLOG-CHECKER-ID.
           MOVE WS-PND-HELD-DATE(WS-APPLY-SUB) TO MLOG-HELD-DATE.
           MOVE STATRN-REC TO MLOG-TRAN-IMAGE.
           IF MLOG-APPLIED
               MOVE WS-BEFORE-IMAGE TO MLOG-BEFORE-IMAGE
               MOVE WS-HOLD-REC TO MLOG-AFTER-IMAGE
           END-IF.
           WRITE MAINT-LOG-REC.
           IF WS-MAINTLOG-STATUS NOT = '00'
               DISPLAY 'STAMNT: MAINTENANCE LOG WRITE FAILED FOR '
                       'STATION ' TRN-STATION-ID
                       ' - FILE STATUS ' WS-MAINTLOG-STATUS
                       ' - DO NOT RELEASE THIS MASTER'
               MOVE 16 TO RETURN-CODE
           END-IF.

       7010-LOG-APPLIED.
           MOVE 'A' TO WS-LOG-EVENT.
           PERFORM 7000-WRITE-MAINT-LOG.

       9000-TERMINATE.
           IF WS-STAMST-STATUS = '00' OR '05' OR '10'
               CLOSE STAMST-FILE
           IF WS-STATRN-STATUS = '00' OR '10'
               CLOSE STATRN-FILE
           END-IF.
           IF WS-PENDIN-STATUS = '00' OR '05' OR '10'
               CLOSE PENDIN-FILE
           END-IF.
           IF WS-LOG-OPEN
               CLOSE MAINTLOG-FILE
           END-IF.
           CLOSE PENDOUT-FILE.
           CLOSE STANEW-FILE.
           IF WS-STAKEY-STATUS = '00'
               CLOSE STAKEY-FILE
