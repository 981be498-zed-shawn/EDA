      ***************************************************************
      * STASYNC - STATION MASTER SYNCHRONIZATION.  THE STATION      *
      * MASTER FELL BEHIND THE ASSET MANAGEMENT REGISTER WHENEVER   *
      * THE HAND-KEYED STATRN TRANSACTIONS LAGGED, AND EVERY        *
      * MISSED NEW STATION CAME BACK AS UNKNOWN-STATION REJECTS.    *
      * THIS PROGRAM TAKES THE REGISTER'S NIGHTLY FULL EXTRACT      *
      * (ASSETREC COPYBOOK, SORTED BY STATION ID) AND MATCHES IT    *
      * AGAINST THE CURRENT STATION MASTER GENERATION AS A BALANCE  *
      * LINE, CUTTING THE ADD, CHANGE AND DEACTIVATE TRANSACTIONS   *
      * (STATRN LAYOUT) THAT BRING THE MASTER INTO LINE FOR THE     *
      * NEXT STAMNT RUN TO APPLY.  CHANGES TOO RISKY TO APPLY       *
      * UNSEEN ARE NOT CUT BUT LISTED ON THE REVIEW REPORT INSTEAD: *
      *   - DEACTIVATING A STATION THAT SENT READINGS IN THE LAST N *
      *     DAYS (STATION HISTORY; N IS THE PARM, DEFAULT 30)       *
      *   - DEACTIVATING A STATION THAT STILL HAS OPEN SUSPENSE     *
      *     ITEMS                                                   *
      *   - MOVING A STATION TO A DIFFERENT SITE                    *
      * STATIONS ON THE MASTER BUT NOT ON THE REGISTER ARE NEVER    *
      * TOUCHED - THEY GO ON THE DISCREPANCY REPORT WITH THEIR LAST *
      * READING AND OPEN SUSPENSE FOR SOMEONE TO CHASE.             *
      * WHAT IS CUT IS ONLY REQUESTED, UNDER OPERATOR ID            *
      * 'STASYNC' - STAMNT HOLDS IT ON ITS PENDING STORE UNTIL AN   *
      * OPERATOR APPROVES IT, AS FOR ANY HAND-KEYED CHANGE.         *
      * RETURN CODES:                                               *
      *    4 - ITEMS ON THE REVIEW OR DISCREPANCY REPORT            *
      *   16 - EXTRACT MISSING, EMPTY OR OUT OF SEQUENCE (NO        *
      *        TRANSACTIONS CUT)                                    *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STASYNC.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO ASSETX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT OPTIONAL STAMST-FILE ASSIGN TO STAMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMST-STATUS.

           SELECT OPTIONAL STAHMST-FILE ASSIGN TO STAHMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAHMST-STATUS.

           SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SYNCTRN-FILE ASSIGN TO SYNCTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYNCTRN-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-FILE ASSIGN TO REVIEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCREP-FILE ASSIGN TO DISCREP
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
       FD  ASSET-FILE
           RECORDING MODE IS F.
       COPY ASSETREC.

       FD  STAMST-FILE
           RECORDING MODE IS F.
       COPY STATREC.

       FD  STAHMST-FILE
           RECORDING MODE IS F.
       COPY STAHREC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  SYNCTRN-FILE
           RECORDING MODE IS F.
       COPY STATRN.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  REVIEW-REC                  PIC X(133).

       FD  DISCREP-FILE
           RECORDING MODE IS F.
       01  DISCREP-REC                 PIC X(133).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ASSET-STATUS             PIC XX.
       01  WS-STAMST-STATUS            PIC XX.
       01  WS-STAHMST-STATUS           PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-SYNCTRN-STATUS           PIC XX.
       01  WS-AST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-EXTRACT       VALUE 'Y'.
       01  WS-MST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-MASTER        VALUE 'Y'.
       01  WS-HST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-HISTORY       VALUE 'Y'.
       01  WS-SUSP-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-SUSPENSE      VALUE 'Y'.
       01  WS-EXTRACT-SWITCH           PIC X VALUE 'Y'.
           88  WS-EXTRACT-USABLE       VALUE 'Y'.
       01  WS-HISTORY-SWITCH           PIC X VALUE 'N'.
           88  WS-HISTORY-USABLE       VALUE 'Y'.
       01  WS-AST-KEY                  PIC X(8).
       01  WS-MST-KEY                  PIC X(8).
       01  WS-PREV-AST-KEY             PIC X(8) VALUE LOW-VALUES.

      * READINGS MORE RECENT THAN THIS MAKE A DEACTIVATION RISKY.
       01  WS-RECENT-DAYS              PIC 9(4) VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-BUS-DATE-NUM             PIC 9(8).
       01  WS-LAST-RDG-DATE            PIC X(8).
       01  WS-OPEN-SUSP                PIC 9(6).

      * OPEN SUSPENSE ITEMS BY STATION - SUSPENSE IS IN REJECT
      * ORDER, NOT STATION ORDER, SO IT CANNOT JOIN THE BALANCE LINE.
       01  WS-OSP-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-OSP-COUNT                PIC 9(4) VALUE 0.
       01  WS-OSP-TABLE.
           05  WS-OSP-ENTRY OCCURS 2000 TIMES.
               10  WS-OSP-STATION-ID   PIC X(8).
               10  WS-OSP-ITEMS        PIC 9(6).
       01  WS-OSP-SUB                  PIC 9(4).
       01  WS-OSP-HIT                  PIC 9(4).
       01  WS-OSP-FIND-ID              PIC X(8).
       01  WS-OSP-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-OSP-FULL             VALUE 'Y'.

      * WHAT THE MATCH DECIDED FOR THE CURRENT STATION.
       01  WS-CHG-DESC                 PIC X(30).
       01  WS-CHG-SITE-ID              PIC X(8).
       01  WS-CHG-STATUS               PIC X.
       01  WS-CHG-SWITCH               PIC X.
           88  WS-CHANGE-NEEDED        VALUE 'Y'.
       01  WS-REVIEW-CHANGE            PIC X(12).
       01  WS-REVIEW-CURRENT           PIC X(10).
       01  WS-REVIEW-PROPOSED          PIC X(10).
       01  WS-REVIEW-REASON            PIC X(60).
       01  WS-REASON-PTR               PIC 9(3).
       01  WS-NOTE-TEXT                PIC X(30).

       01  WS-EXTRACT-COUNT            PIC 9(8) VALUE 0.
       01  WS-MASTER-COUNT             PIC 9(8) VALUE 0.
       01  WS-TRANS-COUNT              PIC 9(8) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(8) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(8) VALUE 0.
       01  WS-DEACT-COUNT              PIC 9(8) VALUE 0.
       01  WS-REVIEW-COUNT             PIC 9(8) VALUE 0.
       01  WS-DISCREP-COUNT            PIC 9(8) VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-SMALL-ED                 PIC ZZZZZ9.

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
           PERFORM 0200-OPEN-INPUTS.
           IF WS-EXTRACT-USABLE
               PERFORM 0300-LOAD-OPEN-SUSPENSE
               PERFORM 1000-MATCH-ONE-KEY
                   UNTIL (WS-END-OF-EXTRACT AND WS-END-OF-MASTER)
                      OR NOT WS-EXTRACT-USABLE
           END-IF.
           IF NOT WS-EXTRACT-USABLE
               PERFORM 8500-DISCARD-TRANSACTIONS
           END-IF.
           PERFORM 6000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'SY' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           IF LS-PARM-LEN > 0
               MOVE FUNCTION NUMVAL(LS-PARM-TEXT(1:LS-PARM-LEN))
                   TO WS-RECENT-DAYS
           END-IF.
           IF WS-RECENT-DAYS = 0
               MOVE 30 TO WS-RECENT-DAYS
           END-IF.
           MOVE WS-BUS-DATE TO WS-BUS-DATE-NUM.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
                - WS-RECENT-DAYS).
           OPEN OUTPUT SYNCTRN-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT REVIEW-FILE.
           OPEN OUTPUT DISCREP-FILE.
           PERFORM 5000-WRITE-HEADINGS.

      * SAME RULE AS EVERY OTHER STEP: THE BUSINESS DATE COMES FROM
      * THE RUN CONTROL, FALLING BACK TO THE WALL CLOCK WITH A
      * WARNING.
       0050-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       DISPLAY 'STASYNC: RUN CONTROL DATASET IS EMPTY'
                               ' - USING THE WALL-CLOCK DATE'
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'STASYNC: RUN CONTROL DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-RUNCTL-STATUS
                       ' - USING THE WALL-CLOCK DATE'
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'STASYNC: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - USING THE '
                       'WALL-CLOCK DATE'
           END-IF.

      * AN EMPTY EXTRACT WOULD PUT EVERY STATION ON THE DISCREPANCY
      * REPORT AND TELL NOBODY ANYTHING - TREAT IT AS NOT ARRIVED.
      * THE MASTER IS OPTIONAL FOR THE FIRST-EVER RUN (DD DUMMY),
      * WHEN EVERY LIVE STATION ON THE REGISTER BECOMES AN ADD.
       0200-OPEN-INPUTS.
           OPEN INPUT ASSET-FILE.
           IF WS-ASSET-STATUS = '00'
               PERFORM 0250-READ-EXTRACT
               IF WS-END-OF-EXTRACT
                   DISPLAY 'STASYNC: ASSET EXTRACT IS EMPTY - NO '
                           'TRANSACTIONS CUT'
                   MOVE 'N' TO WS-EXTRACT-SWITCH
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'STASYNC: ASSET EXTRACT NOT AVAILABLE - FILE '
                       'STATUS ' WS-ASSET-STATUS
                       ' - NO TRANSACTIONS CUT'
               MOVE 'N' TO WS-EXTRACT-SWITCH
               SET WS-END-OF-EXTRACT TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN INPUT STAMST-FILE.
           IF WS-STAMST-STATUS = '00' OR '05'
               PERFORM 0260-READ-MASTER
           ELSE
               DISPLAY 'STASYNC: STATION MASTER NOT AVAILABLE - FILE '
                       'STATUS ' WS-STAMST-STATUS
                       ' - NO TRANSACTIONS CUT'
               MOVE 'N' TO WS-EXTRACT-SWITCH
               SET WS-END-OF-MASTER TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN INPUT STAHMST-FILE.
           IF WS-STAHMST-STATUS = '00'
               SET WS-HISTORY-USABLE TO TRUE
               PERFORM 0270-READ-HISTORY
           ELSE
               DISPLAY 'STASYNC: STATION HISTORY MASTER NOT '
                       'AVAILABLE - FILE STATUS ' WS-STAHMST-STATUS
                       ' - EVERY DEACTIVATION HELD FOR REVIEW'
               SET WS-END-OF-HISTORY TO TRUE
           END-IF.

      * THE BALANCE LINE NEEDS THE EXTRACT IN STRICT STATION-ID
      * SEQUENCE - A KEY OUT OF ORDER OR REPEATED WOULD TURN INTO
      * BOGUS ADDS AND DISCREPANCIES, SO THE RUN STOPS CUTTING.
       0250-READ-EXTRACT.
           READ ASSET-FILE
               AT END
                   SET WS-END-OF-EXTRACT TO TRUE
                   MOVE HIGH-VALUES TO WS-AST-KEY
               NOT AT END
                   ADD 1 TO WS-EXTRACT-COUNT
                   MOVE AST-STATION-ID TO WS-AST-KEY
           END-READ.
           IF NOT WS-END-OF-EXTRACT
               IF WS-AST-KEY NOT > WS-PREV-AST-KEY
                   DISPLAY 'STASYNC: ASSET EXTRACT OUT OF SEQUENCE AT '
                           'STATION ' WS-AST-KEY ' (AFTER '
                           WS-PREV-AST-KEY ') - NO TRANSACTIONS CUT'
                   MOVE 'N' TO WS-EXTRACT-SWITCH
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE WS-AST-KEY TO WS-PREV-AST-KEY
           END-IF.

      * STATUS '05' IS THE OPTIONAL MASTER ABSENT AT OPEN.
       0260-READ-MASTER.
           IF WS-STAMST-STATUS = '00'
               READ STAMST-FILE
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                       MOVE HIGH-VALUES TO WS-MST-KEY
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE STA-STATION-ID TO WS-MST-KEY
               END-READ
           ELSE
               SET WS-END-OF-MASTER TO TRUE
               MOVE HIGH-VALUES TO WS-MST-KEY
           END-IF.

       0270-READ-HISTORY.
           READ STAHMST-FILE
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.

       0300-LOAD-OPEN-SUSPENSE.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '00' OR '05'
               PERFORM 0310-TAKE-ONE-SUSPENSE-ITEM
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSP-FILE
           ELSE
               DISPLAY 'STASYNC: SUSPENSE DATASET NOT AVAILABLE - FILE'
                       ' STATUS ' WS-SUSP-STATUS
                       ' - OPEN ITEMS NOT CHECKED'
           END-IF.

       0310-TAKE-ONE-SUSPENSE-ITEM.
           READ SUSP-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SUSPENSE AND SUSP-OPEN
               MOVE SUSP-STATION-ID TO WS-OSP-FIND-ID
               PERFORM 7000-FIND-OPEN-SUSPENSE
               IF WS-OSP-HIT > 0
                   ADD 1 TO WS-OSP-ITEMS(WS-OSP-HIT)
               ELSE
                   IF WS-OSP-COUNT < WS-OSP-MAX-ENTRIES
                       ADD 1 TO WS-OSP-COUNT
                       MOVE SUSP-STATION-ID
                           TO WS-OSP-STATION-ID(WS-OSP-COUNT)
                       MOVE 1 TO WS-OSP-ITEMS(WS-OSP-COUNT)
                   ELSE
                       IF NOT WS-OSP-FULL
                           SET WS-OSP-FULL TO TRUE
                           DISPLAY 'STASYNC: MORE THAN '
                                   WS-OSP-MAX-ENTRIES ' STATIONS WITH'
                                   ' OPEN SUSPENSE - LATER ONES NOT '
                                   'CHECKED'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * BALANCE-LINE MATCH OF THE REGISTER AGAINST THE MASTER.
       1000-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-MST-KEY < WS-AST-KEY
                   PERFORM 2000-ONLY-ON-MASTER
                   PERFORM 0260-READ-MASTER
               WHEN WS-MST-KEY = WS-AST-KEY
                   PERFORM 3000-COMPARE-STATION
                   PERFORM 0260-READ-MASTER
                   PERFORM 0250-READ-EXTRACT
               WHEN OTHER
                   PERFORM 4000-ONLY-ON-REGISTER
                   PERFORM 0250-READ-EXTRACT
           END-EVALUATE.

      * NOTHING IS CUT FOR A STATION THE REGISTER DOES NOT KNOW -
      * IT MAY BE A REGISTER OMISSION AS EASILY AS A REMOVAL.
       2000-ONLY-ON-MASTER.
           PERFORM 2100-GATHER-ACTIVITY.
           ADD 1 TO WS-DISCREP-COUNT.
           MOVE SPACES TO DISCREP-REC.
           MOVE STA-STATION-ID TO DISCREP-REC(1:8).
           MOVE STA-DESC TO DISCREP-REC(11:30).
           MOVE STA-SITE-ID TO DISCREP-REC(43:8).
           IF STA-IN-SERVICE
               MOVE 'IN SERVICE' TO DISCREP-REC(53:10)
           ELSE
               MOVE 'OUT OF SVC' TO DISCREP-REC(53:10)
           END-IF.
           IF WS-LAST-RDG-DATE = SPACES
               MOVE 'NEVER' TO DISCREP-REC(65:5)
           ELSE
               MOVE WS-LAST-RDG-DATE TO DISCREP-REC(65:8)
           END-IF.
           MOVE WS-OPEN-SUSP TO WS-SMALL-ED.
           MOVE WS-SMALL-ED TO DISCREP-REC(77:6).
           WRITE DISCREP-REC AFTER ADVANCING 1 LINE.

      * LAST READING DATE (STATION HISTORY, BALANCE LINE - SAME WAY
      * AS SINGAP) AND OPEN SUSPENSE ITEMS FOR THE CURRENT STATION.
       2100-GATHER-ACTIVITY.
           MOVE SPACES TO WS-LAST-RDG-DATE.
           PERFORM 0270-READ-HISTORY
               UNTIL WS-END-OF-HISTORY
                  OR SHST-STATION-ID NOT < WS-MST-KEY.
           PERFORM 2110-TAKE-ONE-HISTORY-DAY
               UNTIL WS-END-OF-HISTORY
                  OR SHST-STATION-ID NOT = WS-MST-KEY.
           MOVE WS-MST-KEY TO WS-OSP-FIND-ID.
           PERFORM 7000-FIND-OPEN-SUSPENSE.
           IF WS-OSP-HIT > 0
               MOVE WS-OSP-ITEMS(WS-OSP-HIT) TO WS-OPEN-SUSP
           ELSE
               MOVE 0 TO WS-OPEN-SUSP
           END-IF.

       2110-TAKE-ONE-HISTORY-DAY.
           IF SHST-BUS-DATE NOT > WS-BUS-DATE
                   AND SHST-RDG-COUNT IS NUMERIC
                   AND SHST-RDG-COUNT > 0
                   AND SHST-BUS-DATE > WS-LAST-RDG-DATE
               MOVE SHST-BUS-DATE TO WS-LAST-RDG-DATE
           END-IF.
           PERFORM 0270-READ-HISTORY.

      * ON BOTH SIDES: DESCRIPTION, A FIRST SITE ASSIGNMENT AND A
      * RETURN TO SERVICE GO OUT AS ONE CHANGE; A SITE MOVE GOES TO
      * REVIEW; A RETIREMENT IS A DEACTIVATION UNLESS THE STATION
      * IS STILL BUSY.  A REGISTER WITH NO SITE LEAVES OURS ALONE.
       3000-COMPARE-STATION.
           PERFORM 2100-GATHER-ACTIVITY.
           MOVE SPACES TO WS-CHG-DESC WS-CHG-SITE-ID WS-CHG-STATUS.
           MOVE 'N' TO WS-CHG-SWITCH.
           IF AST-DESC NOT = SPACES AND AST-DESC NOT = STA-DESC
               MOVE AST-DESC TO WS-CHG-DESC
               SET WS-CHANGE-NEEDED TO TRUE
           END-IF.
           IF AST-SITE-ID NOT = SPACES
                   AND AST-SITE-ID NOT = STA-SITE-ID
               IF STA-SITE-ID = SPACES
                   MOVE AST-SITE-ID TO WS-CHG-SITE-ID
                   SET WS-CHANGE-NEEDED TO TRUE
               ELSE
                   MOVE 'SITE MOVE' TO WS-REVIEW-CHANGE
                   MOVE STA-SITE-ID TO WS-REVIEW-CURRENT
                   MOVE AST-SITE-ID TO WS-REVIEW-PROPOSED
                   MOVE 'STATION MOVES SITE - APPLY BY HAND IF RIGHT'
                       TO WS-REVIEW-REASON
                   PERFORM 3900-WRITE-REVIEW-LINE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AST-IN-SERVICE AND STA-OUT-OF-SERVICE
                   MOVE 'A' TO WS-CHG-STATUS
                   SET WS-CHANGE-NEEDED TO TRUE
               WHEN AST-RETIRED AND STA-IN-SERVICE
                   PERFORM 3200-DEACTIVATE-OR-REVIEW
               WHEN AST-IN-SERVICE OR AST-RETIRED
                   CONTINUE
               WHEN OTHER
                   MOVE STA-STATUS TO WS-REVIEW-CURRENT
                   PERFORM 3800-REVIEW-UNKNOWN-STATUS
           END-EVALUATE.
           IF WS-CHANGE-NEEDED
               MOVE SPACES TO STATRN-REC
               MOVE 'C' TO TRN-ACTION
               MOVE STA-STATION-ID TO TRN-STATION-ID
               MOVE WS-CHG-DESC TO TRN-DESC
               MOVE WS-CHG-SITE-ID TO TRN-SITE-ID
               MOVE WS-CHG-STATUS TO TRN-STATUS
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'REGISTER DIFFERS' TO WS-NOTE-TEXT
               PERFORM 3700-WRITE-TRANSACTION
           END-IF.

      * A RETIREMENT IS ONLY CUT WHEN THE STATION IS QUIET: NO
      * READINGS INSIDE THE WINDOW AND NO OPEN SUSPENSE.  ANY CHANGE
      * FOR THE SAME STATION IS WRITTEN AHEAD OF THE DEACTIVATION,
      * THE ORDER STAMNT THEN APPLIES THEM IN.
       3200-DEACTIVATE-OR-REVIEW.
           MOVE SPACES TO WS-REVIEW-REASON.
           MOVE 1 TO WS-REASON-PTR.
           IF NOT WS-HISTORY-USABLE
               STRING 'NO STATION HISTORY TO CHECK  '
                      DELIMITED BY SIZE
                      INTO WS-REVIEW-REASON
                      WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           IF WS-LAST-RDG-DATE NOT = SPACES
                   AND WS-LAST-RDG-DATE NOT < WS-CUTOFF-DATE
               STRING 'READINGS ON ' DELIMITED BY SIZE
                      WS-LAST-RDG-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      INTO WS-REVIEW-REASON
                      WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           IF WS-OPEN-SUSP > 0
               MOVE WS-OPEN-SUSP TO WS-SMALL-ED
               STRING 'OPEN SUSPENSE ITEMS:' DELIMITED BY SIZE
                      WS-SMALL-ED DELIMITED BY SIZE
                      INTO WS-REVIEW-REASON
                      WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           IF WS-REASON-PTR > 1
               MOVE 'DEACTIVATE' TO WS-REVIEW-CHANGE
               MOVE 'IN SERVICE' TO WS-REVIEW-CURRENT
               MOVE 'RETIRED' TO WS-REVIEW-PROPOSED
               PERFORM 3900-WRITE-REVIEW-LINE
           ELSE
               IF WS-CHANGE-NEEDED
                   MOVE SPACES TO STATRN-REC
                   MOVE 'C' TO TRN-ACTION
                   MOVE STA-STATION-ID TO TRN-STATION-ID
                   MOVE WS-CHG-DESC TO TRN-DESC
                   MOVE WS-CHG-SITE-ID TO TRN-SITE-ID
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'REGISTER DIFFERS' TO WS-NOTE-TEXT
                   PERFORM 3700-WRITE-TRANSACTION
                   MOVE 'N' TO WS-CHG-SWITCH
               END-IF
               MOVE SPACES TO STATRN-REC
               MOVE 'D' TO TRN-ACTION
               MOVE STA-STATION-ID TO TRN-STATION-ID
               ADD 1 TO WS-DEACT-COUNT
               MOVE 'RETIRED ON REGISTER' TO WS-NOTE-TEXT
               PERFORM 3700-WRITE-TRANSACTION
           END-IF.

      * EVERY TRANSACTION CUT HERE IS A REQUEST UNDER STAMNT'S DUAL
      * CONTROL, MADE BY THIS PROGRAM AND TIMED AT THE START OF THE
      * RUN - AN OPERATOR STILL HAS TO APPROVE IT BEFORE IT APPLIES.
       3700-WRITE-TRANSACTION.
           MOVE 'R' TO TRN-ENTRY-TYPE.
           MOVE 'STASYNC ' TO TRN-OPERATOR-ID.
           MOVE WS-AUDIT-START-TS TO TRN-REQUEST-TS.
           WRITE STATRN-REC.
           IF WS-SYNCTRN-STATUS NOT = '00'
               DISPLAY 'STASYNC: TRANSACTION WRITE FAILED FOR STATION '
                       TRN-STATION-ID ' - FILE STATUS '
                       WS-SYNCTRN-STATUS ' - NO TRANSACTIONS CUT'
               MOVE 'N' TO WS-EXTRACT-SWITCH
               MOVE 16 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE SPACES TO REPORT-REC.
           MOVE TRN-ACTION TO REPORT-REC(1:1).
           MOVE TRN-STATION-ID TO REPORT-REC(6:8).
           MOVE TRN-DESC TO REPORT-REC(16:30).
           MOVE TRN-SITE-ID TO REPORT-REC(48:8).
           MOVE TRN-STATUS TO REPORT-REC(58:1).
           MOVE WS-NOTE-TEXT TO REPORT-REC(63:30).
           MOVE TRN-REQUEST-TS TO REPORT-REC(95:14).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * A STATUS CODE THE REGISTER HAS NEVER SENT BEFORE MEANS
      * NOTHING HERE - SOMEONE HAS TO SAY WHAT IT MEANS.
       3800-REVIEW-UNKNOWN-STATUS.
           MOVE 'STATUS' TO WS-REVIEW-CHANGE.
           MOVE AST-STATUS TO WS-REVIEW-PROPOSED.
           MOVE 'REGISTER STATUS IS NOT A OR I' TO WS-REVIEW-REASON.
           PERFORM 3900-WRITE-REVIEW-LINE.

       3900-WRITE-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO REVIEW-REC.
           MOVE AST-STATION-ID TO REVIEW-REC(1:8).
           MOVE WS-REVIEW-CHANGE TO REVIEW-REC(11:12).
           MOVE WS-REVIEW-CURRENT TO REVIEW-REC(25:10).
           MOVE WS-REVIEW-PROPOSED TO REVIEW-REC(37:10).
           MOVE WS-REVIEW-REASON TO REVIEW-REC(49:60).
           WRITE REVIEW-REC AFTER ADVANCING 1 LINE.

      * A NEW LIVE STATION IS ADDED IN SERVICE.  ONE THE REGISTER
      * HAS ALREADY RETIRED NEVER REACHED US AND IS NOT ADDED.
       4000-ONLY-ON-REGISTER.
           EVALUATE TRUE
               WHEN AST-IN-SERVICE
                   MOVE SPACES TO STATRN-REC
                   MOVE 'A' TO TRN-ACTION
                   MOVE AST-STATION-ID TO TRN-STATION-ID
                   MOVE AST-DESC TO TRN-DESC
                   MOVE AST-SITE-ID TO TRN-SITE-ID
                   MOVE 'A' TO TRN-STATUS
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'NEW ON REGISTER' TO WS-NOTE-TEXT
                   PERFORM 3700-WRITE-TRANSACTION
               WHEN AST-RETIRED
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN OTHER
                   MOVE 'NOT ON MST' TO WS-REVIEW-CURRENT
                   PERFORM 3800-REVIEW-UNKNOWN-STATUS
           END-EVALUATE.

       5000-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-REC.
           STRING 'STASYNC - STATION MASTER SYNCHRONIZATION'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'ACT' TO REPORT-REC(1:3).
           MOVE 'STATION' TO REPORT-REC(6:7).
           MOVE 'DESCRIPTION' TO REPORT-REC(16:11).
           MOVE 'SITE' TO REPORT-REC(48:4).
           MOVE 'STS' TO REPORT-REC(57:3).
           MOVE 'WHY' TO REPORT-REC(63:3).
           MOVE 'REQUESTED' TO REPORT-REC(95:9).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REVIEW-REC.
           STRING 'STASYNC - STATION CHANGES HELD FOR REVIEW'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REVIEW-REC.
           STRING 'NOT CUT AS TRANSACTIONS - KEY BY HAND ON STATRN '
                      DELIMITED BY SIZE
                  'ONCE CONFIRMED' DELIMITED BY SIZE
                  INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REVIEW-REC.
           WRITE REVIEW-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REVIEW-REC.
           MOVE 'STATION' TO REVIEW-REC(1:7).
           MOVE 'CHANGE' TO REVIEW-REC(11:6).
           MOVE 'CURRENT' TO REVIEW-REC(25:7).
           MOVE 'REGISTER' TO REVIEW-REC(37:8).
           MOVE 'REASON HELD' TO REVIEW-REC(49:11).
           WRITE REVIEW-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REVIEW-REC.
           WRITE REVIEW-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO DISCREP-REC.
           STRING 'STASYNC - STATIONS NOT ON THE ASSET REGISTER'
                      DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO DISCREP-REC
           END-STRING
           WRITE DISCREP-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO DISCREP-REC.
           WRITE DISCREP-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DISCREP-REC.
           MOVE 'STATION' TO DISCREP-REC(1:7).
           MOVE 'DESCRIPTION' TO DISCREP-REC(11:11).
           MOVE 'SITE' TO DISCREP-REC(43:4).
           MOVE 'STATUS' TO DISCREP-REC(53:6).
           MOVE 'LAST RDG' TO DISCREP-REC(65:8).
           MOVE 'OPEN SUSP' TO DISCREP-REC(75:9).
           WRITE DISCREP-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DISCREP-REC.
           WRITE DISCREP-REC AFTER ADVANCING 1 LINE.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-ED.
           STRING 'SUMMARY -  REGISTER: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-MASTER-COUNT TO WS-COUNT-ED.
           STRING '  MASTER: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(30:)
           END-STRING.
           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           STRING '  ADDS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(48:)
           END-STRING.
           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           STRING '  CHANGES: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(64:)
           END-STRING.
           MOVE WS-DEACT-COUNT TO WS-COUNT-ED.
           STRING '  DEACT: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(83:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REVIEW-COUNT TO WS-COUNT-ED.
           STRING '           HELD FOR REVIEW: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-DISCREP-COUNT TO WS-COUNT-ED.
           STRING '  NOT ON REGISTER: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(37:)
           END-STRING.
           MOVE WS-RETIRED-COUNT TO WS-COUNT-ED.
           STRING '  RETIRED, NEVER ADDED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(64:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF NOT WS-EXTRACT-USABLE
               MOVE SPACES TO REPORT-REC
               MOVE '*** NO TRANSACTIONS CUT - SEE THE JOB LOG'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-REVIEW-COUNT = 0
               MOVE SPACES TO REVIEW-REC
               MOVE 'NOTHING HELD FOR REVIEW' TO REVIEW-REC
               WRITE REVIEW-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-DISCREP-COUNT = 0
               MOVE SPACES TO DISCREP-REC
               MOVE 'EVERY STATION ON THE MASTER IS ON THE REGISTER'
                   TO DISCREP-REC
               WRITE DISCREP-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-EXTRACT-USABLE
               IF WS-REVIEW-COUNT > 0 OR WS-DISCREP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * ALL OR NOTHING: A PART-CUT TRANSACTION FILE WOULD HAVE
      * STAMNT APPLY HALF A SYNCHRONIZATION, SO IT IS EMPTIED.
       8500-DISCARD-TRANSACTIONS.
           CLOSE SYNCTRN-FILE.
           OPEN OUTPUT SYNCTRN-FILE.
           MOVE 0 TO WS-TRANS-COUNT WS-ADD-COUNT WS-CHANGE-COUNT
                     WS-DEACT-COUNT.

       7000-FIND-OPEN-SUSPENSE.
           MOVE 0 TO WS-OSP-HIT.
           PERFORM 7010-MATCH-OPEN-SUSPENSE
               VARYING WS-OSP-SUB FROM 1 BY 1
               UNTIL WS-OSP-SUB > WS-OSP-COUNT OR WS-OSP-HIT > 0.

       7010-MATCH-OPEN-SUSPENSE.
           IF WS-OSP-STATION-ID(WS-OSP-SUB) = WS-OSP-FIND-ID
               MOVE WS-OSP-SUB TO WS-OSP-HIT
           END-IF.

       9000-TERMINATE.
           IF WS-ASSET-STATUS = '00' OR '10'
               CLOSE ASSET-FILE
           END-IF.
           IF WS-STAMST-STATUS = '00' OR '05' OR '10'
               CLOSE STAMST-FILE
           END-IF.
           IF WS-HISTORY-USABLE
               CLOSE STAHMST-FILE
           END-IF.
           CLOSE SYNCTRN-FILE.
           CLOSE REPORT-FILE.
           CLOSE REVIEW-FILE.
           CLOSE DISCREP-FILE.
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
               MOVE 'STASYNC ' TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-EXTRACT-COUNT TO AUD-READ-COUNT
                   MOVE WS-TRANS-COUNT TO AUD-WRITE-COUNT
                   COMPUTE AUD-EXCEPT-COUNT =
                       WS-REVIEW-COUNT + WS-DISCREP-COUNT
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
                   DISPLAY 'STASYNC: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'STASYNC: WARNING - AUDIT DATASET COULD NOT BE '
                       'OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
