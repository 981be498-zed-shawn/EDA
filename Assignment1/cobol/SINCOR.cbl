      * DEFAULT 7) AGAINST THE BUSINESS DATE ARE ESCALATED.         *
      * RETURN CODE 4 WHEN ANY TRANSACTION REJECTS OR ANY ITEM IS   *
      * ESCALATED - EITHER WAY SOMEONE NEEDS TO LOOK.               *
      * DUAL CONTROL: A CORRECTION IS ONLY A REQUEST UNTIL A        *
      * SECOND OPERATOR APPROVES IT.  REQUESTS WAIT ON THE PENDING  *
      * STORE (PENDIN -> PENDOUT), EXPIRE AFTER                     *
      * TOL-PEND-EXPIRY-DAYS AGAINST THE BUSINESS DATE, AND EVERY   *
      * SUSPENSE ITEM CLOSED BY AN APPROVED CORRECTION IS APPENDED  *
      * TO THE SHARED MAINTENANCE LOG WITH ITS BEFORE AND AFTER     *
      * IMAGES, AS IS EVERY EXPIRY.                                 *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCOR.
           SELECT SUSPNEW-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIN-FILE ASSIGN TO PENDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.

           SELECT PENDOUT-FILE ASSIGN TO PENDOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINTLOG-FILE ASSIGN TO MAINTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO RECYCLE
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY SUSPREC.

      * READ INTO THE WORKING-STORAGE COPY, WHICH IS ALSO WHERE
      * PENDING REQUESTS ARE LOADED BACK FOR THE REPORT AND THE LOG.
       FD  CORTRN-FILE
           RECORDING MODE IS F.
       01  CORTRN-IN-REC               PIC X(78).

       FD  SUSPNEW-FILE
           RECORDING MODE IS F.
       COPY SUSPREC REPLACING SUSP-REC BY SUSPNEW-REC.

       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-REC                  PIC X(100).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-REC                 PIC X(100).

       FD  MAINTLOG-FILE
           RECORDING MODE IS F.
       COPY MAINTLOG.

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       COPY ANGLEREC.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       COPY CORTRN.
       COPY PENDREC.

       01  WS-SUSPMST-STATUS           PIC XX.
       01  WS-CORTRN-STATUS            PIC XX.
       01  WS-PENDIN-STATUS            PIC XX.
       01  WS-MAINTLOG-STATUS          PIC XX.
       01  WS-PND-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-PENDING       VALUE 'Y'.
       01  WS-LOG-OPEN-SWITCH          PIC X VALUE 'N'.
           88  WS-LOG-OPEN             VALUE 'Y'.
       01  WS-MST-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-MASTER        VALUE 'Y'.
       01  WS-TRN-EOF-SWITCH           PIC X VALUE 'N'.

      * OPERATOR CORRECTIONS ARE FEW (THEY ARE KEYED BY HAND), SO
      * THEY ARE TABLED AND THE SUSPENSE MASTER STREAMS PAST THEM.
      * ONLY APPROVED CORRECTIONS REACH THIS TABLE; WS-COR-PND-SUB
      * POINTS BACK AT THE PENDING ENTRY FOR THE MAINTENANCE LOG.
       01  WS-COR-MAX-ENTRIES          PIC 9(3) VALUE 500.
       01  WS-COR-COUNT                PIC 9(3) VALUE 0.
       01  WS-COR-TABLE.
               10  WS-COR-NEW-UNIT     PIC X.
               10  WS-COR-APPLIED-SW   PIC X.
                   88  WS-COR-APPLIED  VALUE 'Y'.
               10  WS-COR-PND-SUB      PIC 9(3).
       01  WS-COR-SUB                  PIC 9(3).
       01  WS-COR-HIT-SUB              PIC 9(3).
       01  WS-COR-FOUND-SWITCH         PIC X.
           88  WS-COR-FOUND            VALUE 'Y'.

      * CORRECTION REQUESTS NOT YET DECIDED - THE PENDING STORE'S
      * FIRST, THEN TODAY'S.  SAME SHAPE AS STAMNT'S TABLE, KEYED
      * ON THE SUSPENSE ITEM (REJECT DATE + RECORD NUMBER).  NO
      * MORE ENTRIES THAN THE CORRECTION TABLE CAN TAKE.
       01  WS-PND-MAX-ENTRIES          PIC 9(3) VALUE 500.
       01  WS-PND-COUNT                PIC 9(3) VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 500 TIMES.
               10  WS-PND-HELD-DATE    PIC X(8).
               10  WS-PND-STATE        PIC X.
                   88  WS-PND-WAITING      VALUE 'W'.
                   88  WS-PND-APPROVED     VALUE 'V'.
                   88  WS-PND-TAKEN        VALUE 'T'.
                   88  WS-PND-EXPIRED      VALUE 'X'.
               10  WS-PND-CHECKER-ID   PIC X(8).
               10  WS-PND-IMAGE.
                   15  WS-PND-CONTENT.
                       20  WS-PND-REJECT-DATE  PIC X(8).
                       20  WS-PND-RECORD-NUM   PIC X(8).
                       20  FILLER              PIC X(5).
                   15  WS-PND-ENTRY-TYPE   PIC X.
                   15  WS-PND-OPERATOR-ID  PIC X(8).
                   15  WS-PND-REQUEST-TS   PIC X(14).
                   15  FILLER              PIC X(34).
       01  WS-PND-SUB                  PIC 9(3).
       01  WS-PND-HIT-SUB              PIC 9(3).
       01  WS-LOG-SUB                  PIC 9(3).
       01  WS-PND-FOUND-SWITCH         PIC X.
           88  WS-PND-FOUND            VALUE 'Y'.

      * APPROVALS ARE TABLED UNTIL EVERY REQUEST HAS BEEN READ.
       01  WS-APV-MAX-ENTRIES          PIC 9(3) VALUE 500.
       01  WS-APV-COUNT                PIC 9(3) VALUE 0.
       01  WS-APV-TABLE.
           05  WS-APV-IMAGE OCCURS 500 TIMES
                                       PIC X(78).
       01  WS-APV-SUB                  PIC 9(3).

       01  WS-PEND-EXPIRY-DAYS         PIC 9(3) VALUE 7.
       01  WS-HELD-DATE-NUM            PIC 9(8).
       01  WS-PND-AGE                  PIC S9(5).
       01  WS-RESULT-TEXT              PIC X(40).
       01  WS-LOG-EVENT                PIC X.
       01  WS-BEFORE-IMAGE             PIC X(108).
       01  WS-HELD-COUNT               PIC 9(8) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(8) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(8) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(8) VALUE 0.

       01  WS-AGE-LIMIT-DAYS           PIC 9(4) VALUE 7.
      * THE AGING ESCALATION LIMIT NOW COMES FROM THE TOLERANCE
      * CONTROL DATASET WHEN IT CARRIES ONE (DEFAULT RECORD,
       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-LOAD-PENDING
               UNTIL WS-END-OF-PENDING.
           PERFORM 1000-LOAD-CORRECTION
               UNTIL WS-END-OF-TRANS.
           PERFORM 1400-APPLY-APPROVAL
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-COUNT.
           PERFORM 1500-CHECK-EXPIRY
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           PERFORM 1600-TABLE-APPROVED
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 2000-PROCESS-SUSPENSE-ITEM
               UNTIL WS-END-OF-MASTER.
           PERFORM 5000-REPORT-UNMATCHED
               VARYING WS-COR-SUB FROM 1 BY 1
               UNTIL WS-COR-SUB > WS-COR-COUNT.
           PERFORM 5500-CARRY-PENDING
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.
           PERFORM 6000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.
                       'AVAILABLE - FILE STATUS ' WS-CORTRN-STATUS
                       ' - AGING ONLY, NO CORRECTIONS APPLIED'
           END-IF.
           OPEN INPUT PENDIN-FILE.
           OPEN OUTPUT SUSPNEW-FILE.
           OPEN OUTPUT PENDOUT-FILE.
      * THE RECYCLE FEED ACCUMULATES ACROSS SINCOR RUNS UNTIL THE
      * NEXT SINEVAL RUN MERGES AND THEN DELETES IT (SEE THE
      * DELRECYC STEP IN SINEVAL JCL) - SO EXTEND, NEVER OUTPUT,
           OPEN EXTEND RECYCLE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2600-WRITE-REPORT-HEADING.
      * AN UNREADABLE PENDING STORE WOULD SILENTLY DROP EVERY
      * CORRECTION WAITING FOR APPROVAL, AND NO ITEM IS CLOSED THAT
      * CANNOT BE LOGGED - EITHER WAY STOP BEFORE ANY WORK.
           IF WS-PENDIN-STATUS NOT = '00' AND '05'
               DISPLAY 'SINCOR: PENDING STORE COULD NOT BE OPENED'
                       ' - FILE STATUS ' WS-PENDIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINTLOG-FILE.
           IF WS-MAINTLOG-STATUS = '00' OR '05'
               SET WS-LOG-OPEN TO TRUE
           ELSE
               DISPLAY 'SINCOR: MAINTENANCE LOG COULD NOT BE OPENED'
                       ' - FILE STATUS ' WS-MAINTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.
           MOVE 'DUAL CONTROL - CORRECTION REQUESTS AND APPROVALS'
               TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * THE TOLERANCE CONTROL DATASET'S DEFAULT RECORD OUTRANKS THE
      * PARM; A BLANK OR ZERO AGING FIELD LEAVES THE PARM/COMPILED
      * VALUE STANDING, AND A MISSING DATASET DEGRADES TO THE OLD
      * BEHAVIOUR WITH A CONSOLE NOTE.  THE PENDING EXPIRY LIMIT
      * COMES FROM THE SAME RECORD (COMPILED DEFAULT OTHERWISE).
      * OVERRIDE RECORDS (NON-BLANK STATION ID) CARRY NOTHING FOR
      * THIS PROGRAM AND ARE PASSED OVER.
       0030-READ-TOLERANCE.
           OPEN INPUT TOLCTL-FILE.
           IF WS-TOLCTL-STATUS = '00'
                   AND TOL-AGE-LIMIT-DAYS > 0
               MOVE TOL-AGE-LIMIT-DAYS TO WS-AGE-LIMIT-DAYS
           END-IF.
           IF NOT WS-END-OF-TOLERANCE
                   AND TOL-STATION-ID = SPACES
                   AND TOL-PEND-EXPIRY-DAYS IS NUMERIC
                   AND TOL-PEND-EXPIRY-DAYS > 0
               MOVE TOL-PEND-EXPIRY-DAYS TO WS-PEND-EXPIRY-DAYS
           END-IF.

      * THE BUSINESS PROCESSING DATE COMES FROM THE RUN-CONTROL
      * DATASET, NOT THE WALL CLOCK - SAME RULE AS EVERY OTHER STEP
                       'RUN CONTROL BEFORE TRUSTING THIS OUTPUT'
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
               IF PEND-PROGRAM = 'SINCOR  '
                       AND WS-PND-COUNT < WS-PND-MAX-ENTRIES
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-PND-COUNT TO WS-PND-SUB
                   MOVE PEND-HELD-DATE TO WS-PND-HELD-DATE(WS-PND-SUB)
                   MOVE PEND-TRAN-IMAGE TO WS-PND-IMAGE(WS-PND-SUB)
                   MOVE SPACES TO WS-PND-CHECKER-ID(WS-PND-SUB)
                   SET WS-PND-WAITING(WS-PND-SUB) TO TRUE
               ELSE
                   DISPLAY 'SINCOR: PENDING RECORD FOR ' PEND-PROGRAM
                           ' HELD ' PEND-HELD-DATE
                           ' NOT CARRIED - WRONG STORE OR STORE FULL'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1000-LOAD-CORRECTION.
           READ CORTRN-FILE INTO CORTRN-REC
               AT END
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

      * HAND-KEYED FIELDS GET THE SAME CLASS TEST THE RUN CONTROL'S
      * DATE GETS - A BLANK OR MISTYPED NUMBER MUST BECOME A REPORT
      * LINE, NOT A DATA EXCEPTION IN THE MATCHING COMPARES.  AN
      * APPROVAL CARRIES NO VALUE OF ITS OWN.  EVERY TRANSACTION
      * MUST SAY WHO KEYED IT AND WHEN; A REQUEST IS ONLY HELD HERE.
       1100-EDIT-AND-TABLE-ONE.
           IF COR-REJECT-DATE IS NOT NUMERIC
                   OR COR-RECORD-NUM IS NOT NUMERIC
                   OR (COR-REQUEST AND COR-NEW-VALUE IS NOT NUMERIC)
               ADD 1 TO WS-BAD-TRN-COUNT
               MOVE SPACES TO REPORT-REC
               STRING COR-REJECT-DATE DELIMITED BY SIZE
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           ELSE
               EVALUATE TRUE
                   WHEN COR-OPERATOR-ID = SPACES
                       MOVE 'REJECTED - NO OPERATOR ID'
                           TO WS-RESULT-TEXT
                       PERFORM 1190-REJECT-ENTRY
                   WHEN COR-REQUEST-TS IS NOT NUMERIC
                       MOVE 'REJECTED - REQUEST TIME NOT NUMERIC'
                           TO WS-RESULT-TEXT
                       PERFORM 1190-REJECT-ENTRY
                   WHEN COR-APPROVAL
                       PERFORM 1150-TABLE-APPROVAL
                   WHEN COR-REQUEST
                       PERFORM 1120-HOLD-REQUEST
                   WHEN OTHER
                       MOVE 'REJECTED - ENTRY TYPE NOT R OR V'
                           TO WS-RESULT-TEXT
                       PERFORM 1190-REJECT-ENTRY
               END-EVALUATE
           END-IF.

      * THE SAME CORRECTION ARRIVING TWICE IS NOT HELD AGAIN - ONE
      * APPROVAL CANNOT BE SPENT TWICE, AND THE FIRST KEEPS ITS
      * PLACE ON THE EXPIRY CLOCK.  A FULL STORE STOPS THE LOAD, AS
      * A FULL CORRECTION TABLE ALWAYS HAS.
       1120-HOLD-REQUEST.
           MOVE 'N' TO WS-PND-FOUND-SWITCH.
           PERFORM 1130-MATCH-SAME-REQUEST
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT OR WS-PND-FOUND.
           IF WS-PND-FOUND
               MOVE 'REJECTED - SAME REQUEST ALREADY PENDING'
                   TO WS-RESULT-TEXT
               PERFORM 1190-REJECT-ENTRY
           ELSE
               IF WS-PND-COUNT < WS-PND-MAX-ENTRIES
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-PND-COUNT TO WS-PND-SUB
                   MOVE WS-BUS-DATE TO WS-PND-HELD-DATE(WS-PND-SUB)
                   MOVE CORTRN-REC TO WS-PND-IMAGE(WS-PND-SUB)
                   MOVE SPACES TO WS-PND-CHECKER-ID(WS-PND-SUB)
                   SET WS-PND-WAITING(WS-PND-SUB) TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD FOR APPROVAL' TO WS-RESULT-TEXT
                   PERFORM 1180-WRITE-REQUEST-LINE
               ELSE
                   DISPLAY 'SINCOR: MORE THAN ' WS-PND-MAX-ENTRIES
                           ' CORRECTIONS PENDING - REMAINDER IGNORED'
                   ADD 1 TO WS-BAD-TRN-COUNT
                   SET WS-END-OF-TRANS TO TRUE
               END-IF
           END-IF.

       1130-MATCH-SAME-REQUEST.
           IF (WS-PND-REJECT-DATE(WS-PND-SUB) = COR-REJECT-DATE
                   AND WS-PND-RECORD-NUM(WS-PND-SUB) = COR-RECORD-NUM
                   AND WS-PND-REQUEST-TS(WS-PND-SUB)
                       = COR-REQUEST-TS)
               OR (WS-PND-CONTENT(WS-PND-SUB) = CORTRN-REC(1:21)
                   AND WS-PND-OPERATOR-ID(WS-PND-SUB)
                       = COR-OPERATOR-ID)
               SET WS-PND-FOUND TO TRUE
           END-IF.

       1150-TABLE-APPROVAL.
           IF WS-APV-COUNT < WS-APV-MAX-ENTRIES
               ADD 1 TO WS-APV-COUNT
               MOVE CORTRN-REC TO WS-APV-IMAGE(WS-APV-COUNT)
           ELSE
               MOVE 'REJECTED - TOO MANY APPROVALS IN ONE RUN'
                   TO WS-RESULT-TEXT
               PERFORM 1190-REJECT-ENTRY
           END-IF.

      * ONE LINE PER REQUEST OR APPROVAL: THE SUSPENSE ITEM, WHO
      * KEYED THE LINE AND THE REQUEST TIME IT CARRIES.
       1180-WRITE-REQUEST-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING COR-REJECT-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  COR-RECORD-NUM DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  COR-OPERATOR-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  COR-REQUEST-TS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       1190-REJECT-ENTRY.
           ADD 1 TO WS-BAD-TRN-COUNT.
           PERFORM 1180-WRITE-REQUEST-LINE.

      * AN APPROVAL QUOTES THE REJECT DATE, RECORD NUMBER AND
      * REQUEST TIME OF THE CORRECTION IT RELEASES, AND MUST COME
      * FROM SOMEONE OTHER THAN THE MAKER.
       1400-APPLY-APPROVAL.
           MOVE WS-APV-IMAGE(WS-APV-SUB) TO CORTRN-REC.
           MOVE 'N' TO WS-PND-FOUND-SWITCH.
           PERFORM 1410-MATCH-APPROVAL
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT OR WS-PND-FOUND.
           EVALUATE TRUE
               WHEN NOT WS-PND-FOUND
                   MOVE 'REJECTED - NO SUCH REQUEST PENDING'
                       TO WS-RESULT-TEXT
                   PERFORM 1190-REJECT-ENTRY
               WHEN WS-PND-APPROVED(WS-PND-HIT-SUB)
                   MOVE 'REJECTED - REQUEST ALREADY APPROVED'
                       TO WS-RESULT-TEXT
                   PERFORM 1190-REJECT-ENTRY
               WHEN WS-PND-OPERATOR-ID(WS-PND-HIT-SUB)
                       = COR-OPERATOR-ID
                   MOVE 'REJECTED - APPROVER IS THE MAKER'
                       TO WS-RESULT-TEXT
                   PERFORM 1190-REJECT-ENTRY
               WHEN OTHER
                   SET WS-PND-APPROVED(WS-PND-HIT-SUB) TO TRUE
                   MOVE COR-OPERATOR-ID
                       TO WS-PND-CHECKER-ID(WS-PND-HIT-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVAL ACCEPTED' TO WS-RESULT-TEXT
                   PERFORM 1180-WRITE-REQUEST-LINE
           END-EVALUATE.

       1410-MATCH-APPROVAL.
           IF WS-PND-REJECT-DATE(WS-PND-SUB) = COR-REJECT-DATE
                   AND WS-PND-RECORD-NUM(WS-PND-SUB) = COR-RECORD-NUM
                   AND WS-PND-REQUEST-TS(WS-PND-SUB) = COR-REQUEST-TS
               SET WS-PND-FOUND TO TRUE
               MOVE WS-PND-SUB TO WS-PND-HIT-SUB
           END-IF.

      * AGE IN CALENDAR DAYS FROM THE BUSINESS DATE THE REQUEST WAS
      * FIRST HELD ON.  AN APPROVAL IN THIS RUN BEATS THE CLOCK.
       1500-CHECK-EXPIRY.
           IF WS-PND-WAITING(WS-PND-SUB)
               PERFORM 1550-COMPUTE-AGE
               IF WS-PND-AGE > WS-PEND-EXPIRY-DAYS
                   SET WS-PND-EXPIRED(WS-PND-SUB) TO TRUE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE WS-PND-IMAGE(WS-PND-SUB) TO CORTRN-REC
                   MOVE WS-PND-AGE TO WS-ITEM-AGE-ED
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING 'EXPIRED - WAITED ' DELIMITED BY SIZE
                          WS-ITEM-AGE-ED DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
                   END-STRING
                   PERFORM 1180-WRITE-REQUEST-LINE
                   MOVE 'X' TO WS-LOG-EVENT
                   MOVE WS-PND-SUB TO WS-LOG-SUB
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 7000-WRITE-MAINT-LOG
               END-IF
           END-IF.

       1550-COMPUTE-AGE.
           IF WS-PND-HELD-DATE(WS-PND-SUB) IS NUMERIC
               MOVE WS-PND-HELD-DATE(WS-PND-SUB) TO WS-HELD-DATE-NUM
               COMPUTE WS-PND-AGE = WS-BUS-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
           ELSE
               MOVE 0 TO WS-PND-AGE
           END-IF.

      * THE APPROVED REQUESTS BECOME THE CORRECTION TABLE THE
      * SUSPENSE MASTER STREAMS PAST, EXACTLY AS THE KEYED
      * CORRECTIONS DID BEFORE DUAL CONTROL.
       1600-TABLE-APPROVED.
           IF WS-PND-APPROVED(WS-PND-SUB)
               SET WS-PND-TAKEN(WS-PND-SUB) TO TRUE
               MOVE WS-PND-IMAGE(WS-PND-SUB) TO CORTRN-REC
               ADD 1 TO WS-COR-COUNT
               MOVE WS-COR-COUNT TO WS-COR-SUB
               MOVE COR-REJECT-DATE
                   TO WS-COR-REJECT-DATE(WS-COR-SUB)
               MOVE COR-RECORD-NUM
                   TO WS-COR-RECORD-NUM(WS-COR-SUB)
               MOVE COR-NEW-VALUE
                   TO WS-COR-NEW-VALUE(WS-COR-SUB)
               MOVE COR-NEW-UNIT
                   TO WS-COR-NEW-UNIT(WS-COR-SUB)
               MOVE 'N' TO WS-COR-APPLIED-SW(WS-COR-SUB)
               MOVE WS-PND-SUB TO WS-COR-PND-SUB(WS-COR-SUB)
           END-IF.

       2000-PROCESS-SUSPENSE-ITEM.
           READ SUSPMST-FILE
               AT END
           END-READ.
           IF NOT WS-END-OF-MASTER
               ADD 1 TO WS-READ-COUNT
               MOVE SUSP-REC TO WS-BEFORE-IMAGE
               IF SUSP-OPEN OF SUSP-REC
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM 2100-MATCH-CORRECTION
       2250-CLOSE-DUPLICATE.
           ADD 1 TO WS-DUP-CLOSED-COUNT.
           MOVE 'R' TO SUSP-STATUS OF SUSP-REC.
           MOVE WS-AUDIT-START-TS TO SUSP-RESOLVED-TS OF SUSP-REC.
           MOVE SPACES TO REPORT-REC.
           STRING SUSP-REJECT-DATE OF SUSP-REC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 7010-LOG-APPLIED.

      * THE CORRECTED READING GOES OUT IN THE DAILY FEED LAYOUT,
      * RECYCLE-FLAGGED, KEEPING ITS ORIGINAL STATION - THE NEXT
           MOVE 'Y' TO ANGLE-RECYCLE-FLAG.
           WRITE ANGLE-REC.
           MOVE 'R' TO SUSP-STATUS OF SUSP-REC.
           MOVE WS-AUDIT-START-TS TO SUSP-RESOLVED-TS OF SUSP-REC.
           MOVE 'Y' TO WS-COR-APPLIED-SW(WS-COR-HIT-SUB).
           MOVE WS-COR-NEW-VALUE(WS-COR-HIT-SUB) TO WS-VALUE-ED.
           MOVE SPACES TO REPORT-REC.
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 7010-LOG-APPLIED.

       2400-CHECK-AGING.
           IF SUSP-REJECT-DATE OF SUSP-REC IS NUMERIC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.

      * EVERY REQUEST NEITHER APPLIED NOR EXPIRED GOES ONTO THE NEW
      * PENDING STORE WITH ITS ORIGINAL HELD DATE, AND IS LISTED SO
      * THE APPROVERS CAN SEE WHAT IS WAITING FOR THEM.
       5500-CARRY-PENDING.
           IF WS-PND-WAITING(WS-PND-SUB)
               IF WS-PENDING-COUNT = 0
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
                   MOVE 'STILL AWAITING APPROVAL' TO REPORT-REC
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO PEND-REC
               MOVE 'SINCOR  ' TO PEND-PROGRAM
               MOVE WS-PND-HELD-DATE(WS-PND-SUB) TO PEND-HELD-DATE
               MOVE WS-PND-IMAGE(WS-PND-SUB) TO PEND-TRAN-IMAGE
               WRITE PENDOUT-REC FROM PEND-REC
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 1550-COMPUTE-AGE
               MOVE WS-PND-AGE TO WS-ITEM-AGE-ED
               MOVE WS-PND-IMAGE(WS-PND-SUB) TO CORTRN-REC
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'PENDING - HELD ' DELIMITED BY SIZE
                      WS-PND-HELD-DATE(WS-PND-SUB) DELIMITED BY SIZE
                      ', AGE ' DELIMITED BY SIZE
                      WS-ITEM-AGE-ED DELIMITED BY SIZE
                      INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 1180-WRITE-REQUEST-LINE
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
                  INTO REPORT-REC(84:)
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 6100-WRITE-APPROVAL-COUNTS.
           IF WS-DUP-CLOSED-COUNT > 0
               DISPLAY 'SINCOR: ' WS-DUP-CLOSED-COUNT ' DUPLICATE '
                       'SUSPENSE ITEM(S) CLOSED AGAINST APPLIED '
                       'CORRECTIONS'
           END-IF.
           IF (WS-UNMATCHED-COUNT > 0 OR WS-ESCALATED-COUNT > 0
                   OR WS-BAD-TRN-COUNT > 0 OR WS-EXPIRED-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-WRITE-APPROVAL-COUNTS.
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
           MOVE WS-BAD-TRN-COUNT TO WS-COUNT-ED.
           STRING '  ENTRIES REJECTED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(95:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-PEND-EXPIRY-DAYS TO WS-ITEM-AGE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'REQUESTS EXPIRE AFTER ' DELIMITED BY SIZE
                  WS-ITEM-AGE-ED DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * MAINTENANCE LOG - ONE RECORD PER SUSPENSE ITEM CLOSED BY AN
      * APPROVED CORRECTION ('A', THE ITEM BEFORE AND AFTER) AND PER
      * REQUEST EXPIRED ('X', NO IMAGES).  WS-LOG-SUB POINTS AT THE
      * PENDING ENTRY.  A FAILED WRITE IS A CHANGE WITH NO AUDIT
      * RECORD - RC 16 KEEPS THE NEW SUSPENSE MASTER FROM BEING
      * COPIED BACK.
       7000-WRITE-MAINT-LOG.
           MOVE SPACES TO MAINT-LOG-REC.
           MOVE 'SINCOR  ' TO MLOG-PROGRAM.
           MOVE WS-LOG-EVENT TO MLOG-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MLOG-LOGGED-TS.
           MOVE WS-BUS-DATE TO MLOG-PROC-DATE.
           MOVE 'R' TO MLOG-ACTION.
           MOVE WS-PND-IMAGE(WS-LOG-SUB) TO CORTRN-REC.
           STRING COR-REJECT-DATE DELIMITED BY SIZE
                  COR-RECORD-NUM DELIMITED BY SIZE
                  INTO MLOG-KEY
           END-STRING.
           MOVE COR-OPERATOR-ID TO MLOG-MAKER-ID.
           MOVE COR-REQUEST-TS TO MLOG-REQUEST-TS.
           MOVE WS-PND-CHECKER-ID(WS-LOG-SUB) TO MLOG-CHECKER-ID.
           MOVE WS-PND-HELD-DATE(WS-LOG-SUB) TO MLOG-HELD-DATE.
           MOVE CORTRN-REC TO MLOG-TRAN-IMAGE.
           IF MLOG-APPLIED
               MOVE WS-BEFORE-IMAGE TO MLOG-BEFORE-IMAGE
               MOVE SUSP-REC TO MLOG-AFTER-IMAGE
           END-IF.
           WRITE MAINT-LOG-REC.
           IF WS-MAINTLOG-STATUS NOT = '00'
               DISPLAY 'SINCOR: MAINTENANCE LOG WRITE FAILED FOR '
                       'SUSPENSE ITEM ' MLOG-KEY
                       ' - FILE STATUS ' WS-MAINTLOG-STATUS
                       ' - DO NOT COPY BACK THIS SUSPENSE MASTER'
               MOVE 16 TO RETURN-CODE
           END-IF.

       7010-LOG-APPLIED.
           MOVE 'A' TO WS-LOG-EVENT.
           MOVE WS-COR-PND-SUB(WS-COR-HIT-SUB) TO WS-LOG-SUB.
           PERFORM 7000-WRITE-MAINT-LOG.

       9000-TERMINATE.
           IF WS-SUSPMST-STATUS = '00' OR '05' OR '10'
               CLOSE SUSPMST-FILE
           IF WS-CORTRN-STATUS = '00' OR '10'
               CLOSE CORTRN-FILE
           END-IF.
           IF WS-PENDIN-STATUS = '00' OR '05' OR '10'
               CLOSE PENDIN-FILE
           END-IF.
           IF WS-LOG-OPEN
               CLOSE MAINTLOG-FILE
           END-IF.
           CLOSE PENDOUT-FILE.
           CLOSE SUSPNEW-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE REPORT-FILE.
