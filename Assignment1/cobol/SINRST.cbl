      ***************************************************************
      * SINRST - STEP-LEVEL RESTART CONTROL FOR THE SINEVAL JOB.    *
      * WHEN A LATE STEP ABENDED, OPERATIONS USED TO DECIDE BY HAND *
      * WHICH STEPS TO RERUN - RESUBMITTING THE WHOLE JOB DOUBLED   *
      * THE AUDIT TRAIL AND PUSHED ANOTHER GENERATION ONTO EVERY    *
      * ROLLING MASTER.  THIS PROGRAM READS THE JOB'S OWN JCL       *
      * (JCLIN) FOR ITS STEPS, THEIR COND TESTS AND THE GDGS EACH   *
      * STEP CUTS, AND JUDGES EVERY STEP FOR THE RUN CONTROL'S      *
      * BUSINESS DATE FROM THE AUDIT TRAIL'S START/END RECORDS:     *
      * COMPLETED (RC 4 OR LESS - 8 FOR THE STEPS THAT END RC 8 BY  *
      * DESIGN), FAILED, ABENDED (STARTED, NEVER ENDED), BYPASSED   *
      * BY ITS COND, OR NEVER REACHED.  THE RESULT                  *
      * IS APPENDED TO THE STEP-COMPLETION CONTROL (STEPCTL).       *
      * PARM SELECTS THE JOB:                                       *
      *   CHECK    - FIRST STEP OF SINEVAL, BEFORE SINROLL.  IF THE *
      *              RUN CONTROL'S DATE DID NOT COMPLETE, A RESTART *
      *              JOB IS BUILT FROM JCLIN AND SUBMITTED (INTRDR) *
      *              AND THIS RUN IS STOPPED AT SINROLL.  IN THE    *
      *              RESTART JOB EVERY STEP THAT COMPLETED RUNS AS  *
      *              A SKIP STUB CARRYING ITS ORIGINAL RETURN CODE  *
      *              (SO EVERY COND TEST COMES OUT AS IT DID), AND  *
      *              EVERY RELATIVE GENERATION IS RE-POINTED AT THE *
      *              DATASET THE ORIGINAL RUN USED.  A DATE THAT    *
      *              DID COMPLETE IS ONLY RUN AGAIN IN RERUN MODE;  *
      *              A RUN CONTROL BEHIND THE STEP CONTROL (THE     *
      *              ROLL WOULD LAND ON A DATE ALREADY RUN) IS      *
      *              REFUSED OUTRIGHT.                              *
      *   CLOSE    - LAST STEP OF SINEVAL (COND=EVEN): RECORDS HOW  *
      *              THE DAY ENDED.                                 *
      *   SKIPnnnn - THE STUB A RESTART JOB RUNS IN PLACE OF A      *
      *              COMPLETED STEP: ENDS WITH RETURN CODE nnnn AND *
      *              TOUCHES NOTHING - NOT EVEN THE AUDIT TRAIL.    *
      * A STEP WITH NO AUDIT RECORDS OF ITS OWN (IEFBR14 AND THE    *
      * OTHER UTILITIES) COUNTS AS COMPLETED ONCE A LATER AUDITED   *
      * STEP HAS STARTED.  SINROLL'S REFUSED ROLLS ARE LOGGED UNDER *
      * THE DATE IT WAS ROLLING FROM AND ARE NOT HELD AGAINST IT.   *
      * RETURN CODES: CHECK 0 = RUN THE JOB, 4 = RESTART SUBMITTED, *
      * 8 = REFUSED; CLOSE 4 = THE DAY IS INCOMPLETE; 16 = THE JCL, *
      * RUN CONTROL OR PARM IS UNUSABLE (CHECK ALSO REFUSES).       *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINRST.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL STEPCTL-FILE ASSIGN TO STEPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT JCLIN-FILE ASSIGN TO JCLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCLIN-STATUS.

           SELECT INTRDR-FILE ASSIGN TO INTRDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRDR-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  STEPCTL-FILE
           RECORDING MODE IS F.
       COPY STEPCTL.

       FD  JCLIN-FILE
           RECORDING MODE IS F.
       01  JCLIN-REC                   PIC X(80).

       FD  INTRDR-FILE
           RECORDING MODE IS F.
       01  INTRDR-REC                  PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-STEPCTL-STATUS           PIC XX.
       01  WS-JCLIN-STATUS             PIC XX.
       01  WS-INTRDR-STATUS            PIC XX.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-PLAN-SWITCH              PIC X VALUE 'N'.
           88  WS-PLAN-FAILED          VALUE 'Y'.
       01  WS-PLAN-FAIL-TEXT           PIC X(60) VALUE SPACES.

       01  WS-MODE                     PIC X(5) VALUE SPACES.
           88  WS-CHECK-MODE           VALUE 'CHECK'.
           88  WS-CLOSE-MODE           VALUE 'CLOSE'.
           88  WS-SKIP-MODE            VALUE 'SKIP'.
       01  WS-SKIP-RC                  PIC 9(4) VALUE 0.
       01  WS-RERUN-SWITCH             PIC X VALUE 'N'.
           88  WS-RERUN-MODE           VALUE 'Y'.

      * THE SINEVAL JCL AS READ FROM JCLIN.  EACH LINE IS TAGGED
      * WITH THE KIND OF STATEMENT IT BELONGS TO (J JOB, E EXEC,
      * D DD, C COMMENT, N NULL, O ANYTHING ELSE), THE STEP IT
      * FALLS UNDER AND THE STATEMENT'S NAME - CONTINUATION LINES
      * CARRY THEIR STATEMENT'S TAGS.
       01  WS-JCL-MAX-LINES            PIC 9(4) VALUE 1500.
       01  WS-JCL-COUNT                PIC 9(4) VALUE 0.
       01  WS-JCL-TABLE.
           05  WS-JCL-ENTRY OCCURS 1500 TIMES.
               10  WS-JCL-LINE         PIC X(80).
               10  WS-JCL-KIND         PIC X.
               10  WS-JCL-STEP         PIC 9(2).
               10  WS-JCL-STMT-NAME    PIC X(8).
       01  WS-JCL-SUB                  PIC 9(4).
       01  WS-JOB-NAME                 PIC X(8) VALUE SPACES.

      * ONE ENTRY PER EXEC STATEMENT.  KIND: A = WRITES THE AUDIT
      * TRAIL, U = UTILITY, P = THIS PROGRAM'S CHECK STEP, Q = ANY
      * OTHER SINRST STEP.  STATUS AS ON THE STEP CONTROL RECORD;
      * ACTION S = RUNS AS A STUB IN THE RESTART JOB, R = RUNS.
       01  WS-STEP-MAX-ENTRIES         PIC 9(2) VALUE 30.
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 30 TIMES.
               10  WS-STEP-NAME        PIC X(8).
               10  WS-STEP-PGM         PIC X(8).
               10  WS-STEP-PARM        PIC X(20).
               10  WS-STEP-AUDIT-PGM   PIC X(8).
               10  WS-STEP-KIND        PIC X.
                   88  WS-STEP-AUDITED     VALUE 'A'.
                   88  WS-STEP-UTILITY     VALUE 'U'.
                   88  WS-STEP-PLANNER     VALUE 'P'.
                   88  WS-STEP-CLOSER      VALUE 'Q'.
               10  WS-STEP-EXEC-TEXT   PIC X(300).
               10  WS-STEP-STATUS      PIC X.
                   88  WS-STEP-COMPLETED   VALUE 'C'.
                   88  WS-STEP-FAILED      VALUE 'F'.
                   88  WS-STEP-ABENDED     VALUE 'A'.
                   88  WS-STEP-NOT-RUN     VALUE 'N'.
                   88  WS-STEP-BYPASSED    VALUE 'B'.
                   88  WS-STEP-CONTROL     VALUE 'P'.
                   88  WS-STEP-TO-RUN      VALUE 'F' 'A' 'N'.
                   88  WS-STEP-RC-KNOWN    VALUE 'C' 'F'.
               10  WS-STEP-RC          PIC 9(4).
               10  WS-STEP-ATTEMPTS    PIC 9(2).
               10  WS-STEP-ENDED       PIC 9(2).
               10  WS-STEP-ACTION      PIC X.
                   88  WS-STEP-STUB        VALUE 'S'.
               10  WS-STEP-PREV-STATUS PIC X.
       01  WS-STEP-SUB                 PIC 9(2).
       01  WS-CUR-STEP                 PIC 9(2) VALUE 0.
       01  WS-HIT-STEP                 PIC 9(2).
       01  WS-RESTART-SUB              PIC 9(2) VALUE 0.
       01  WS-LAST-ATTEMPT-STEP        PIC 9(2) VALUE 0.
       01  WS-ABEND-SWITCH             PIC X VALUE 'N'.
           88  WS-ABEND-SEEN           VALUE 'Y'.
       01  WS-ATTEMPT-SWITCH           PIC X VALUE 'N'.
           88  WS-ANY-ATTEMPT          VALUE 'Y'.

      * SINROLL WRITES ITS START AND END RECORDS TOGETHER AT THE
      * END, UNDER THE DATE IT ROLLED TO - OR, WHEN IT REFUSED TO
      * ROLL, THE DATE IT STAYED ON.  SINDIST TAKES ITS AUDIT NAME
      * FROM ITS PARM WHEN IT HAS ONE.
       01  WS-ROLL-PROGRAM             PIC X(8) VALUE 'SINROLL '.
       01  WS-DIST-PROGRAM             PIC X(8) VALUE 'SINDIST '.
       01  WS-THIS-PROGRAM             PIC X(8) VALUE 'SINRST  '.

      * THE HIGHEST RETURN CODE WITH WHICH A STEP STILL COUNTS AS
      * COMPLETED - 4 UNLESS LISTED HERE.  THESE STEPS END RC 8 BY
      * DESIGN ON WHAT THEY FOUND (A SUSPECT DAY, AN UNACKNOWLEDGED
      * EXTRACT, A BREACHED DEADLINE, AN INCOMPLETE BALANCE OR
      * CLOSE CHECK); A RESTART WOULD ONLY FIND THE SAME AGAIN.
       01  WS-RC-LIMIT-VALUES.
           05  FILLER                  PIC X(12) VALUE 'SINSTAT 0008'.
           05  FILLER                  PIC X(12) VALUE 'SINACK  0008'.
           05  FILLER                  PIC X(12) VALUE 'SINSLA  0008'.
           05  FILLER                  PIC X(12) VALUE 'SINBAL  0008'.
           05  FILLER                  PIC X(12) VALUE 'SINCLOSE0008'.
       01  WS-RC-LIMIT-TABLE REDEFINES WS-RC-LIMIT-VALUES.
           05  WS-RCL-ENTRY OCCURS 5 TIMES.
               10  WS-RCL-PROGRAM      PIC X(8).
               10  WS-RCL-LIMIT        PIC 9(4).
       01  WS-RCL-COUNT                PIC 9(2) VALUE 5.
       01  WS-RCL-SUB                  PIC 9(2).
       01  WS-RC-LIMIT                 PIC 9(4).

      * EVERY GDG SOME STEP CUTS A (+1) OF, WITH THE PRODUCING STEP
      * AND ITS DISPOSITION (N = NEW, M = MOD), AND WHAT (+1) AND
      * (0) BECOME IN THE RESTART JOB.
       01  WS-GDG-MAX-ENTRIES          PIC 9(2) VALUE 40.
       01  WS-GDG-COUNT                PIC 9(2) VALUE 0.
       01  WS-GDG-TABLE.
           05  WS-GDG-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-GDG-IDX.
               10  WS-GDG-BASE         PIC X(44).
               10  WS-GDG-STEP         PIC 9(2).
               10  WS-GDG-DISP         PIC X.
               10  WS-GDG-SHIFT-SW     PIC X.
                   88  WS-GDG-SHIFTED  VALUE 'Y'.
               10  WS-GDG-PLUS-REL     PIC X(4).
               10  WS-GDG-ZERO-REL     PIC X(4).
       01  WS-GDG-SUB                  PIC 9(2).
       01  WS-GDG-FOUND-SWITCH         PIC X.
           88  WS-GDG-FOUND            VALUE 'Y'.
       01  WS-REL-COUNT                PIC 9(2).
       01  WS-SHIFT-COUNT              PIC 9(4) VALUE 0.

      * STATEMENT ASSEMBLY - THE OPERAND FIELD OF A STATEMENT AND
      * ALL ITS CONTINUATIONS RUN TOGETHER.
       01  WS-WORK-LINE                PIC X(80).
       01  WS-NEW-LINE                 PIC X(80).
       01  WS-SCAN-POS                 PIC 9(3).
       01  WS-TOKEN                    PIC X(72).
       01  WS-TOKEN-LEN                PIC 9(3).
       01  WS-LINE-KIND                PIC X.
       01  WS-STMT-KIND                PIC X VALUE SPACE.
       01  WS-STMT-NAME                PIC X(8) VALUE SPACES.
       01  WS-STMT-TEXT                PIC X(300).
       01  WS-STMT-PTR                 PIC 9(3).

       01  WS-FIND-TEXT                PIC X(300).
       01  WS-FIND-KEY                 PIC X(8).
       01  WS-FIND-KEY-LEN             PIC 9.
       01  WS-FIND-SUB                 PIC 9(3).
       01  WS-FIND-POS                 PIC 9(3).
       01  WS-VALUE                    PIC X(60).
       01  WS-VALUE-POS                PIC 9(3).
       01  WS-DSN-BASE                 PIC X(44).
       01  WS-DSN-GEN                  PIC X(4).
       01  WS-DSN-DELIM                PIC X.
       01  WS-DSN-GDG-SWITCH           PIC X.
           88  WS-DSN-IS-GDG           VALUE 'Y'.
       01  WS-PAREN-POS                PIC 9(3).
       01  WS-CLOSE-POS                PIC 9(3).
       01  WS-NEW-GEN                  PIC X(4).
       01  WS-OUT-PTR                  PIC 9(3).

       01  WS-COND-SUB                 PIC 9(3).
       01  WS-COND-START               PIC 9(3).
       01  WS-COND-DEPTH               PIC 9(2).
       01  WS-COND-CHAR                PIC X.
       01  WS-COND-BUF                 PIC X(20).
       01  WS-COND-BUF-LEN             PIC 9(2).
       01  WS-COND-DONE-SWITCH         PIC X.
           88  WS-COND-DONE            VALUE 'Y'.
       01  WS-COND-CODE-X              PIC X(4).
       01  WS-COND-CODE                PIC 9(4).
       01  WS-COND-OP                  PIC X(2).
       01  WS-COND-STEP-NAME           PIC X(8).
       01  WS-COND-FIELDS              PIC 9.
       01  WS-COND-STEP-SUB            PIC 9(2).
       01  WS-COND-RC                  PIC 9(4).
       01  WS-COND-FOUND-SWITCH        PIC X.
           88  WS-COND-STEP-FOUND      VALUE 'Y'.
       01  WS-BYPASS-SWITCH            PIC X.
           88  WS-STEP-WOULD-BYPASS    VALUE 'Y'.

      * WHAT THE STEP CONTROL ALREADY SAYS ABOUT THE DATE: THE LAST
      * RECORD FOR IT (COMPARED WITH THE AUDIT TRAIL), WHEN A FULL
      * RERUN WAS LAST AUTHORISED, AND THE LATEST DATE ON FILE.
       01  WS-PREV-SWITCH              PIC X VALUE 'N'.
           88  WS-PREV-FOUND           VALUE 'Y'.
       01  WS-PREV-JOB-STATUS          PIC X VALUE SPACE.
       01  WS-PREV-STEP-COUNT          PIC 9(2) VALUE 0.
       01  WS-PREV-TABLE.
           05  WS-PREV-ENTRY OCCURS 30 TIMES.
               10  WS-PREV-STEP-NAME   PIC X(8).
               10  WS-PREV-STEP-STATUS PIC X.
       01  WS-PREV-SUB                 PIC 9(2).
       01  WS-RUN-FROM-TS              PIC X(14) VALUE SPACES.
       01  WS-LATER-DATE               PIC X(8) VALUE SPACES.
       01  WS-DIFFER-COUNT             PIC 9(4) VALUE 0.

       01  WS-VERDICT                  PIC X VALUE SPACE.
       01  WS-REFUSE-TEXT              PIC X(70) VALUE SPACES.
       01  WS-DONE-COUNT               PIC 9(4) VALUE 0.
       01  WS-TO-RUN-COUNT             PIC 9(4) VALUE 0.
       01  WS-BYPASSED-COUNT           PIC 9(4) VALUE 0.
       01  WS-AUD-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-CTL-WRITE-COUNT          PIC 9(8) VALUE 0.
       01  WS-DECK-COUNT               PIC 9(8) VALUE 0.
       01  WS-DECK-HEADER-SWITCH       PIC X VALUE 'N'.
           88  WS-DECK-HEADER-DONE     VALUE 'Y'.
       01  WS-JOB-CARD-SWITCH          PIC X VALUE 'N'.
           88  WS-JOB-CARD-SEEN        VALUE 'Y'.
       01  WS-RC-DISPLAY               PIC 9(4).
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-TRIES-ED                 PIC Z9.
       01  WS-STATUS-TEXT              PIC X(10).

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-NOW-TS                   PIC X(14).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-AUDIT-REC-TYPE           PIC X.
      ***************************************************************
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(20).
      ***************************************************************
       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 0200-READ-PARM.
           IF WS-SKIP-MODE
               DISPLAY 'SINRST: STEP COMPLETED IN AN EARLIER RUN OF '
                       'THIS BUSINESS DATE - SKIPPED, RETURN CODE '
                       WS-SKIP-RC ' CARRIED FORWARD'
               MOVE WS-SKIP-RC TO RETURN-CODE
           ELSE
               PERFORM 0100-INITIALIZE
               IF RETURN-CODE = 0
                   PERFORM 1000-LOAD-JCL
                   PERFORM 2000-READ-STEP-CONTROL
                   IF NOT WS-PLAN-FAILED
                       PERFORM 2500-SCAN-AUDIT
                       PERFORM 3000-JUDGE-STEPS
                       PERFORM 4000-PLAN-RESTART
                   END-IF
                   PERFORM 5000-DECIDE
                   PERFORM 7500-WRITE-REPORT
                   PERFORM 9000-TERMINATE
               END-IF
           END-IF.
           STOP RUN.

      * NO PARM IS A CHECK.  A STUB'S RETURN CODE MUST BE FOUR
      * DIGITS - ANYTHING ELSE IS A BROKEN RESTART JOB AND ENDS 16.
       0200-READ-PARM.
           MOVE 'CHECK' TO WS-MODE.
           IF LS-PARM-LEN > 0
               EVALUATE TRUE
                   WHEN LS-PARM-TEXT(1:5) = 'CHECK'
                       MOVE 'CHECK' TO WS-MODE
                   WHEN LS-PARM-TEXT(1:5) = 'CLOSE'
                       MOVE 'CLOSE' TO WS-MODE
                   WHEN LS-PARM-TEXT(1:4) = 'SKIP'
                           AND LS-PARM-TEXT(5:4) IS NUMERIC
                       MOVE 'SKIP' TO WS-MODE
                       MOVE LS-PARM-TEXT(5:4) TO WS-SKIP-RC
                   WHEN OTHER
                       DISPLAY 'SINRST: PARM ' LS-PARM-TEXT
                               ' NOT RECOGNISED - EXPECTED CHECK, '
                               'CLOSE OR SKIPnnnn'
                       MOVE 'SKIP' TO WS-MODE
                       MOVE 16 TO WS-SKIP-RC
               END-EVALUATE
           END-IF.

      * UNLIKE THE OTHER STEPS THERE IS NO WALL-CLOCK FALLBACK - A
      * RESTART DECISION FOR A GUESSED DATE IS WORSE THAN NONE, AND
      * SINROLL STOPS THE JOB ON AN UNUSABLE RUN CONTROL ANYWAY.
       0100-INITIALIZE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       DISPLAY 'SINRST: RUN CONTROL DATASET IS EMPTY'
                       MOVE 16 TO RETURN-CODE
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'SINRST: RUN CONTROL DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0
               STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                      WS-BUS-DATE(1:4)
                      INTO WS-RUN-DATE-DISPLAY
               STRING 'RS' WS-BUS-DATE(3:6) INTO WS-RUN-ID
               PERFORM 8800-WRITE-AUDIT-START
               OPEN OUTPUT REPORT-FILE
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'SINRST: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - NO RESTART '
                       'DECISION POSSIBLE'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF CTL-RERUN-MODE
               SET WS-RERUN-MODE TO TRUE
           END-IF.

       1000-LOAD-JCL.
           OPEN INPUT JCLIN-FILE.
           IF WS-JCLIN-STATUS NOT = '00'
               SET WS-PLAN-FAILED TO TRUE
               MOVE 'JOB JCL (JCLIN) NOT AVAILABLE' TO WS-PLAN-FAIL-TEXT
               DISPLAY 'SINRST: JOB JCL NOT AVAILABLE - FILE STATUS '
                       WS-JCLIN-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1100-LOAD-ONE-LINE
                   UNTIL WS-END-OF-FILE
               PERFORM 1300-FINISH-STATEMENT
               CLOSE JCLIN-FILE
               IF WS-STEP-COUNT = 0 AND NOT WS-PLAN-FAILED
                   SET WS-PLAN-FAILED TO TRUE
                   MOVE 'NO EXEC STATEMENTS IN THE JOB JCL'
                       TO WS-PLAN-FAIL-TEXT
               END-IF
           END-IF.

       1100-LOAD-ONE-LINE.
           READ JCLIN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-JCL-COUNT < WS-JCL-MAX-LINES
                   ADD 1 TO WS-JCL-COUNT
                   MOVE JCLIN-REC TO WS-WORK-LINE
                   PERFORM 1150-CLASSIFY-LINE
                   MOVE JCLIN-REC TO WS-JCL-LINE(WS-JCL-COUNT)
                   MOVE WS-LINE-KIND TO WS-JCL-KIND(WS-JCL-COUNT)
                   MOVE WS-CUR-STEP TO WS-JCL-STEP(WS-JCL-COUNT)
                   MOVE WS-STMT-NAME
                       TO WS-JCL-STMT-NAME(WS-JCL-COUNT)
               ELSE
                   IF NOT WS-PLAN-FAILED
                       SET WS-PLAN-FAILED TO TRUE
                       MOVE 'JOB JCL LONGER THAN THE LINE TABLE'
                           TO WS-PLAN-FAIL-TEXT
                   END-IF
               END-IF
           END-IF.

      * A NEW STATEMENT CLOSES THE ONE BEFORE IT; A CONTINUATION
      * (BLANK NAME FIELD) ADDS ITS OPERANDS TO THE OPEN ONE.
       1150-CLASSIFY-LINE.
           EVALUATE TRUE
               WHEN WS-WORK-LINE(1:3) = '//*'
                   MOVE 'C' TO WS-LINE-KIND
               WHEN WS-WORK-LINE(1:2) NOT = '//'
                   MOVE 'O' TO WS-LINE-KIND
               WHEN WS-WORK-LINE(3:69) = SPACES
                   PERFORM 1300-FINISH-STATEMENT
                   MOVE 'N' TO WS-LINE-KIND
                   MOVE SPACES TO WS-STMT-NAME
               WHEN WS-WORK-LINE(3:1) = SPACE
                   PERFORM 1250-CONTINUE-STATEMENT
               WHEN OTHER
                   PERFORM 1300-FINISH-STATEMENT
                   PERFORM 1200-START-STATEMENT
           END-EVALUATE.

       1200-START-STATEMENT.
           MOVE 3 TO WS-SCAN-POS.
           PERFORM 1750-TAKE-TOKEN.
           MOVE WS-TOKEN TO WS-STMT-NAME.
           PERFORM 1750-TAKE-TOKEN.
           EVALUATE WS-TOKEN
               WHEN 'JOB'
                   MOVE 'J' TO WS-STMT-KIND
                   MOVE WS-STMT-NAME TO WS-JOB-NAME
               WHEN 'EXEC'
                   MOVE 'E' TO WS-STMT-KIND
                   PERFORM 1210-ADD-STEP
               WHEN 'DD'
                   MOVE 'D' TO WS-STMT-KIND
               WHEN OTHER
                   MOVE 'O' TO WS-STMT-KIND
           END-EVALUATE.
           MOVE WS-STMT-KIND TO WS-LINE-KIND.
           MOVE SPACES TO WS-STMT-TEXT.
           MOVE 1 TO WS-STMT-PTR.
           PERFORM 1750-TAKE-TOKEN.
           PERFORM 1260-APPEND-OPERAND.

       1210-ADD-STEP.
           IF WS-STEP-COUNT < WS-STEP-MAX-ENTRIES
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-CUR-STEP
               MOVE WS-STMT-NAME TO WS-STEP-NAME(WS-CUR-STEP)
               MOVE SPACES TO WS-STEP-PGM(WS-CUR-STEP)
               MOVE SPACES TO WS-STEP-PARM(WS-CUR-STEP)
               MOVE SPACES TO WS-STEP-AUDIT-PGM(WS-CUR-STEP)
               MOVE SPACES TO WS-STEP-EXEC-TEXT(WS-CUR-STEP)
               MOVE SPACE TO WS-STEP-KIND(WS-CUR-STEP)
               MOVE SPACE TO WS-STEP-STATUS(WS-CUR-STEP)
               MOVE 0 TO WS-STEP-RC(WS-CUR-STEP)
               MOVE 0 TO WS-STEP-ATTEMPTS(WS-CUR-STEP)
               MOVE 0 TO WS-STEP-ENDED(WS-CUR-STEP)
               MOVE 'R' TO WS-STEP-ACTION(WS-CUR-STEP)
               MOVE SPACE TO WS-STEP-PREV-STATUS(WS-CUR-STEP)
           ELSE
               IF NOT WS-PLAN-FAILED
                   SET WS-PLAN-FAILED TO TRUE
                   MOVE 'MORE STEPS IN THE JOB JCL THAN THE STEP TABLE'
                       TO WS-PLAN-FAIL-TEXT
               END-IF
           END-IF.

       1250-CONTINUE-STATEMENT.
           MOVE WS-STMT-KIND TO WS-LINE-KIND.
           MOVE 3 TO WS-SCAN-POS.
           PERFORM 1750-TAKE-TOKEN.
           PERFORM 1260-APPEND-OPERAND.

       1260-APPEND-OPERAND.
           IF WS-TOKEN-LEN > 0
               STRING WS-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
                      INTO WS-STMT-TEXT WITH POINTER WS-STMT-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.

       1300-FINISH-STATEMENT.
           IF WS-CUR-STEP > 0 AND NOT WS-PLAN-FAILED
               EVALUATE WS-STMT-KIND
                   WHEN 'E'
                       PERFORM 1400-ANALYSE-STEP
                   WHEN 'D'
                       PERFORM 1500-ANALYSE-DD
               END-EVALUATE
           END-IF.
           MOVE SPACE TO WS-STMT-KIND.

       1400-ANALYSE-STEP.
           MOVE WS-STMT-TEXT TO WS-STEP-EXEC-TEXT(WS-CUR-STEP).
           MOVE WS-STMT-TEXT TO WS-FIND-TEXT.
           MOVE 'PGM=' TO WS-FIND-KEY.
           MOVE 4 TO WS-FIND-KEY-LEN.
           PERFORM 1800-FIND-KEYWORD.
           IF WS-FIND-POS > 0
               PERFORM 1850-TAKE-VALUE
               MOVE WS-VALUE TO WS-STEP-PGM(WS-CUR-STEP)
           END-IF.
           MOVE 'PARM=' TO WS-FIND-KEY.
           MOVE 5 TO WS-FIND-KEY-LEN.
           PERFORM 1800-FIND-KEYWORD.
           IF WS-FIND-POS > 0
               PERFORM 1850-TAKE-VALUE
               IF WS-VALUE(1:1) = "'"
                   UNSTRING WS-VALUE(2:59) DELIMITED BY "'"
                       INTO WS-STEP-PARM(WS-CUR-STEP)
                   END-UNSTRING
               ELSE
                   MOVE WS-VALUE TO WS-STEP-PARM(WS-CUR-STEP)
               END-IF
           END-IF.
           PERFORM 1450-CLASSIFY-PROGRAM.

       1450-CLASSIFY-PROGRAM.
           MOVE WS-STEP-PGM(WS-CUR-STEP)
               TO WS-STEP-AUDIT-PGM(WS-CUR-STEP).
           IF WS-STEP-PGM(WS-CUR-STEP) = WS-DIST-PROGRAM
                   AND WS-STEP-PARM(WS-CUR-STEP) NOT = SPACES
               MOVE WS-STEP-PARM(WS-CUR-STEP)
                   TO WS-STEP-AUDIT-PGM(WS-CUR-STEP)
           END-IF.
           EVALUATE WS-STEP-PGM(WS-CUR-STEP)
               WHEN WS-THIS-PROGRAM
                   IF WS-STEP-PARM(WS-CUR-STEP) = SPACES
                           OR WS-STEP-PARM(WS-CUR-STEP)(1:5) = 'CHECK'
                       MOVE 'P' TO WS-STEP-KIND(WS-CUR-STEP)
                   ELSE
                       MOVE 'Q' TO WS-STEP-KIND(WS-CUR-STEP)
                   END-IF
               WHEN 'IEFBR14 '
               WHEN 'IEBGENER'
               WHEN 'IEBCOPY '
               WHEN 'IDCAMS  '
               WHEN 'SORT    '
               WHEN 'ICEMAN  '
                   MOVE 'U' TO WS-STEP-KIND(WS-CUR-STEP)
               WHEN OTHER
                   MOVE 'A' TO WS-STEP-KIND(WS-CUR-STEP)
           END-EVALUATE.

      * A DD THAT CUTS A NEW OR MOD (+1) GENERATION MAKES ITS STEP
      * THE PRODUCER OF THAT GDG - THE FIRST SUCH STEP IN THE JOB.
       1500-ANALYSE-DD.
           MOVE WS-STMT-TEXT TO WS-FIND-TEXT.
           MOVE 'DSN=' TO WS-FIND-KEY.
           MOVE 4 TO WS-FIND-KEY-LEN.
           PERFORM 1800-FIND-KEYWORD.
           IF WS-FIND-POS > 0
               PERFORM 1600-SPLIT-DSN
               IF WS-DSN-IS-GDG AND WS-DSN-GEN = '+1'
                   MOVE 'DISP=' TO WS-FIND-KEY
                   MOVE 5 TO WS-FIND-KEY-LEN
                   PERFORM 1800-FIND-KEYWORD
                   IF WS-FIND-POS > 0
                       PERFORM 1850-TAKE-VALUE
                       EVALUATE TRUE
                           WHEN WS-VALUE(1:4) = '(NEW'
                           WHEN WS-VALUE(1:3) = 'NEW'
                               MOVE 'N' TO WS-DSN-DELIM
                               PERFORM 1550-ADD-GDG
                           WHEN WS-VALUE(1:4) = '(MOD'
                           WHEN WS-VALUE(1:3) = 'MOD'
                               MOVE 'M' TO WS-DSN-DELIM
                               PERFORM 1550-ADD-GDG
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       1550-ADD-GDG.
           PERFORM 1560-FIND-GDG.
           IF NOT WS-GDG-FOUND
               IF WS-GDG-COUNT < WS-GDG-MAX-ENTRIES
                   ADD 1 TO WS-GDG-COUNT
                   MOVE WS-DSN-BASE TO WS-GDG-BASE(WS-GDG-COUNT)
                   MOVE WS-CUR-STEP TO WS-GDG-STEP(WS-GDG-COUNT)
                   MOVE WS-DSN-DELIM TO WS-GDG-DISP(WS-GDG-COUNT)
                   MOVE 'N' TO WS-GDG-SHIFT-SW(WS-GDG-COUNT)
                   MOVE '+1' TO WS-GDG-PLUS-REL(WS-GDG-COUNT)
                   MOVE '0' TO WS-GDG-ZERO-REL(WS-GDG-COUNT)
               ELSE
                   IF NOT WS-PLAN-FAILED
                       SET WS-PLAN-FAILED TO TRUE
                       MOVE 'MORE GDGS IN THE JOB JCL THAN THE TABLE'
                           TO WS-PLAN-FAIL-TEXT
                   END-IF
               END-IF
           END-IF.

       1560-FIND-GDG.
           MOVE 'N' TO WS-GDG-FOUND-SWITCH.
           SET WS-GDG-IDX TO 1.
           SEARCH WS-GDG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GDG-IDX > WS-GDG-COUNT
                   CONTINUE
               WHEN WS-GDG-BASE(WS-GDG-IDX) = WS-DSN-BASE
                   SET WS-GDG-FOUND TO TRUE
           END-SEARCH.

      * SPLITS THE DSN AT WS-FIND-POS INTO BASE AND RELATIVE
      * GENERATION, REMEMBERING WHERE THE GENERATION'S PARENTHESES
      * SIT.  A PDS MEMBER NAME IN PARENTHESES IS NOT A GENERATION.
       1600-SPLIT-DSN.
           MOVE 'N' TO WS-DSN-GDG-SWITCH.
           MOVE SPACES TO WS-DSN-BASE.
           MOVE SPACES TO WS-DSN-GEN.
           MOVE SPACE TO WS-DSN-DELIM.
           COMPUTE WS-VALUE-POS = WS-FIND-POS + 4.
           UNSTRING WS-FIND-TEXT DELIMITED BY '(' OR ',' OR SPACE
               INTO WS-DSN-BASE DELIMITER IN WS-DSN-DELIM
               WITH POINTER WS-VALUE-POS
           END-UNSTRING.
           IF WS-DSN-DELIM = '('
               COMPUTE WS-PAREN-POS = WS-VALUE-POS - 1
               UNSTRING WS-FIND-TEXT DELIMITED BY ')'
                   INTO WS-DSN-GEN
                   WITH POINTER WS-VALUE-POS
               END-UNSTRING
               COMPUTE WS-CLOSE-POS = WS-VALUE-POS - 1
               IF WS-DSN-GEN(1:1) = '+' OR '-' OR '0'
                   SET WS-DSN-IS-GDG TO TRUE
               END-IF
           END-IF.

      * 3-COLUMN OPERAND/NAME SCAN: SKIPS BLANKS FROM WS-SCAN-POS
      * AND TAKES THE NEXT BLANK-DELIMITED WORD (COLUMNS 1-71).
       1750-TAKE-TOKEN.
           PERFORM 1710-STEP-OVER-SPACE
               UNTIL WS-SCAN-POS > 71
                  OR WS-WORK-LINE(WS-SCAN-POS:1) NOT = SPACE.
           MOVE SPACES TO WS-TOKEN.
           MOVE 0 TO WS-TOKEN-LEN.
           IF WS-SCAN-POS NOT > 71
               UNSTRING WS-WORK-LINE(1:71) DELIMITED BY SPACE
                   INTO WS-TOKEN COUNT IN WS-TOKEN-LEN
                   WITH POINTER WS-SCAN-POS
               END-UNSTRING
           END-IF.

       1710-STEP-OVER-SPACE.
           ADD 1 TO WS-SCAN-POS.

      * A KEYWORD ONLY COUNTS AT THE START OF THE TEXT OR AFTER A
      * COMMA OR BLANK - 'DSN=' INSIDE ANOTHER WORD IS NOT ONE.
       1800-FIND-KEYWORD.
           MOVE 0 TO WS-FIND-POS.
           PERFORM 1810-TRY-KEYWORD
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > 290 OR WS-FIND-POS > 0.

       1810-TRY-KEYWORD.
           IF WS-FIND-TEXT(WS-FIND-SUB:WS-FIND-KEY-LEN)
                   = WS-FIND-KEY(1:WS-FIND-KEY-LEN)
               IF WS-FIND-SUB = 1
                   MOVE WS-FIND-SUB TO WS-FIND-POS
               ELSE
                   IF WS-FIND-TEXT(WS-FIND-SUB - 1:1) = ',' OR SPACE
                       MOVE WS-FIND-SUB TO WS-FIND-POS
                   END-IF
               END-IF
           END-IF.

       1850-TAKE-VALUE.
           COMPUTE WS-VALUE-POS = WS-FIND-POS + WS-FIND-KEY-LEN.
           MOVE SPACES TO WS-VALUE.
           UNSTRING WS-FIND-TEXT DELIMITED BY ',' OR SPACE
               INTO WS-VALUE
               WITH POINTER WS-VALUE-POS
           END-UNSTRING.

      * THE LAST RECORD FOR THE DATE IS WHAT THE CONTROL LAST SAID
      * (CHECKED AGAINST THE AUDIT TRAIL ON THE REPORT); THE LAST
      * FULL-RERUN AUTHORISATION MARKS WHERE THE DATE'S CURRENT RUN
      * BEGAN.
       2000-READ-STEP-CONTROL.
           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS = '00' OR '05'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2100-READ-ONE-CONTROL-REC
                   UNTIL WS-END-OF-FILE
               CLOSE STEPCTL-FILE
           ELSE
               DISPLAY 'SINRST: STEP CONTROL NOT READABLE - FILE '
                       'STATUS ' WS-STEPCTL-STATUS
                       ' - JUDGING FROM THE AUDIT TRAIL ALONE'
           END-IF.

       2100-READ-ONE-CONTROL-REC.
           READ STEPCTL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               IF STP-BUS-DATE = WS-BUS-DATE
                   SET WS-PREV-FOUND TO TRUE
                   MOVE STP-JOB-STATUS TO WS-PREV-JOB-STATUS
                   MOVE STP-STEP-COUNT TO WS-PREV-STEP-COUNT
                   IF WS-PREV-STEP-COUNT > 30
                       MOVE 30 TO WS-PREV-STEP-COUNT
                   END-IF
                   PERFORM 2150-SAVE-PREV-STEP
                       VARYING WS-PREV-SUB FROM 1 BY 1
                       UNTIL WS-PREV-SUB > WS-PREV-STEP-COUNT
                   IF STP-JOB-RERUN
                       MOVE STP-RECORD-TS TO WS-RUN-FROM-TS
                   END-IF
               END-IF
               IF STP-BUS-DATE > WS-BUS-DATE
                       AND STP-BUS-DATE > WS-LATER-DATE
                   MOVE STP-BUS-DATE TO WS-LATER-DATE
               END-IF
           END-IF.

       2150-SAVE-PREV-STEP.
           MOVE STP-STEP-NAME(WS-PREV-SUB)
               TO WS-PREV-STEP-NAME(WS-PREV-SUB).
           MOVE STP-STEP-STATUS(WS-PREV-SUB)
               TO WS-PREV-STEP-STATUS(WS-PREV-SUB).

      * EVERY START/END RECORD FOR THE DATE SINCE ITS CURRENT RUN
      * BEGAN, IN TRAIL (TIME) ORDER - THE LATEST ATTEMPT AT A STEP
      * DECIDES ITS STATUS.
       2500-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2600-SCAN-ONE-AUDIT-REC
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINRST: RUN-AUDIT TRAIL NOT AVAILABLE - FILE '
                       'STATUS ' WS-AUDIT-STATUS
                       ' - NO STEP CAN BE SHOWN TO HAVE RUN'
           END-IF.

       2600-SCAN-ONE-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-AUD-READ-COUNT
               IF AUD-BUS-DATE = WS-BUS-DATE
                       AND AUD-START-TS NOT < WS-RUN-FROM-TS
                   PERFORM 2700-FIND-AUDIT-STEP
                   IF WS-HIT-STEP > 0
                       PERFORM 2650-POST-AUDIT-REC
                   END-IF
               END-IF
           END-IF.

       2650-POST-AUDIT-REC.
           IF AUD-PROGRAM = WS-ROLL-PROGRAM
               IF AUD-END-REC AND AUD-RETURN-CODE NOT > 4
                   ADD 1 TO WS-STEP-ATTEMPTS(WS-HIT-STEP)
                   ADD 1 TO WS-STEP-ENDED(WS-HIT-STEP)
                   MOVE AUD-RETURN-CODE TO WS-STEP-RC(WS-HIT-STEP)
                   MOVE 'C' TO WS-STEP-STATUS(WS-HIT-STEP)
               END-IF
           ELSE
               IF AUD-START-REC
                   ADD 1 TO WS-STEP-ATTEMPTS(WS-HIT-STEP)
                   MOVE 'A' TO WS-STEP-STATUS(WS-HIT-STEP)
               END-IF
               IF AUD-END-REC
                   ADD 1 TO WS-STEP-ENDED(WS-HIT-STEP)
                   MOVE AUD-RETURN-CODE TO WS-STEP-RC(WS-HIT-STEP)
                   MOVE 4 TO WS-RC-LIMIT
                   PERFORM 2660-MATCH-RC-LIMIT
                       VARYING WS-RCL-SUB FROM 1 BY 1
                       UNTIL WS-RCL-SUB > WS-RCL-COUNT
                   IF AUD-RETURN-CODE > WS-RC-LIMIT
                       MOVE 'F' TO WS-STEP-STATUS(WS-HIT-STEP)
                   ELSE
                       MOVE 'C' TO WS-STEP-STATUS(WS-HIT-STEP)
                   END-IF
               END-IF
           END-IF.

       2660-MATCH-RC-LIMIT.
           IF WS-RCL-PROGRAM(WS-RCL-SUB) = AUD-PROGRAM
               MOVE WS-RCL-LIMIT(WS-RCL-SUB) TO WS-RC-LIMIT
           END-IF.

       2700-FIND-AUDIT-STEP.
           MOVE 0 TO WS-HIT-STEP.
           PERFORM 2750-MATCH-AUDIT-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-HIT-STEP > 0.

       2750-MATCH-AUDIT-STEP.
           IF WS-STEP-AUDITED(WS-STEP-SUB)
                   AND WS-STEP-AUDIT-PGM(WS-STEP-SUB) = AUD-PROGRAM
               MOVE WS-STEP-SUB TO WS-HIT-STEP
           END-IF.

      * STEPS WITH NO ATTEMPT ARE SPLIT INTO BYPASSED (THEIR COND
      * TESTS, AGAINST THE RETURN CODES THE JOB ACTUALLY GOT, SAY
      * THE SYSTEM SKIPPED THEM) AND NOT RUN (THE JOB NEVER GOT
      * THAT FAR - AN ABEND FLUSHES EVERY LATER STEP).
       3000-JUDGE-STEPS.
           PERFORM 3050-NOTE-LAST-ATTEMPT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 3100-JUDGE-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

       3050-NOTE-LAST-ATTEMPT.
           IF WS-STEP-AUDITED(WS-STEP-SUB)
                   AND WS-STEP-ATTEMPTS(WS-STEP-SUB) > 0
               MOVE WS-STEP-SUB TO WS-LAST-ATTEMPT-STEP
               SET WS-ANY-ATTEMPT TO TRUE
           END-IF.

       3100-JUDGE-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-PLANNER(WS-STEP-SUB)
               WHEN WS-STEP-CLOSER(WS-STEP-SUB)
                   MOVE 'P' TO WS-STEP-STATUS(WS-STEP-SUB)
               WHEN WS-STEP-AUDITED(WS-STEP-SUB)
                       AND WS-STEP-STATUS(WS-STEP-SUB) NOT = SPACE
                   IF WS-STEP-ABENDED(WS-STEP-SUB)
                       SET WS-ABEND-SEEN TO TRUE
                   END-IF
               WHEN WS-STEP-UTILITY(WS-STEP-SUB)
                       AND WS-STEP-SUB < WS-LAST-ATTEMPT-STEP
                   MOVE 'C' TO WS-STEP-STATUS(WS-STEP-SUB)
                   MOVE 0 TO WS-STEP-RC(WS-STEP-SUB)
               WHEN WS-ABEND-SEEN
                   MOVE 'N' TO WS-STEP-STATUS(WS-STEP-SUB)
               WHEN OTHER
                   PERFORM 3200-EVALUATE-COND
                   IF WS-STEP-WOULD-BYPASS
                       MOVE 'B' TO WS-STEP-STATUS(WS-STEP-SUB)
                   ELSE
                       MOVE 'N' TO WS-STEP-STATUS(WS-STEP-SUB)
                   END-IF
           END-EVALUATE.

      * WALKS THE COND OPERAND CHARACTER BY CHARACTER: EVERY
      * INNERMOST (CODE,OPERATOR,STEPNAME) GROUP IS ONE TEST, AND
      * ANY TEST THAT COMES OUT TRUE BYPASSES THE STEP.  EVEN AND
      * ONLY ARE NOT TESTS AND ARE PASSED OVER.
       3200-EVALUATE-COND.
           MOVE 'N' TO WS-BYPASS-SWITCH.
           MOVE WS-STEP-EXEC-TEXT(WS-STEP-SUB) TO WS-FIND-TEXT.
           MOVE 'COND=' TO WS-FIND-KEY.
           MOVE 5 TO WS-FIND-KEY-LEN.
           PERFORM 1800-FIND-KEYWORD.
           IF WS-FIND-POS > 0
               COMPUTE WS-COND-START = WS-FIND-POS + 5
               IF WS-FIND-TEXT(WS-COND-START:1) = '('
                   MOVE 0 TO WS-COND-DEPTH
                   MOVE 'N' TO WS-COND-DONE-SWITCH
                   MOVE SPACES TO WS-COND-BUF
                   MOVE 0 TO WS-COND-BUF-LEN
                   PERFORM 3210-SCAN-COND-CHAR
                       VARYING WS-COND-SUB FROM WS-COND-START BY 1
                       UNTIL WS-COND-SUB > 300 OR WS-COND-DONE
               END-IF
           END-IF.

       3210-SCAN-COND-CHAR.
           MOVE WS-FIND-TEXT(WS-COND-SUB:1) TO WS-COND-CHAR.
           EVALUATE WS-COND-CHAR
               WHEN '('
                   ADD 1 TO WS-COND-DEPTH
                   MOVE SPACES TO WS-COND-BUF
                   MOVE 0 TO WS-COND-BUF-LEN
               WHEN ')'
                   IF WS-COND-BUF-LEN > 0
                       PERFORM 3250-APPLY-COND-TEST
                   END-IF
                   MOVE SPACES TO WS-COND-BUF
                   MOVE 0 TO WS-COND-BUF-LEN
                   SUBTRACT 1 FROM WS-COND-DEPTH
                   IF WS-COND-DEPTH = 0
                       SET WS-COND-DONE TO TRUE
                   END-IF
               WHEN SPACE
                   SET WS-COND-DONE TO TRUE
               WHEN OTHER
                   IF WS-COND-BUF-LEN < 20
                       ADD 1 TO WS-COND-BUF-LEN
                       MOVE WS-COND-CHAR
                           TO WS-COND-BUF(WS-COND-BUF-LEN:1)
                   END-IF
           END-EVALUATE.

      * A TEST AGAINST A STEP THAT DID NOT RUN IS IGNORED, AS THE
      * SYSTEM IGNORES IT.
       3250-APPLY-COND-TEST.
           MOVE SPACES TO WS-COND-CODE-X.
           MOVE SPACES TO WS-COND-OP.
           MOVE SPACES TO WS-COND-STEP-NAME.
           MOVE 0 TO WS-COND-FIELDS.
           UNSTRING WS-COND-BUF(1:WS-COND-BUF-LEN) DELIMITED BY ','
               INTO WS-COND-CODE-X WS-COND-OP WS-COND-STEP-NAME
               TALLYING IN WS-COND-FIELDS
           END-UNSTRING.
           IF WS-COND-FIELDS = 3 AND WS-COND-STEP-NAME NOT = SPACES
               PERFORM 3260-FIND-COND-STEP
               IF WS-COND-STEP-FOUND
                   MOVE FUNCTION NUMVAL(WS-COND-CODE-X)
                       TO WS-COND-CODE
                   EVALUATE TRUE
                       WHEN WS-COND-OP = 'GT'
                               AND WS-COND-CODE > WS-COND-RC
                       WHEN WS-COND-OP = 'GE'
                               AND WS-COND-CODE NOT < WS-COND-RC
                       WHEN WS-COND-OP = 'EQ'
                               AND WS-COND-CODE = WS-COND-RC
                       WHEN WS-COND-OP = 'LT'
                               AND WS-COND-CODE < WS-COND-RC
                       WHEN WS-COND-OP = 'LE'
                               AND WS-COND-CODE NOT > WS-COND-RC
                       WHEN WS-COND-OP = 'NE'
                               AND WS-COND-CODE NOT = WS-COND-RC
                           SET WS-STEP-WOULD-BYPASS TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

       3260-FIND-COND-STEP.
           MOVE 'N' TO WS-COND-FOUND-SWITCH.
           PERFORM 3270-MATCH-COND-STEP
               VARYING WS-COND-STEP-SUB FROM 1 BY 1
               UNTIL WS-COND-STEP-SUB NOT < WS-STEP-SUB
                  OR WS-COND-STEP-FOUND.

       3270-MATCH-COND-STEP.
           IF WS-STEP-NAME(WS-COND-STEP-SUB) = WS-COND-STEP-NAME
                   AND WS-STEP-RC-KNOWN(WS-COND-STEP-SUB)
               SET WS-COND-STEP-FOUND TO TRUE
               MOVE WS-STEP-RC(WS-COND-STEP-SUB) TO WS-COND-RC
           END-IF.

      * THE RESTART POINT IS THE FIRST STEP STILL TO RUN.  EVERY
      * COMPLETED STEP - BEFORE OR AFTER IT - BECOMES A STUB, BAR
      * THE DAY-END STEPS THAT JUDGE THE WHOLE DAY: A BALANCING
      * CERTIFICATE OR SLA REPORT DRAWN BEFORE THE FAILURE NO
      * LONGER DESCRIBES IT, SO AFTER THE RESTART POINT THEY RUN
      * AGAIN.
       4000-PLAN-RESTART.
           PERFORM 4100-PLAN-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 4200-SHIFT-ONE-GDG
               VARYING WS-GDG-SUB FROM 1 BY 1
               UNTIL WS-GDG-SUB > WS-GDG-COUNT.

       4100-PLAN-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-PLANNER(WS-STEP-SUB)
                   MOVE 'S' TO WS-STEP-ACTION(WS-STEP-SUB)
               WHEN WS-STEP-CLOSER(WS-STEP-SUB)
                   MOVE 'R' TO WS-STEP-ACTION(WS-STEP-SUB)
               WHEN WS-STEP-COMPLETED(WS-STEP-SUB)
                       AND WS-RESTART-SUB > 0
                       AND (WS-STEP-AUDIT-PGM(WS-STEP-SUB) = 'SINBAL  '
                         OR WS-STEP-AUDIT-PGM(WS-STEP-SUB) = 'SINSLA  ')
                   MOVE 'R' TO WS-STEP-ACTION(WS-STEP-SUB)
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN WS-STEP-COMPLETED(WS-STEP-SUB)
                   MOVE 'S' TO WS-STEP-ACTION(WS-STEP-SUB)
                   ADD 1 TO WS-DONE-COUNT
               WHEN WS-STEP-BYPASSED(WS-STEP-SUB)
                   MOVE 'R' TO WS-STEP-ACTION(WS-STEP-SUB)
                   ADD 1 TO WS-BYPASSED-COUNT
               WHEN OTHER
                   MOVE 'R' TO WS-STEP-ACTION(WS-STEP-SUB)
                   ADD 1 TO WS-TO-RUN-COUNT
                   IF WS-RESTART-SUB = 0
                       MOVE WS-STEP-SUB TO WS-RESTART-SUB
                   END-IF
           END-EVALUATE.

      * WHICH GENERATION THE RESTART MUST NAME, GIVEN WHAT THE
      * PRODUCING STEP LEFT CATALOGED:
      *   MOD PRODUCER THAT STARTED - ITS (+1) SURVIVED (EVEN AN
      *     ABEND CATALOGS IT) AND IS TODAY'S DATASET: (+1) -> (0),
      *     (0) -> (-1).  A RESTARTED PRODUCER CARRIES ON IN IT.
      *   NEW PRODUCER - EVERY ATTEMPT THAT ENDED CATALOGED ONE
      *     GENERATION (AN ABEND DELETES IT): (0) -> (-ENDED), AND
      *     (+1) -> (0) ONLY WHEN THE LAST ONE COMPLETED CLEANLY AND
      *     THE STEP IS STUBBED - OTHERWISE THE RERUN CUTS A FRESH
      *     (+1) OVER THE EARLIER ONE.
       4200-SHIFT-ONE-GDG.
           MOVE WS-GDG-STEP(WS-GDG-SUB) TO WS-HIT-STEP.
           IF WS-STEP-AUDITED(WS-HIT-STEP)
               EVALUATE TRUE
                   WHEN WS-GDG-DISP(WS-GDG-SUB) = 'M'
                           AND WS-STEP-ATTEMPTS(WS-HIT-STEP) > 0
                       SET WS-GDG-SHIFTED(WS-GDG-SUB) TO TRUE
                       MOVE '0' TO WS-GDG-PLUS-REL(WS-GDG-SUB)
                       MOVE '-1' TO WS-GDG-ZERO-REL(WS-GDG-SUB)
                   WHEN WS-GDG-DISP(WS-GDG-SUB) = 'N'
                           AND WS-STEP-ENDED(WS-HIT-STEP) > 0
                       SET WS-GDG-SHIFTED(WS-GDG-SUB) TO TRUE
                       MOVE WS-STEP-ENDED(WS-HIT-STEP) TO WS-REL-COUNT
                       MOVE SPACES TO WS-GDG-ZERO-REL(WS-GDG-SUB)
                       IF WS-REL-COUNT < 10
                           STRING '-' WS-REL-COUNT(2:1)
                               DELIMITED BY SIZE
                               INTO WS-GDG-ZERO-REL(WS-GDG-SUB)
                           END-STRING
                       ELSE
                           STRING '-' WS-REL-COUNT DELIMITED BY SIZE
                               INTO WS-GDG-ZERO-REL(WS-GDG-SUB)
                           END-STRING
                       END-IF
                       IF WS-STEP-COMPLETED(WS-HIT-STEP)
                               AND WS-STEP-STUB(WS-HIT-STEP)
                           MOVE '0' TO WS-GDG-PLUS-REL(WS-GDG-SUB)
                       END-IF
               END-EVALUATE
           END-IF.

      * THE VERDICT, AND WHAT IT MEANS FOR THIS RUN.  A DATE WITH
      * NOTHING ON THE AUDIT TRAIL (SINCE ANY FULL-RERUN
      * AUTHORISATION) HAS NOT STARTED, SO THERE IS NOTHING TO
      * RESTART - THE JOB SIMPLY RUNS.  CHECK IS THE ONLY MODE THAT
      * SUBMITS OR REFUSES ANYTHING; A CLOSE THAT COULD NOT READ THE
      * JCL WRITES NO RECORD AT ALL AND LEAVES THE NEXT CHECK TO
      * DECIDE.
       5000-DECIDE.
           IF WS-CHECK-MODE
               PERFORM 5100-DECIDE-CHECK
           ELSE
               PERFORM 5200-DECIDE-CLOSE
           END-IF.
           IF WS-VERDICT NOT = SPACE
               PERFORM 7000-WRITE-CONTROL-RECORD
           END-IF.

       5100-DECIDE-CHECK.
           EVALUATE TRUE
               WHEN WS-PLAN-FAILED
                   MOVE 'X' TO WS-VERDICT
                   STRING 'NO RESTART DECISION POSSIBLE - '
                              DELIMITED BY SIZE
                          WS-PLAN-FAIL-TEXT DELIMITED BY SIZE
                          INTO WS-REFUSE-TEXT
                   END-STRING
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-RERUN-MODE AND WS-LATER-DATE NOT = SPACES
                   MOVE 'X' TO WS-VERDICT
                   STRING 'STEP CONTROL HOLDS LATER DATE '
                              DELIMITED BY SIZE
                          WS-LATER-DATE DELIMITED BY SIZE
                          ' - RUN CONTROL IS BEHIND' DELIMITED BY SIZE
                          INTO WS-REFUSE-TEXT
                   END-STRING
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-ANY-ATTEMPT AND NOT WS-RERUN-MODE
                   MOVE 'N' TO WS-VERDICT
               WHEN NOT WS-ANY-ATTEMPT
                   MOVE 'R' TO WS-VERDICT
               WHEN WS-RESTART-SUB > 0
                   MOVE 'I' TO WS-VERDICT
                   PERFORM 6000-WRITE-RESTART-DECK
                   IF WS-INTRDR-STATUS = '00'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN WS-RERUN-MODE
                   MOVE 'R' TO WS-VERDICT
               WHEN OTHER
                   MOVE 'C' TO WS-VERDICT
           END-EVALUATE.
           IF WS-VERDICT = 'X'
               DISPLAY 'SINRST: RESUBMISSION FOR ' WS-BUS-DATE
                       ' REFUSED - ' WS-REFUSE-TEXT
           END-IF.

       5200-DECIDE-CLOSE.
           EVALUATE TRUE
               WHEN WS-PLAN-FAILED
                   DISPLAY 'SINRST: ' WS-PLAN-FAIL-TEXT
                           ' - DAY NOT RECORDED'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-ANY-ATTEMPT
                   MOVE 'N' TO WS-VERDICT
               WHEN WS-RESTART-SUB > 0
                   MOVE 'I' TO WS-VERDICT
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'SINRST: BUSINESS DATE ' WS-BUS-DATE
                           ' INCOMPLETE - RESUBMIT THE JOB TO RESTART '
                           'FROM STEP ' WS-STEP-NAME(WS-RESTART-SUB)
               WHEN OTHER
                   MOVE 'C' TO WS-VERDICT
           END-EVALUATE.

      * THE RESTART JOB IS THIS JOB'S OWN JCL: THE JOB STATEMENT AS
      * IT STANDS, A NOTE ON WHAT IT IS, THEN EVERY STEP - STUBS
      * FOR THE COMPLETED ONES, THE REST WITH THEIR GENERATIONS
      * ADJUSTED.  THE MODEL'S COMMENTS ARE LEFT OUT.
       6000-WRITE-RESTART-DECK.
           OPEN OUTPUT INTRDR-FILE.
           IF WS-INTRDR-STATUS NOT = '00'
               DISPLAY 'SINRST: INTERNAL READER COULD NOT BE OPENED '
                       '- FILE STATUS ' WS-INTRDR-STATUS
                       ' - RESTART JOB NOT SUBMITTED'
           ELSE
               PERFORM 6100-WRITE-ONE-DECK-LINE
                   VARYING WS-JCL-SUB FROM 1 BY 1
                   UNTIL WS-JCL-SUB > WS-JCL-COUNT
               CLOSE INTRDR-FILE
               DISPLAY 'SINRST: BUSINESS DATE ' WS-BUS-DATE
                       ' INCOMPLETE - RESTART FROM STEP '
                       WS-STEP-NAME(WS-RESTART-SUB) ' SUBMITTED'
           END-IF.

       6100-WRITE-ONE-DECK-LINE.
           MOVE WS-JCL-LINE(WS-JCL-SUB) TO WS-WORK-LINE.
           MOVE WS-JCL-STEP(WS-JCL-SUB) TO WS-HIT-STEP.
           EVALUATE TRUE
               WHEN WS-JCL-KIND(WS-JCL-SUB) = 'J'
                   SET WS-JOB-CARD-SEEN TO TRUE
                   PERFORM 6900-PUT-DECK-LINE
               WHEN WS-JCL-KIND(WS-JCL-SUB) = 'C'
                   CONTINUE
               WHEN OTHER
                   IF WS-JOB-CARD-SEEN AND NOT WS-DECK-HEADER-DONE
                       PERFORM 6150-WRITE-DECK-HEADER
                   END-IF
                   PERFORM 6120-WRITE-STEP-LINE
           END-EVALUATE.

       6120-WRITE-STEP-LINE.
           EVALUATE TRUE
               WHEN WS-HIT-STEP = 0
                   PERFORM 6900-PUT-DECK-LINE
               WHEN WS-JCL-KIND(WS-JCL-SUB) NOT = 'E'
                       AND WS-JCL-KIND(WS-JCL-SUB) NOT = 'D'
                   PERFORM 6900-PUT-DECK-LINE
               WHEN NOT WS-STEP-STUB(WS-HIT-STEP)
                   IF WS-JCL-KIND(WS-JCL-SUB) = 'D'
                       PERFORM 6300-ADJUST-GENERATION
                   END-IF
                   PERFORM 6900-PUT-DECK-LINE
               WHEN WS-JCL-KIND(WS-JCL-SUB) = 'E'
                       AND WS-WORK-LINE(3:1) NOT = SPACE
                   PERFORM 6200-WRITE-STUB
               WHEN WS-JCL-KIND(WS-JCL-SUB) = 'D'
                       AND WS-JCL-STMT-NAME(WS-JCL-SUB) = 'STEPLIB'
                       AND NOT WS-STEP-UTILITY(WS-HIT-STEP)
                   PERFORM 6900-PUT-DECK-LINE
           END-EVALUATE.

       6150-WRITE-DECK-HEADER.
           SET WS-DECK-HEADER-DONE TO TRUE.
           MOVE '//*' TO WS-WORK-LINE.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING '//*        RESTART OF BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ' FROM STEP ' DELIMITED BY SIZE
                  WS-STEP-NAME(WS-RESTART-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  INTO WS-WORK-LINE
           END-STRING.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING '//*        BUILT BY SINRST FROM THE '
                      DELIMITED BY SIZE
                  WS-JOB-NAME DELIMITED BY SPACE
                  ' JCL.  STEPS THAT ALREADY' DELIMITED BY SIZE
                  INTO WS-WORK-LINE
           END-STRING.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING '//*        COMPLETED RUN AS SINRST STUBS '
                      DELIMITED BY SIZE
                  'CARRYING THEIR ORIGINAL' DELIMITED BY SIZE
                  INTO WS-WORK-LINE
           END-STRING.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING '//*        RETURN CODES; RELATIVE GENERATIONS '
                      DELIMITED BY SIZE
                  'NAME THE DATASETS' DELIMITED BY SIZE
                  INTO WS-WORK-LINE
           END-STRING.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE '//*        THE ORIGINAL RUN USED.' TO WS-WORK-LINE.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE '//*' TO WS-WORK-LINE.
           PERFORM 6900-PUT-DECK-LINE.
           MOVE WS-JCL-LINE(WS-JCL-SUB) TO WS-WORK-LINE.

       6200-WRITE-STUB.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE '//' TO WS-WORK-LINE(1:2).
           MOVE WS-STEP-NAME(WS-HIT-STEP) TO WS-WORK-LINE(3:8).
           IF WS-STEP-UTILITY(WS-HIT-STEP)
               MOVE ' EXEC PGM=IEFBR14' TO WS-WORK-LINE(11:17)
           ELSE
               MOVE WS-STEP-RC(WS-HIT-STEP) TO WS-RC-DISPLAY
               MOVE 11 TO WS-OUT-PTR
               STRING ' EXEC PGM=' DELIMITED BY SIZE
                      WS-THIS-PROGRAM DELIMITED BY SPACE
                      ",PARM='SKIP" DELIMITED BY SIZE
                      WS-RC-DISPLAY DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-WORK-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           PERFORM 6900-PUT-DECK-LINE.

       6300-ADJUST-GENERATION.
           MOVE SPACES TO WS-FIND-TEXT.
           MOVE WS-WORK-LINE(1:71) TO WS-FIND-TEXT.
           MOVE 'DSN=' TO WS-FIND-KEY.
           MOVE 4 TO WS-FIND-KEY-LEN.
           PERFORM 1800-FIND-KEYWORD.
           IF WS-FIND-POS > 0
               PERFORM 1600-SPLIT-DSN
               IF WS-DSN-IS-GDG
                   PERFORM 1560-FIND-GDG
                   IF WS-GDG-FOUND
                       IF WS-GDG-SHIFTED(WS-GDG-IDX)
                           PERFORM 6350-REWRITE-GENERATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6350-REWRITE-GENERATION.
           EVALUATE WS-DSN-GEN
               WHEN '+1'
                   MOVE WS-GDG-PLUS-REL(WS-GDG-IDX) TO WS-NEW-GEN
               WHEN '0'
                   MOVE WS-GDG-ZERO-REL(WS-GDG-IDX) TO WS-NEW-GEN
               WHEN OTHER
                   MOVE WS-DSN-GEN TO WS-NEW-GEN
           END-EVALUATE.
           IF WS-NEW-GEN NOT = WS-DSN-GEN
               MOVE SPACES TO WS-NEW-LINE
               MOVE 1 TO WS-OUT-PTR
               STRING WS-WORK-LINE(1:WS-PAREN-POS) DELIMITED BY SIZE
                      WS-NEW-GEN DELIMITED BY SPACE
                      WS-WORK-LINE(WS-CLOSE-POS:72 - WS-CLOSE-POS)
                          DELIMITED BY SIZE
                      INTO WS-NEW-LINE WITH POINTER WS-OUT-PTR
               END-STRING
               IF WS-NEW-LINE(72:9) NOT = SPACES
                   DISPLAY 'SINRST: WARNING - ADJUSTED LINE RUNS PAST '
                           'COLUMN 71: ' WS-NEW-LINE
               END-IF
               MOVE WS-NEW-LINE TO WS-WORK-LINE
               ADD 1 TO WS-SHIFT-COUNT
           END-IF.

       6900-PUT-DECK-LINE.
           MOVE WS-WORK-LINE TO INTRDR-REC.
           WRITE INTRDR-REC.
           ADD 1 TO WS-DECK-COUNT.

       7000-WRITE-CONTROL-RECORD.
           OPEN EXTEND STEPCTL-FILE.
           IF WS-STEPCTL-STATUS = '00' OR '05'
               MOVE SPACES TO STEP-CTL-REC
               MOVE WS-BUS-DATE TO STP-BUS-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO STP-RECORD-TS
               MOVE WS-MODE TO STP-RECORDED-BY
               MOVE WS-VERDICT TO STP-JOB-STATUS
               MOVE CTL-RUN-MODE TO STP-RUN-MODE
               IF WS-RESTART-SUB > 0
                   MOVE WS-STEP-NAME(WS-RESTART-SUB)
                       TO STP-RESTART-STEP
               END-IF
               MOVE WS-STEP-COUNT TO STP-STEP-COUNT
               PERFORM 7100-COPY-ONE-STEP-ENTRY
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               WRITE STEP-CTL-REC
               IF WS-STEPCTL-STATUS = '00'
                   ADD 1 TO WS-CTL-WRITE-COUNT
               ELSE
                   DISPLAY 'SINRST: STEP CONTROL WRITE FAILED - FILE '
                           'STATUS ' WS-STEPCTL-STATUS
               END-IF
               CLOSE STEPCTL-FILE
           ELSE
               DISPLAY 'SINRST: STEP CONTROL COULD NOT BE OPENED - '
                       'FILE STATUS ' WS-STEPCTL-STATUS
                       ' - VERDICT NOT RECORDED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7100-COPY-ONE-STEP-ENTRY.
           MOVE WS-STEP-NAME(WS-STEP-SUB)
               TO STP-STEP-NAME(WS-STEP-SUB).
           MOVE WS-STEP-STATUS(WS-STEP-SUB)
               TO STP-STEP-STATUS(WS-STEP-SUB).
           MOVE WS-STEP-RC(WS-STEP-SUB) TO STP-STEP-RC(WS-STEP-SUB).
           MOVE WS-STEP-ATTEMPTS(WS-STEP-SUB)
               TO STP-STEP-ATTEMPTS(WS-STEP-SUB).

       7500-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINRST - STEP RESTART CONTROL' DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '   RUN MODE ' DELIMITED BY SIZE
                  CTL-RUN-MODE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-MODE DELIMITED BY SIZE
                  ' OF JOB ' DELIMITED BY SIZE
                  WS-JOB-NAME DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           IF WS-RUN-FROM-TS NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING 'FULL RERUN AUTHORISED AT ' DELIMITED BY SIZE
                      WS-RUN-FROM-TS DELIMITED BY SIZE
                      ' - EARLIER AUDIT RECORDS NOT COUNTED'
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'STEP' TO REPORT-REC(1:4).
           MOVE 'PROGRAM' TO REPORT-REC(11:7).
           MOVE 'STATUS' TO REPORT-REC(21:6).
           MOVE '  RC' TO REPORT-REC(33:4).
           MOVE 'TRIES' TO REPORT-REC(39:5).
           MOVE 'ACTION' TO REPORT-REC(46:6).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 7600-WRITE-ONE-STEP-LINE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           IF WS-VERDICT = 'I' AND WS-CHECK-MODE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'GENERATIONS NAMED BY THE RESTART JOB'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               PERFORM 7700-WRITE-ONE-GDG-LINE
                   VARYING WS-GDG-SUB FROM 1 BY 1
                   UNTIL WS-GDG-SUB > WS-GDG-COUNT
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 7800-WRITE-VERDICT.
           MOVE WS-DONE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY -  COMPLETED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           MOVE WS-TO-RUN-COUNT TO WS-COUNT-ED.
           STRING '  TO RUN: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(31:)
           END-STRING
           MOVE WS-BYPASSED-COUNT TO WS-COUNT-ED.
           STRING '  BYPASSED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(50:)
           END-STRING
           MOVE WS-DIFFER-COUNT TO WS-COUNT-ED.
           STRING '  CONTROL DIFFERS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(71:)
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * THE STEP CONTROL IS CHECKED AGAINST THE AUDIT TRAIL: A STEP
      * WHOSE STATUS ON THE LAST RECORD FOR THE DATE DIFFERS FROM
      * WHAT THE TRAIL NOW SHOWS IS FLAGGED (A JOB CANCELLED BEFORE
      * ITS CLOSE STEP, A STEP RUN BY HAND).  THE TRAIL WINS.
       7600-WRITE-ONE-STEP-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO REPORT-REC(1:8).
           MOVE WS-STEP-AUDIT-PGM(WS-STEP-SUB) TO REPORT-REC(11:8).
           EVALUATE TRUE
               WHEN WS-STEP-COMPLETED(WS-STEP-SUB)
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
               WHEN WS-STEP-FAILED(WS-STEP-SUB)
                   MOVE 'FAILED' TO WS-STATUS-TEXT
               WHEN WS-STEP-ABENDED(WS-STEP-SUB)
                   MOVE 'ABENDED' TO WS-STATUS-TEXT
               WHEN WS-STEP-NOT-RUN(WS-STEP-SUB)
                   MOVE 'NOT RUN' TO WS-STATUS-TEXT
               WHEN WS-STEP-BYPASSED(WS-STEP-SUB)
                   MOVE 'BYPASSED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'CONTROL' TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE WS-STATUS-TEXT TO REPORT-REC(21:10).
           IF WS-STEP-RC-KNOWN(WS-STEP-SUB)
               MOVE WS-STEP-RC(WS-STEP-SUB) TO WS-RC-DISPLAY
               MOVE WS-RC-DISPLAY TO REPORT-REC(33:4)
           END-IF.
           IF WS-STEP-ATTEMPTS(WS-STEP-SUB) > 0
               MOVE WS-STEP-ATTEMPTS(WS-STEP-SUB) TO WS-TRIES-ED
               MOVE WS-TRIES-ED TO REPORT-REC(42:2)
           END-IF.
           IF WS-VERDICT = 'I' AND WS-CHECK-MODE
               EVALUATE TRUE
                   WHEN WS-STEP-SUB = WS-RESTART-SUB
                       MOVE 'RUN - RESTART POINT' TO REPORT-REC(46:19)
                   WHEN WS-STEP-STUB(WS-STEP-SUB)
                       MOVE 'SKIP - STUB' TO REPORT-REC(46:11)
                   WHEN OTHER
                       MOVE 'RUN' TO REPORT-REC(46:3)
               END-EVALUATE
           END-IF.
           PERFORM 7650-COMPARE-CONTROL.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       7650-COMPARE-CONTROL.
           IF WS-PREV-FOUND
                   AND WS-STEP-SUB NOT > WS-PREV-STEP-COUNT
                   AND NOT WS-STEP-CONTROL(WS-STEP-SUB)
               IF WS-PREV-STEP-NAME(WS-STEP-SUB)
                       = WS-STEP-NAME(WS-STEP-SUB)
                   IF WS-PREV-STEP-STATUS(WS-STEP-SUB)
                           NOT = WS-STEP-STATUS(WS-STEP-SUB)
                       ADD 1 TO WS-DIFFER-COUNT
                       MOVE '*CONTROL RECORD SAID' TO REPORT-REC(67:20)
                       MOVE WS-PREV-STEP-STATUS(WS-STEP-SUB)
                           TO REPORT-REC(88:1)
                   END-IF
               ELSE
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE '*STEP NOT ON CONTROL RECORD'
                       TO REPORT-REC(67:27)
               END-IF
           END-IF.

       7700-WRITE-ONE-GDG-LINE.
           IF WS-GDG-SHIFTED(WS-GDG-SUB)
               MOVE SPACES TO REPORT-REC
               MOVE WS-GDG-BASE(WS-GDG-SUB) TO REPORT-REC(3:44)
               STRING '(+1) AS (' DELIMITED BY SIZE
                      WS-GDG-PLUS-REL(WS-GDG-SUB) DELIMITED BY SPACE
                      ')   (0) AS (' DELIMITED BY SIZE
                      WS-GDG-ZERO-REL(WS-GDG-SUB) DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                      INTO REPORT-REC(48:)
               END-STRING
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.

       7800-WRITE-VERDICT.
           MOVE SPACES TO REPORT-REC.
           EVALUATE WS-VERDICT
               WHEN 'I'
                   IF WS-CHECK-MODE
                       STRING 'VERDICT: INCOMPLETE - RESTART FROM STEP '
                                  DELIMITED BY SIZE
                              WS-STEP-NAME(WS-RESTART-SUB)
                                  DELIMITED BY SPACE
                              ' SUBMITTED, THIS RUN STOPS AT SINROLL'
                                  DELIMITED BY SIZE
                              INTO REPORT-REC
                       END-STRING
                   ELSE
                       STRING 'VERDICT: INCOMPLETE - RESUBMIT THE JOB '
                                  DELIMITED BY SIZE
                              'TO RESTART FROM STEP ' DELIMITED BY SIZE
                              WS-STEP-NAME(WS-RESTART-SUB)
                                  DELIMITED BY SPACE
                              INTO REPORT-REC
                       END-STRING
                   END-IF
               WHEN 'C'
                   STRING 'VERDICT: COMPLETE - EVERY STEP COMPLETED '
                              DELIMITED BY SIZE
                          'OR WAS BYPASSED BY ITS COND'
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN 'R'
                   STRING 'VERDICT: FULL RERUN OF THE DATE AUTHORISED '
                              DELIMITED BY SIZE
                          '(RERUN MODE)' DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN 'N'
                   STRING 'VERDICT: NO RUN OF THIS DATE ON THE '
                              DELIMITED BY SIZE
                          'AUDIT TRAIL' DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN 'X'
                   STRING 'VERDICT: REFUSED - ' DELIMITED BY SIZE
                          WS-REFUSE-TEXT DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   MOVE 'VERDICT: NOT RECORDED' TO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
           PERFORM 8850-WRITE-AUDIT-END.

      * RUN AUDIT TRAIL - AN 'S' RECORD GOES OUT BEFORE ANY REAL
      * WORK AND AN 'E' RECORD AS THE LAST ACT, EACH APPENDED AND
      * CLOSED IMMEDIATELY SO THE EVIDENCE SURVIVES A LATER ABEND.
      * AN UNWRITABLE AUDIT DATASET WARNS BUT NEVER STOPS THE RUN.
      * A SKIP STUB WRITES NOTHING - THE STEP IT STANDS IN FOR IS
      * ALREADY ON THE TRAIL.
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
               MOVE WS-THIS-PROGRAM TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-AUD-READ-COUNT TO AUD-READ-COUNT
                   MOVE WS-CTL-WRITE-COUNT TO AUD-WRITE-COUNT
                   MOVE WS-TO-RUN-COUNT TO AUD-EXCEPT-COUNT
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
                   DISPLAY 'SINRST: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINRST: WARNING - AUDIT DATASET COULD NOT '
                       'BE OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
