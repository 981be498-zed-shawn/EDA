      * IN RERUN MODE (CTL-RUN-MODE 'R') THE RUN CONTROL IS LEFT    *
      * EXACTLY AS OPERATIONS SET IT - A PRIOR-DATE RERUN IS THE    *
      * ONE CASE WHERE REPEATING A DATE IS THE WHOLE POINT.         *
      * BEFORE ANY ROLL, IN EITHER MODE, THE STEP CONTROL (STEPCTL) *
      * IS READ FOR THE RUN CONTROL'S DATE: WHEN SINRST'S CHECK     *
      * STEP FOUND THE DATE INCOMPLETE (AND SUBMITTED THE RESTART)  *
      * OR REFUSED THE RESUBMISSION, THIS RUN STOPS HERE WITH RC 8  *
      * AND THE RUN CONTROL UNTOUCHED.                              *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINROLL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL STEPCTL-FILE ASSIGN TO STEPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.
      ***************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  STEPCTL-FILE
           RECORDING MODE IS F.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-CALMST-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-STEPCTL-STATUS           PIC XX.
       01  WS-STP-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-STEPCTL       VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-CALENDAR      VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH           PIC X VALUE 'N'.
      * SKIPS ONE.
       01  WS-LAST-AUD-DATE            PIC X(8) VALUE SPACES.
       01  WS-NEXT-AFTER-AUD           PIC X(8) VALUE SPACES.
      * SINRST'S LAST VERDICT ON THE RUN CONTROL'S DATE, AND THE
      * STEP A RESTART PICKS UP FROM.
       01  WS-STP-VERDICT              PIC X VALUE SPACE.
       01  WS-STP-RESTART-STEP         PIC X(8) VALUE SPACES.

       01  WS-RUN-ID                   PIC X(8).
       01  WS-AUDIT-START-TS           PIC X(14).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF RETURN-CODE = 0
               PERFORM 1000-CHECK-STEP-CONTROL
           END-IF.
           IF NOT WS-RERUN-MODE AND RETURN-CODE = 0
               PERFORM 2000-SCAN-AUDIT-TRAIL
               PERFORM 3000-SCAN-CALENDAR
                       CTL-BUS-DATE
           END-IF.

      * THE STEP CONTROL IS APPEND-ONLY, SO THE LAST RECORD FOR THE
      * DATE IS THE VERDICT OF THIS JOB'S OWN CHECK STEP.  NO STEP
      * CONTROL, OR NO RECORD FOR THE DATE, STOPS NOTHING.
       1000-CHECK-STEP-CONTROL.
           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS = '00' OR '05'
               PERFORM 1100-READ-ONE-STEPCTL-REC
                   UNTIL WS-END-OF-STEPCTL
               CLOSE STEPCTL-FILE
           ELSE
               DISPLAY 'SINROLL: STEP CONTROL NOT AVAILABLE - FILE '
                       'STATUS ' WS-STEPCTL-STATUS
                       ' - NO RESTART CHECK MADE'
           END-IF.
           EVALUATE WS-STP-VERDICT
               WHEN 'I'
                   DISPLAY 'SINROLL: BUSINESS DATE ' WS-OLD-BUS-DATE
                           ' DID NOT COMPLETE - RESTART JOB FROM STEP '
                           WS-STP-RESTART-STEP ' SUBMITTED BY SINRST, '
                           'THIS RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
               WHEN 'X'
                   DISPLAY 'SINROLL: RESUBMISSION FOR BUSINESS DATE '
                           WS-OLD-BUS-DATE ' REFUSED BY SINRST - SEE '
                           'ITS REPORT, THIS RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       1100-READ-ONE-STEPCTL-REC.
           READ STEPCTL-FILE
               AT END
                   SET WS-END-OF-STEPCTL TO TRUE
           END-READ.
           IF NOT WS-END-OF-STEPCTL
               IF STP-BUS-DATE = WS-OLD-BUS-DATE
                   MOVE STP-JOB-STATUS TO WS-STP-VERDICT
                   MOVE STP-RESTART-STEP TO WS-STP-RESTART-STEP
               END-IF
           END-IF.

      * THE LAST COMPLETED SINVAL RUN ANCHORS THE CROSS-CHECK -
      * SINVAL IS THE STEP WHOSE RUN ID, REPORT, AND CHECKPOINT A
      * REPEATED DATE POISONS.  THE TRAIL IS IN TIME ORDER, SO THE
