      ***************************************************************
      * STEPCTL - SINEVAL STEP-COMPLETION CONTROL RECORD LAYOUT     *
      * ONE RECORD PER LOOK SINRST TAKES AT A BUSINESS DATE - AT THE*
      * TOP OF THE JOB (CHECK, BEFORE SINROLL) AND AT THE BOTTOM    *
      * (CLOSE, AFTER SINBAL).  EACH CARRIES THE STATE OF EVERY STEP*
      * OF THE JOB FOR THAT DATE AS THE AUDIT TRAIL'S START/END     *
      * RECORDS SHOW IT, AND THE VERDICT:                           *
      *   C - EVERY STEP THAT SHOULD HAVE RUN COMPLETED CLEANLY     *
      *   I - INCOMPLETE; STP-RESTART-STEP IS WHERE A RESTART PICKS *
      *       UP (AT CHECK TIME THE RESTART JOB HAS BEEN SUBMITTED) *
      *   R - A FULL RERUN OF THE DATE WAS AUTHORISED (RERUN MODE) -*
      *       AUDIT RECORDS BEFORE STP-RECORD-TS NO LONGER COUNT    *
      *   X - RESUBMISSION REFUSED                                  *
      *   N - NO RUN OF THE DATE ON THE AUDIT TRAIL YET             *
      * THE DATASET IS APPENDED TO (DISP=MOD) AND NEVER REWRITTEN;  *
      * THE LAST RECORD FOR A DATE IS ITS CURRENT STATE.  SINROLL   *
      * STOPS THE JOB ON AN 'I' OR 'X' FOR THE RUN CONTROL'S DATE.  *
      * STEP STATUSES: C COMPLETED (RC 4 OR LESS), F FAILED (ENDED  *
      * RC 5 OR MORE), A ABENDED (STARTED, NEVER ENDED), N NOT RUN  *
      * BUT SHOULD HAVE, B BYPASSED BY ITS COND AS THE JOB STOOD,   *
      * P THE SINRST STEPS THEMSELVES.                              *
      ***************************************************************
       01  STEP-CTL-REC.
           05  STP-BUS-DATE            PIC X(8).
           05  STP-RECORD-TS           PIC X(14).
           05  STP-RECORDED-BY         PIC X(5).
           05  STP-JOB-STATUS          PIC X.
               88  STP-JOB-COMPLETE        VALUE 'C'.
               88  STP-JOB-INCOMPLETE      VALUE 'I'.
               88  STP-JOB-RERUN           VALUE 'R'.
               88  STP-JOB-REFUSED         VALUE 'X'.
               88  STP-JOB-NOT-RUN         VALUE 'N'.
           05  STP-RUN-MODE            PIC X.
           05  STP-RESTART-STEP        PIC X(8).
           05  STP-STEP-COUNT          PIC 9(2).
           05  STP-STEP-ENTRY OCCURS 30 TIMES.
               10  STP-STEP-NAME       PIC X(8).
               10  STP-STEP-STATUS     PIC X.
               10  STP-STEP-RC         PIC 9(4).
               10  STP-STEP-ATTEMPTS   PIC 9(2).
           05  FILLER                  PIC X(11).
