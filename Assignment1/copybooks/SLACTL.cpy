      ***************************************************************
      * SLACTL - BATCH-WINDOW SLA CONTROL RECORD LAYOUT             *
      * ONE RECORD PER SINEVAL STEP, KEYED BY THE PROGRAM NAME THE  *
      * STEP WRITES ON THE AUDIT TRAIL (SINVAL FOR STEP01, SINDSTGP *
      * FOR GAPDIST), IN THE ORDER THE STEPS RUN - SINSLA REPORTS   *
      * THEM IN THAT ORDER.  MAINTAINED BY OPERATIONS AS A PLAIN    *
      * DATASET LIKE TOLCTL: MOVING A TARGET IS AN EDIT.            *
      *   SLA-TARGET-ELAPSED - HHMMSS THE STEP SHOULD TAKE          *
      *   SLA-FINISH-DAY     - CALENDAR DAYS AFTER THE BUSINESS DATE*
      *                        ON WHICH THE LATEST FINISH FALLS (THE*
      *                        WINDOW RUNS OVERNIGHT, SO USUALLY 1) *
      *   SLA-LATEST-FINISH  - HHMMSS WALL-CLOCK TIME ON THAT DAY BY*
      *                        WHICH THE STEP MUST HAVE ENDED       *
      * A BLANK (NON-NUMERIC) OR ZERO TARGET OR FINISH MEANS "NO    *
      * LIMIT" FOR THAT STEP - IT IS STILL TIMED AND AVERAGED.      *
      * ONE RECORD WITH SLA-PROGRAM '*JOB' CARRIES THE OVERALL JOB: *
      * ITS TARGET IS FIRST START TO LAST FINISH OF THE DAY, ITS    *
      * LATEST FINISH IS THE JOB DEADLINE (THE HANDOFF TO THE       *
      * ENGINEERING SERVER), AND ONLY THERE DO THE JOB-WIDE FIELDS  *
      * APPLY:                                                      *
      *   SLA-AVG-RUNS       - BUSINESS DATES IN THE ROLLING AVERAGE*
      *                        (DEFAULT 10, MAXIMUM 30)             *
      *   SLA-WARN-PCT       - ROLLING AVERAGE AS A PERCENTAGE OF   *
      *                        THE TARGET AT WHICH A STEP IS FLAGGED*
      *                        AS CREEPING TOWARDS IT (DEFAULT 90)  *
      ***************************************************************
       01  SLA-CTL-REC.
           05  SLA-PROGRAM             PIC X(8).
               88  SLA-JOB-RECORD          VALUE '*JOB    '.
           05  SLA-TARGET-ELAPSED      PIC 9(6).
           05  SLA-FINISH-DAY          PIC 9.
           05  SLA-LATEST-FINISH       PIC 9(6).
           05  SLA-AVG-RUNS            PIC 9(2).
           05  SLA-WARN-PCT            PIC 9(3).
           05  FILLER                  PIC X(54).
