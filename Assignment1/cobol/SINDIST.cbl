      * MISSING THE OLD HARDCODED BEHAVIOUR IS KEPT: THE FULL        *
      * REPORT GOES TO DIST1 AND DIST2.  ONLY RUNS WHEN SINVAL       *
      * COMPLETED CLEANLY (SEE STEP-LEVEL COND= IN SINEVAL JCL).     *
      * THE SAME PROGRAM ALSO DISTRIBUTES OTHER STEPS' REPORTS (THE  *
      * SINGAP GAP REPORT TO FIELD ENGINEERING, THE SINSLA REPORT TO *
      * THE OPERATIONS ON-CALL RECIPIENT ON A MISSED JOB DEADLINE)   *
      * EACH FROM ITS OWN STEP AND CONTROL DATASET - AN OPTIONAL     *
      * PARM NAMES THE PROGRAM ON THAT STEP'S AUDIT RECORDS (DEFAULT *
      * SINDIST) SO SINAUDIT KEEPS THE DISTRIBUTIONS' VOLUMES APART. *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDIST.

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-AUDIT-PROGRAM            PIC X(8) VALUE 'SINDIST '.
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
           PERFORM 1000-LOAD-REPORT-LINE
       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING 'SD' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-AUDIT-PROGRAM
           END-IF.
           PERFORM 8800-WRITE-AUDIT-START.
           OPEN INPUT REPORT-IN.
           OPEN INPUT EXCEPT-IN.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00' OR '05'
               MOVE SPACES TO AUDIT-REC
               MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
