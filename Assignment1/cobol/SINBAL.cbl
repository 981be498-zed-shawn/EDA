      *   4. SINVAL RESOUT WRITES = SINSTAT RECORDS READ            *
      *   5. SINVAL RESOUT WRITES = SINRECON RECORDS READ           *
      *   6. SINVAL RESOUT WRITES = SINHIST RECORDS READ            *
      *   7. SINREV HISTORY READ = HISTORY KEPT + REVERSED          *
      * LEG 7 ONLY APPLIES ON A DATE A FEED REVERSAL WAS RUN (THE   *
      * SINREV JOB ENDS BY RE-DRAWING THIS CERTIFICATE); WITH NO    *
      * REVERSAL IT PRINTS AS NOT APPLICABLE AND BREAKS NOTHING.    *
      * ONE-PAGE "DAY BALANCED" CERTIFICATE WHEN EVERY LEG TIES;    *
      * RETURN CODE 8 NAMING THE FIRST BROKEN LEG WHEN IT DOES NOT  *
      * (A STEP WITH NO COMPLETED RUN FOR THE BUSINESS DATE BREAKS  *
      * ITS LEG - A STEP THAT NEVER FINISHED CANNOT HAVE BALANCED). *
      * AN OPTIONAL PARM NAMES THE PROGRAM IT AUDITS ITSELF UNDER   *
      * (AS SINDIST DOES) - THE SINREV JOB'S RE-DRAW USES ITS OWN  *
      * NAME SO A DAYTIME CERTIFICATE IS NEVER TAKEN FOR THE        *
      * NIGHTLY STEP BY SINSLA'S TIMINGS OR SINRST'S STEP CHECKS.   *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINBAL.
      * RESTARTED STEP WRITES MORE THAN ONE 'E' RECORD FOR THE SAME
      * BUSINESS DATE - THE LAST ONE (FILE ORDER = TIME ORDER) IS
      * THE RUN THAT FINISHED THE DAY, SO EVERY MATCH OVERWRITES.
      * REVERSALS ARE THE EXCEPTION - EACH SINREV RUN BACKS OUT
      * DIFFERENT FEEDS, SO ITS SLOT ADDS EVERY RUN FOR THE DATE.
       01  WS-LEG-MAX-ENTRIES          PIC 9(2) VALUE 10.
       01  WS-LEG-COUNT                PIC 9(2) VALUE 0.
       01  WS-LEG-TABLE.
       01  WS-SUB-SINSTAT              PIC 9(2) VALUE 4.
       01  WS-SUB-SINRECON             PIC 9(2) VALUE 5.
       01  WS-SUB-SINHIST              PIC 9(2) VALUE 6.
       01  WS-SUB-SINREV               PIC 9(2) VALUE 7.

       01  WS-BROKEN-LEG-TEXT          PIC X(60) VALUE SPACES.
       01  WS-LEG-RESULT               PIC X(10).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-AUDIT-REC-TYPE           PIC X.
       01  WS-AUD-READ-TOTAL           PIC 9(8) VALUE 0.
       01  WS-AUDIT-PROGRAM            PIC X(8) VALUE 'SINBAL  '.
      ***************************************************************
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(20).
      ***************************************************************
       PROCEDURE DIVISION USING LS-PARM.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           PERFORM 1000-SCAN-ONE-AUDIT-REC
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'BL' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-AUDIT-PROGRAM
           END-IF.
           PERFORM 8800-WRITE-AUDIT-START.
           PERFORM 0200-BUILD-PROGRAM-LIST.
           OPEN OUTPUT REPORT-FILE.
           END-IF.

       0200-BUILD-PROGRAM-LIST.
           MOVE 7 TO WS-LEG-COUNT.
           MOVE 'SINMRG  ' TO WS-LEG-PROGRAM(WS-SUB-SINMRG).
           MOVE 'SINCHK  ' TO WS-LEG-PROGRAM(WS-SUB-SINCHK).
           MOVE 'SINVAL  ' TO WS-LEG-PROGRAM(WS-SUB-SINVAL).
           MOVE 'SINSTAT ' TO WS-LEG-PROGRAM(WS-SUB-SINSTAT).
           MOVE 'SINRECON' TO WS-LEG-PROGRAM(WS-SUB-SINRECON).
           MOVE 'SINHIST ' TO WS-LEG-PROGRAM(WS-SUB-SINHIST).
           MOVE 'SINREV  ' TO WS-LEG-PROGRAM(WS-SUB-SINREV).
           PERFORM 0250-CLEAR-ONE-SLOT
               VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-LEG-COUNT.
               IF AUD-END-REC AND AUD-BUS-DATE = WS-BUS-DATE
                   PERFORM 1100-MATCH-PROGRAM
                   IF WS-PGM-FOUND
                       PERFORM 1200-POST-COMPLETION
                   END-IF
               END-IF
           END-IF.
               MOVE WS-LEG-SUB TO WS-LEG-HIT-SUB
           END-IF.

       1200-POST-COMPLETION.
           IF WS-LEG-HIT-SUB = WS-SUB-SINREV
               ADD AUD-READ-COUNT TO WS-LEG-READ(WS-LEG-HIT-SUB)
               ADD AUD-WRITE-COUNT TO WS-LEG-WRITE(WS-LEG-HIT-SUB)
               ADD AUD-EXCEPT-COUNT TO WS-LEG-EXCEPT(WS-LEG-HIT-SUB)
           ELSE
               MOVE AUD-READ-COUNT TO WS-LEG-READ(WS-LEG-HIT-SUB)
               MOVE AUD-WRITE-COUNT TO WS-LEG-WRITE(WS-LEG-HIT-SUB)
               MOVE AUD-EXCEPT-COUNT TO WS-LEG-EXCEPT(WS-LEG-HIT-SUB)
           END-IF.
           MOVE 'Y' TO WS-LEG-FOUND-SW(WS-LEG-HIT-SUB).

       3000-WRITE-CERTIFICATE.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINBAL - END-OF-DAY BALANCING CERTIFICATE'
           PERFORM 4400-CHECK-LEG-4.
           PERFORM 4500-CHECK-LEG-5.
           PERFORM 4600-CHECK-LEG-6.
           PERFORM 4700-CHECK-LEG-7.
           PERFORM 5000-WRITE-VERDICT.

       3100-WRITE-ONE-STEP-LINE.
               MOVE 'EXCEPT' TO REPORT-REC(46:6)
               MOVE WS-COUNT-ED TO REPORT-REC(53:8)
           ELSE
               IF WS-LEG-SUB = WS-SUB-SINREV
                   MOVE '-- NO REVERSAL RUN FOR THIS DATE --'
                       TO REPORT-REC(11:35)
               ELSE
                   MOVE '** NO COMPLETED RUN FOR THIS DATE **'
                       TO REPORT-REC(11:36)
               END-IF
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

           MOVE WS-LEG-READ(WS-SUB-SINHIST) TO WS-RIGHT-COUNT.
           PERFORM 4800-JUDGE-TWO-SIDED-LEG.

      * THE REVERSAL LEG BALANCES SINREV AGAINST ITSELF: EVERY
      * HISTORY RECORD IT READ WAS EITHER CARRIED FORWARD OR BACKED
      * OUT, SO THE DAY STILL TIES AFTER A FEED IS REMOVED.  NO
      * REVERSAL FOR THE DATE IS THE NORMAL CASE AND IS NO BREAK.
       4700-CHECK-LEG-7.
           MOVE 'LEG 7: SINREV HISTORY READ = KEPT + REVERSED'
               TO WS-LEG-LABEL.
           MOVE WS-LEG-READ(WS-SUB-SINREV) TO WS-LEFT-COUNT.
           COMPUTE WS-RIGHT-COUNT = WS-LEG-WRITE(WS-SUB-SINREV)
               + WS-LEG-EXCEPT(WS-SUB-SINREV).
           IF NOT WS-LEG-FOUND(WS-SUB-SINREV)
               MOVE 'N/A' TO WS-LEG-RESULT
           ELSE
               IF WS-LEFT-COUNT = WS-RIGHT-COUNT
                   MOVE 'TIES' TO WS-LEG-RESULT
               ELSE
                   MOVE '*BROKEN*' TO WS-LEG-RESULT
                   PERFORM 4850-RECORD-BROKEN-LEG
               END-IF
           END-IF.
           PERFORM 4900-WRITE-LEG-LINE.

      * EACH CALLER STAGES THE TWO SLOT NUMBERS AND COUNTS - A
      * MISSING COMPLETION ON EITHER SIDE BREAKS THE LEG OUTRIGHT,
      * BECAUSE A STEP THAT NEVER FINISHED CANNOT HAVE BALANCED.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00' OR '05'
               MOVE SPACES TO AUDIT-REC
               MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
