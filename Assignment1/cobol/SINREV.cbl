      ***************************************************************
      * SINREV - FEED REVERSAL.  BACKS ONE OR MORE ACCEPTED SITE    *
      * SUBMISSIONS OUT OF EVERY DATASET THE SINEVAL JOB BUILT      *
      * FROM THEM, FOR THE DAY A SITE TELLS US AFTER THE RUN THAT   *
      * A FEED WAS BAD (WRONG SENSOR CONFIGURATION, A TEST FILE     *
      * SENT TO PRODUCTION) - THE ALTERNATIVE IS RESTORING GDGS BY  *
      * HAND.  EACH REVERSAL REQUEST (REVREQ) NAMES A SUBMISSION BY *
      * ITS HEADER SIGNATURE - FEED DATE + SOURCE SYSTEM - AND MUST *
      * MATCH AN ACCEPTED, NOT YET REVERSED, ENTRY ON THE           *
      * SUBMISSIONS REGISTER.  THE ENTRY'S ACCEPTANCE DATE AND THE  *
      * SOURCE SYSTEM (THE SITE TAG SINMRG PUT ON EVERY READING)    *
      * THEN IDENTIFY THE SUBMISSION'S READINGS DOWNSTREAM:         *
      *   RESOUT    - THE CURRENT GENERATION IS COPIED TO A NEW ONE *
      *               WITHOUT THEM (ONLY A SUBMISSION ACCEPTED ON   *
      *               THAT GENERATION'S DATE HAS READINGS IN IT)    *
      *   HISTMST   - THE RESULTS HISTORY IS COPIED WITHOUT THEM;   *
      *               RECORDS FOLDED IN BEFORE THE HISTORY CARRIED  *
      *               A SITE ARE MATCHED BY ANGLE NUMBER AGAINST    *
      *               THE CURRENT RESOUT GENERATION                 *
      *   STAHMST   - EVERY STATION DAY THAT LOST A READING IS      *
      *               RECOMPUTED (COUNT/MIN/MAX/AVERAGE) FROM THE   *
      *               READINGS LEFT IN THE HISTORY, OR DROPPED WHEN *
      *               NONE ARE LEFT                                 *
      *   RDGKEY    - THE READING KEYS ARE DROPPED SO THE RESENT    *
      *               FEED IS NOT HELD OUT AS DUPLICATE READINGS    *
      *   SUBMREG   - THE ENTRY IS MARKED REVERSED (COPIED TO A     *
      *               WORK DATASET THE JOB COPIES BACK) SO THE SITE *
      *               CAN LEGITIMATELY RESUBMIT                     *
      * THE RUN IS AUDITED LIKE EVERY STEP - HISTORY READ, WRITTEN  *
      * AND REVERSED - AND SINBAL CARRIES IT AS ITS OWN BALANCING   *
      * LEG (HISTORY IN = HISTORY OUT + REVERSED).                  *
      * RETURN CODE 4 WHEN A REQUEST WAS REJECTED OR A REVERSED     *
      * SUBMISSION HAD NO READINGS LEFT IN THE HISTORY.             *
      * RETURN CODE 8 WHEN NOTHING WAS REVERSED (THE DATASETS ARE   *
      * STILL COPIED THROUGH UNCHANGED).                            *
      * RETURN CODE 16 WHEN AN INPUT CANNOT BE OPENED.              *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINREV.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVREQ-FILE ASSIGN TO REVREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVREQ-STATUS.

           SELECT SUBMREG-FILE ASSIGN TO SUBMREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMREG-STATUS.

           SELECT SUBMNEW-FILE ASSIGN TO SUBMNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESIN-FILE ASSIGN TO RESIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESIN-STATUS.

           SELECT RESNEW-FILE ASSIGN TO RESNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTMST-FILE ASSIGN TO HISTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMST-STATUS.

           SELECT HISTNEW-FILE ASSIGN TO HISTNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STAHMST-FILE ASSIGN TO STAHMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAHMST-STATUS.

           SELECT STAHNEW-FILE ASSIGN TO STAHNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RDGKEY-FILE ASSIGN TO RDGKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDGKEY-STATUS.

           SELECT RDGNEW-FILE ASSIGN TO RDGNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SYSOUT
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
       FD  REVREQ-FILE
           RECORDING MODE IS F.
       COPY REVREQ.

       FD  SUBMREG-FILE
           RECORDING MODE IS F.
       COPY SUBMREG.

       FD  SUBMNEW-FILE
           RECORDING MODE IS F.
       COPY SUBMREG REPLACING SUBM-REG-REC BY SUBMNEW-REC.

       FD  RESIN-FILE
           RECORDING MODE IS F.
       COPY RESREC.

       FD  RESNEW-FILE
           RECORDING MODE IS F.
       COPY RESREC REPLACING RES-REC BY RESNEW-REC.

       FD  HISTMST-FILE
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  HISTNEW-FILE
           RECORDING MODE IS F.
       COPY HISTREC REPLACING HIST-REC BY HISTNEW-REC.

       FD  STAHMST-FILE
           RECORDING MODE IS F.
       COPY STAHREC.

       FD  STAHNEW-FILE
           RECORDING MODE IS F.
       COPY STAHREC REPLACING STAHIST-REC BY STAHNEW-REC.

       FD  RDGKEY-FILE
           RECORDING MODE IS F.
       COPY RDGKEY.

       FD  RDGNEW-FILE
           RECORDING MODE IS F.
       COPY RDGKEY REPLACING RDG-KEY-REC BY RDGNEW-REC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-REC                  PIC X(133).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-REVREQ-STATUS            PIC XX.
       01  WS-SUBMREG-STATUS           PIC XX.
       01  WS-RESIN-STATUS             PIC XX.
       01  WS-HISTMST-STATUS           PIC XX.
       01  WS-STAHMST-STATUS           PIC XX.
       01  WS-RDGKEY-STATUS            PIC XX.
       01  WS-INPUT-SWITCH             PIC X VALUE 'N'.
           88  WS-INPUT-FAILED         VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.

      * THE RUN'S REVERSAL REQUESTS.  A REQUEST IS 'M'ATCHED ONCE
      * THE REGISTER PASS FINDS ITS ACCEPTED ENTRY - ONLY MATCHED
      * REQUESTS TAKE ANYTHING OUT OF THE DOWNSTREAM DATASETS.
       01  WS-REQ-MAX-ENTRIES          PIC 9(2) VALUE 20.
       01  WS-REQ-COUNT                PIC 9(2) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 20 TIMES.
               10  WS-REQ-FEED-DATE    PIC X(8).
               10  WS-REQ-SOURCE-SYS   PIC X(8).
               10  WS-REQ-REASON       PIC X(40).
               10  WS-REQ-STATE        PIC X.
                   88  WS-REQ-PENDING      VALUE 'P'.
                   88  WS-REQ-MATCHED      VALUE 'M'.
                   88  WS-REQ-REJECTED     VALUE 'X'.
               10  WS-REQ-REJECT-TEXT  PIC X(30).
               10  WS-REQ-ACCEPT-DATE  PIC X(8).
               10  WS-REQ-TRL-COUNT    PIC 9(8).
               10  WS-REQ-RES-COUNT    PIC 9(8).
               10  WS-REQ-HIST-COUNT   PIC 9(8).
               10  WS-REQ-KEY-COUNT    PIC 9(8).
       01  WS-REQ-SUB                  PIC 9(2).
       01  WS-REQ-SUB2                 PIC 9(2).
       01  WS-REQ-HIT-SUB              PIC 9(2).
       01  WS-REQ-HIT-SWITCH           PIC X.
           88  WS-REQ-HIT              VALUE 'Y'.
       01  WS-REQ-SKIPPED-COUNT        PIC 9(4) VALUE 0.
       01  WS-MATCH-DATE               PIC X(8).
       01  WS-MATCH-SITE               PIC X(8).

      * ANGLE NUMBERS OF THE REVERSED READINGS FOUND IN THE
      * CURRENT RESOUT GENERATION, EACH HOLDING THE REQUEST IT
      * BELONGS TO - THE FALLBACK MATCH FOR HISTORY RECORDS THAT
      * CARRY NO SITE.
       01  WS-RESIN-DATE               PIC X(8) VALUE SPACES.
       01  WS-ANG-TABLE.
           05  WS-ANG-REQ              PIC 9(2) VALUE 0
                                       OCCURS 9999 TIMES.

      * ONE ENTRY PER STATION PER REVERSED DATE: THE READINGS LEFT
      * IN THE HISTORY AFTER THE BACK-OUT, AND WHETHER THE STATION
      * DAY LOST ANY - ONLY THOSE ARE RECOMPUTED ON THE STATION
      * HISTORY.
       01  WS-SDY-MAX-ENTRIES          PIC 9(5) VALUE 10000.
       01  WS-SDY-COUNT                PIC 9(5) VALUE 0.
       01  WS-SDY-TABLE.
           05  WS-SDY-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-SDY-IDX.
               10  WS-SDY-DATE         PIC X(8).
               10  WS-SDY-STATION-ID   PIC X(8).
               10  WS-SDY-TOUCHED-SW   PIC X.
                   88  WS-SDY-TOUCHED  VALUE 'Y'.
               10  WS-SDY-RDG-COUNT    PIC 9(8).
               10  WS-SDY-SUM-RES      PIC S9(8)V9(10).
               10  WS-SDY-MIN-RES      PIC S9(1)V9(10).
               10  WS-SDY-MAX-RES      PIC S9(1)V9(10).
       01  WS-SDY-FOUND-SWITCH         PIC X.
           88  WS-SDY-FOUND            VALUE 'Y'.
       01  WS-SDY-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-SDY-TABLE-FULL       VALUE 'Y'.
       01  WS-SDY-ADD-SWITCH           PIC X.
           88  WS-SDY-ADD-ALLOWED      VALUE 'Y'.
       01  WS-SDY-KEY-STATION          PIC X(8).

       01  WS-MATCHED-COUNT            PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4) VALUE 0.
       01  WS-EMPTY-COUNT              PIC 9(4) VALUE 0.
       01  WS-REG-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-RES-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-RES-WRITE-COUNT          PIC 9(8) VALUE 0.
       01  WS-HIST-READ-COUNT          PIC 9(8) VALUE 0.
       01  WS-HIST-WRITE-COUNT         PIC 9(8) VALUE 0.
       01  WS-HIST-REVERSED-COUNT      PIC 9(8) VALUE 0.
       01  WS-SHST-READ-COUNT          PIC 9(8) VALUE 0.
       01  WS-SHST-WRITE-COUNT         PIC 9(8) VALUE 0.
       01  WS-SHST-RECOMPUTED-COUNT    PIC 9(8) VALUE 0.
       01  WS-SHST-REMOVED-COUNT       PIC 9(8) VALUE 0.
       01  WS-KEY-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-KEY-WRITE-COUNT          PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-AUDIT-REC-TYPE           PIC X.
       01  WS-RUNCTL-STATUS            PIC XX.
      ***************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF NOT WS-INPUT-FAILED
               PERFORM 1000-LOAD-REQUESTS
               PERFORM 2000-MARK-REGISTER
               PERFORM 3000-REVERSE-RESULTS
               PERFORM 4000-REVERSE-HISTORY
               PERFORM 5000-RECOMPUTE-STATION-DAYS
               PERFORM 5500-REVERSE-READING-KEYS
               PERFORM 6000-WRITE-REPORT
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      * EVERY INPUT IS OPENED UP FRONT - A REVERSAL THAT COULD ONLY
      * REACH SOME OF THE DATASETS WOULD LEAVE THEM DISAGREEING, SO
      * ANY ONE MISSING STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'RV' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           OPEN INPUT REVREQ-FILE.
           IF WS-REVREQ-STATUS NOT = '00'
               DISPLAY 'SINREV: REVERSAL REQUEST DATASET NOT '
                       'AVAILABLE - FILE STATUS ' WS-REVREQ-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           OPEN INPUT SUBMREG-FILE.
           IF WS-SUBMREG-STATUS NOT = '00'
               DISPLAY 'SINREV: SUBMISSIONS REGISTER NOT AVAILABLE '
                       '- FILE STATUS ' WS-SUBMREG-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           OPEN INPUT RESIN-FILE.
           IF WS-RESIN-STATUS NOT = '00'
               DISPLAY 'SINREV: RESULT DATASET NOT AVAILABLE - FILE '
                       'STATUS ' WS-RESIN-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           OPEN INPUT HISTMST-FILE.
           IF WS-HISTMST-STATUS NOT = '00'
               DISPLAY 'SINREV: RESULTS HISTORY MASTER NOT AVAILABLE '
                       '- FILE STATUS ' WS-HISTMST-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           OPEN INPUT STAHMST-FILE.
           IF WS-STAHMST-STATUS NOT = '00'
               DISPLAY 'SINREV: STATION HISTORY MASTER NOT AVAILABLE '
                       '- FILE STATUS ' WS-STAHMST-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           OPEN INPUT RDGKEY-FILE.
           IF WS-RDGKEY-STATUS NOT = '00'
               DISPLAY 'SINREV: READING KEY REGISTER NOT AVAILABLE '
                       '- FILE STATUS ' WS-RDGKEY-STATUS
               SET WS-INPUT-FAILED TO TRUE
           END-IF.
           IF WS-INPUT-FAILED
               DISPLAY 'SINREV: NOTHING REVERSED - RESTORE THE '
                       'MISSING DATASET AND RESUBMIT'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SUBMNEW-FILE
               OPEN OUTPUT RESNEW-FILE
               OPEN OUTPUT HISTNEW-FILE
               OPEN OUTPUT STAHNEW-FILE
               OPEN OUTPUT RDGNEW-FILE
               OPEN OUTPUT REPORT-FILE
           END-IF.

      * SAME RULE AS EVERY OTHER STEP: THE BUSINESS DATE COMES FROM
      * THE RUN CONTROL, FALLING BACK TO THE WALL CLOCK WITH A
      * WARNING.  IT DATES THE REGISTER'S REVERSAL MARK AND THE
      * AUDIT RECORDS SINBAL PICKS UP.
       0050-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       DISPLAY 'SINREV: RUN CONTROL DATASET IS EMPTY'
                               ' - USING THE WALL-CLOCK DATE'
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'SINREV: RUN CONTROL DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-RUNCTL-STATUS
                       ' - USING THE WALL-CLOCK DATE'
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'SINREV: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - USING THE '
                       'WALL-CLOCK DATE'
           END-IF.

      * A REQUEST NEEDS A NUMERIC FEED DATE AND A SOURCE SYSTEM TO
      * NAME A SUBMISSION AT ALL; THE SAME SIGNATURE TWICE IN ONE
      * RUN IS TAKEN ONCE.
       1000-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1100-LOAD-ONE-REQUEST
               UNTIL WS-END-OF-FILE.
           CLOSE REVREQ-FILE.
           IF WS-REQ-SKIPPED-COUNT > 0
               DISPLAY 'SINREV: ' WS-REQ-SKIPPED-COUNT
                       ' REQUEST(S) OVER THE LIMIT OF '
                       WS-REQ-MAX-ENTRIES ' PER RUN NOT TAKEN - '
                       'RESUBMIT THEM IN A SECOND RUN'
           END-IF.

       1100-LOAD-ONE-REQUEST.
           READ REVREQ-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-REQ-COUNT < WS-REQ-MAX-ENTRIES
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-SUB
                   PERFORM 1200-TABLE-ONE-REQUEST
               ELSE
                   ADD 1 TO WS-REQ-SKIPPED-COUNT
               END-IF
           END-IF.

       1200-TABLE-ONE-REQUEST.
           MOVE REV-FEED-DATE TO WS-REQ-FEED-DATE(WS-REQ-SUB).
           MOVE REV-SOURCE-SYS TO WS-REQ-SOURCE-SYS(WS-REQ-SUB).
           MOVE REV-REASON TO WS-REQ-REASON(WS-REQ-SUB).
           MOVE SPACES TO WS-REQ-REJECT-TEXT(WS-REQ-SUB).
           MOVE SPACES TO WS-REQ-ACCEPT-DATE(WS-REQ-SUB).
           MOVE 0 TO WS-REQ-TRL-COUNT(WS-REQ-SUB).
           MOVE 0 TO WS-REQ-RES-COUNT(WS-REQ-SUB).
           MOVE 0 TO WS-REQ-HIST-COUNT(WS-REQ-SUB).
           MOVE 0 TO WS-REQ-KEY-COUNT(WS-REQ-SUB).
           SET WS-REQ-PENDING(WS-REQ-SUB) TO TRUE.
           EVALUATE TRUE
               WHEN REV-FEED-DATE IS NOT NUMERIC
                   SET WS-REQ-REJECTED(WS-REQ-SUB) TO TRUE
                   MOVE 'FEED DATE NOT NUMERIC'
                       TO WS-REQ-REJECT-TEXT(WS-REQ-SUB)
               WHEN REV-SOURCE-SYS = SPACES
                   SET WS-REQ-REJECTED(WS-REQ-SUB) TO TRUE
                   MOVE 'NO SOURCE SYSTEM'
                       TO WS-REQ-REJECT-TEXT(WS-REQ-SUB)
               WHEN OTHER
                   PERFORM 1250-CHECK-REPEATED-REQUEST
                       VARYING WS-REQ-SUB2 FROM 1 BY 1
                       UNTIL WS-REQ-SUB2 >= WS-REQ-SUB
           END-EVALUATE.

       1250-CHECK-REPEATED-REQUEST.
           IF WS-REQ-FEED-DATE(WS-REQ-SUB2) = REV-FEED-DATE
                   AND WS-REQ-SOURCE-SYS(WS-REQ-SUB2) = REV-SOURCE-SYS
                   AND WS-REQ-PENDING(WS-REQ-SUB)
               SET WS-REQ-REJECTED(WS-REQ-SUB) TO TRUE
               MOVE 'REPEATED IN THIS RUN'
                   TO WS-REQ-REJECT-TEXT(WS-REQ-SUB)
           END-IF.

      * THE REGISTER IS COPIED WHOLE TO THE WORK DATASET; THE ONE
      * ACCEPTED ENTRY EACH PENDING REQUEST NAMES IS MARKED REVERSED
      * ON THE WAY THROUGH.  ALREADY-REVERSED ENTRIES ARE HISTORY
      * AND NEVER MATCH.  A REQUEST STILL PENDING AFTER THE PASS
      * NAMES NOTHING WE ACCEPTED.
       2000-MARK-REGISTER.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-COPY-ONE-REGISTER-REC
               UNTIL WS-END-OF-FILE.
           PERFORM 2200-CLOSE-OUT-ONE-REQUEST
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

       2100-COPY-ONE-REGISTER-REC.
           READ SUBMREG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-REG-READ-COUNT
               MOVE SUBM-REG-REC TO SUBMNEW-REC
               IF SUB-ACTIVE OF SUBM-REG-REC
                   PERFORM 2150-MATCH-REGISTER-ENTRY
                       VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
               END-IF
               WRITE SUBMNEW-REC
           END-IF.

       2150-MATCH-REGISTER-ENTRY.
           IF WS-REQ-PENDING(WS-REQ-SUB)
                   AND WS-REQ-FEED-DATE(WS-REQ-SUB)
                       = SUB-FEED-DATE OF SUBM-REG-REC
                   AND WS-REQ-SOURCE-SYS(WS-REQ-SUB)
                       = SUB-SOURCE-SYS OF SUBM-REG-REC
               SET WS-REQ-MATCHED(WS-REQ-SUB) TO TRUE
               ADD 1 TO WS-MATCHED-COUNT
               MOVE SUB-ACCEPT-DATE OF SUBM-REG-REC
                   TO WS-REQ-ACCEPT-DATE(WS-REQ-SUB)
               MOVE SUB-TRL-COUNT OF SUBM-REG-REC
                   TO WS-REQ-TRL-COUNT(WS-REQ-SUB)
               SET SUB-REVERSED OF SUBMNEW-REC TO TRUE
               MOVE WS-BUS-DATE TO SUB-REVERSE-DATE OF SUBMNEW-REC
           END-IF.

       2200-CLOSE-OUT-ONE-REQUEST.
           IF WS-REQ-PENDING(WS-REQ-SUB)
               SET WS-REQ-REJECTED(WS-REQ-SUB) TO TRUE
               MOVE 'NOT AN ACCEPTED SUBMISSION'
                   TO WS-REQ-REJECT-TEXT(WS-REQ-SUB)
           END-IF.
           IF WS-REQ-REJECTED(WS-REQ-SUB)
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * WHICH MATCHED REQUEST, IF ANY, OWNS A READING ACCEPTED ON
      * WS-MATCH-DATE FROM SITE WS-MATCH-SITE.
       2500-MATCH-REQUEST.
           MOVE 'N' TO WS-REQ-HIT-SWITCH.
           PERFORM 2550-MATCH-ONE-REQUEST
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-REQ-HIT.

       2550-MATCH-ONE-REQUEST.
           IF WS-REQ-MATCHED(WS-REQ-SUB)
                   AND WS-REQ-ACCEPT-DATE(WS-REQ-SUB) = WS-MATCH-DATE
                   AND WS-REQ-SOURCE-SYS(WS-REQ-SUB) = WS-MATCH-SITE
               SET WS-REQ-HIT TO TRUE
               MOVE WS-REQ-SUB TO WS-REQ-HIT-SUB
           END-IF.

      * IS WS-MATCH-DATE THE ACCEPTANCE DATE OF ANY MATCHED REQUEST.
       2600-MATCH-REVERSAL-DATE.
           MOVE 'N' TO WS-REQ-HIT-SWITCH.
           PERFORM 2650-MATCH-ONE-DATE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-REQ-HIT.

       2650-MATCH-ONE-DATE.
           IF WS-REQ-MATCHED(WS-REQ-SUB)
                   AND WS-REQ-ACCEPT-DATE(WS-REQ-SUB) = WS-MATCH-DATE
               SET WS-REQ-HIT TO TRUE
           END-IF.

      * RESOUT CARRIES ONE BUSINESS DATE, SO ONLY A SUBMISSION
      * ACCEPTED ON THAT DATE CAN HAVE READINGS HERE.  THE ANGLE
      * NUMBERS TAKEN OUT ARE REMEMBERED FOR THE HISTORY PASS.
       3000-REVERSE-RESULTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-COPY-ONE-RESULT
               UNTIL WS-END-OF-FILE.

       3100-COPY-ONE-RESULT.
           READ RESIN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-RES-READ-COUNT
               IF WS-RESIN-DATE = SPACES
                   MOVE RES-BUS-DATE OF RES-REC TO WS-RESIN-DATE
               END-IF
               MOVE RES-BUS-DATE OF RES-REC TO WS-MATCH-DATE
               MOVE RES-SITE-ID OF RES-REC TO WS-MATCH-SITE
               PERFORM 2500-MATCH-REQUEST
               IF WS-REQ-HIT
                   ADD 1 TO WS-REQ-RES-COUNT(WS-REQ-HIT-SUB)
                   IF RES-ANGLE-NUM OF RES-REC > 0
                       MOVE WS-REQ-HIT-SUB
                           TO WS-ANG-REQ(RES-ANGLE-NUM OF RES-REC)
                   END-IF
               ELSE
                   MOVE RES-REC TO RESNEW-REC
                   WRITE RESNEW-REC
                   ADD 1 TO WS-RES-WRITE-COUNT
               END-IF
           END-IF.

      * A HISTORY RECORD IS REVERSED WHEN ITS DATE AND SITE NAME A
      * MATCHED SUBMISSION - OR, FOR A RECORD WITH NO SITE, WHEN ITS
      * DATE AND ANGLE NUMBER WERE TAKEN OUT OF RESOUT.  EVERY
      * READING LEFT ON A REVERSED DATE IS TOTALLED BY STATION FOR
      * THE STATION HISTORY RECOMPUTE.
       4000-REVERSE-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4100-COPY-ONE-HISTORY-REC
               UNTIL WS-END-OF-FILE.
           IF WS-SDY-TABLE-FULL
               DISPLAY 'SINREV: MORE THAN ' WS-SDY-MAX-ENTRIES
                       ' STATION DAYS ON THE REVERSED DATES - CHECK '
                       'THE STATION HISTORY REPORT, SOME WERE NOT '
                       'RECOMPUTED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4100-COPY-ONE-HISTORY-REC.
           READ HISTMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-HIST-READ-COUNT
               MOVE 'N' TO WS-REQ-HIT-SWITCH
               MOVE HIST-BUS-DATE OF HIST-REC TO WS-MATCH-DATE
               IF HIST-SITE-ID OF HIST-REC = SPACES
                   PERFORM 4150-MATCH-BY-ANGLE
               ELSE
                   MOVE HIST-SITE-ID OF HIST-REC TO WS-MATCH-SITE
                   PERFORM 2500-MATCH-REQUEST
               END-IF
               MOVE HIST-STATION-ID OF HIST-REC TO WS-SDY-KEY-STATION
               IF WS-REQ-HIT
                   ADD 1 TO WS-REQ-HIST-COUNT(WS-REQ-HIT-SUB)
                   ADD 1 TO WS-HIST-REVERSED-COUNT
                   IF WS-SDY-KEY-STATION NOT = SPACES
                       PERFORM 4300-MARK-STATION-DAY
                   END-IF
               ELSE
                   MOVE HIST-REC TO HISTNEW-REC
                   WRITE HISTNEW-REC
                   ADD 1 TO WS-HIST-WRITE-COUNT
                   IF WS-SDY-KEY-STATION NOT = SPACES
                       PERFORM 4400-TOTAL-STATION-DAY
                   END-IF
               END-IF
           END-IF.

       4150-MATCH-BY-ANGLE.
           IF HIST-BUS-DATE OF HIST-REC = WS-RESIN-DATE
                   AND HIST-ANGLE-NUM OF HIST-REC > 0
               IF WS-ANG-REQ(HIST-ANGLE-NUM OF HIST-REC) > 0
                   SET WS-REQ-HIT TO TRUE
                   MOVE WS-ANG-REQ(HIST-ANGLE-NUM OF HIST-REC)
                       TO WS-REQ-HIT-SUB
               END-IF
           END-IF.

       4300-MARK-STATION-DAY.
           MOVE 'Y' TO WS-SDY-ADD-SWITCH.
           PERFORM 4500-FIND-STATION-DAY.
           IF WS-SDY-FOUND
               SET WS-SDY-TOUCHED(WS-SDY-IDX) TO TRUE
           END-IF.

       4400-TOTAL-STATION-DAY.
           PERFORM 2600-MATCH-REVERSAL-DATE.
           IF WS-REQ-HIT
               MOVE 'Y' TO WS-SDY-ADD-SWITCH
               PERFORM 4500-FIND-STATION-DAY
               IF WS-SDY-FOUND
                   PERFORM 4450-ADD-TO-STATION-DAY
               END-IF
           END-IF.

      * SAME MIN/MAX/SUM RULES AS SINVAL'S STATION SUMMARY, SO A
      * RECOMPUTED DAY IS EXACTLY WHAT SINVAL WOULD HAVE WRITTEN
      * WITHOUT THE REVERSED FEED.
       4450-ADD-TO-STATION-DAY.
           ADD 1 TO WS-SDY-RDG-COUNT(WS-SDY-IDX).
           ADD HIST-VALUE OF HIST-REC TO WS-SDY-SUM-RES(WS-SDY-IDX).
           IF WS-SDY-RDG-COUNT(WS-SDY-IDX) = 1
               MOVE HIST-VALUE OF HIST-REC
                   TO WS-SDY-MIN-RES(WS-SDY-IDX)
               MOVE HIST-VALUE OF HIST-REC
                   TO WS-SDY-MAX-RES(WS-SDY-IDX)
           ELSE
               IF HIST-VALUE OF HIST-REC < WS-SDY-MIN-RES(WS-SDY-IDX)
                   MOVE HIST-VALUE OF HIST-REC
                       TO WS-SDY-MIN-RES(WS-SDY-IDX)
               END-IF
               IF HIST-VALUE OF HIST-REC > WS-SDY-MAX-RES(WS-SDY-IDX)
                   MOVE HIST-VALUE OF HIST-REC
                       TO WS-SDY-MAX-RES(WS-SDY-IDX)
               END-IF
           END-IF.

      * LOOKS UP WS-MATCH-DATE/WS-SDY-KEY-STATION, ADDING AN EMPTY
      * ENTRY WHEN WS-SDY-ADD-SWITCH ALLOWS IT.
       4500-FIND-STATION-DAY.
           MOVE 'N' TO WS-SDY-FOUND-SWITCH.
           SET WS-SDY-IDX TO 1.
           SEARCH WS-SDY-ENTRY
               AT END
                   IF WS-SDY-ADD-ALLOWED
                       SET WS-SDY-TABLE-FULL TO TRUE
                   END-IF
               WHEN WS-SDY-IDX > WS-SDY-COUNT
                   IF WS-SDY-ADD-ALLOWED
                       PERFORM 4550-ADD-STATION-DAY
                   END-IF
               WHEN WS-SDY-DATE(WS-SDY-IDX) = WS-MATCH-DATE
                       AND WS-SDY-STATION-ID(WS-SDY-IDX)
                           = WS-SDY-KEY-STATION
                   SET WS-SDY-FOUND TO TRUE
           END-SEARCH.

       4550-ADD-STATION-DAY.
           ADD 1 TO WS-SDY-COUNT.
           MOVE WS-MATCH-DATE TO WS-SDY-DATE(WS-SDY-IDX).
           MOVE WS-SDY-KEY-STATION TO WS-SDY-STATION-ID(WS-SDY-IDX).
           MOVE 'N' TO WS-SDY-TOUCHED-SW(WS-SDY-IDX).
           MOVE 0 TO WS-SDY-RDG-COUNT(WS-SDY-IDX).
           MOVE 0 TO WS-SDY-SUM-RES(WS-SDY-IDX).
           MOVE 0 TO WS-SDY-MIN-RES(WS-SDY-IDX).
           MOVE 0 TO WS-SDY-MAX-RES(WS-SDY-IDX).
           SET WS-SDY-FOUND TO TRUE.

      * A STATION DAY THAT LOST READINGS IS REWRITTEN FROM WHAT IS
      * LEFT, OR DROPPED WHEN THE REVERSED FEED WAS ITS ONLY SOURCE
      * - STATRND AND SINGAP THEN SEE THE DAY AS IT SHOULD HAVE BEEN.
       5000-RECOMPUTE-STATION-DAYS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 5100-COPY-ONE-STATION-DAY
               UNTIL WS-END-OF-FILE.

       5100-COPY-ONE-STATION-DAY.
           READ STAHMST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-SHST-READ-COUNT
               MOVE STAHIST-REC TO STAHNEW-REC
               MOVE 'N' TO WS-SDY-FOUND-SWITCH
               MOVE SHST-BUS-DATE OF STAHIST-REC TO WS-MATCH-DATE
               MOVE SHST-STATION-ID OF STAHIST-REC
                   TO WS-SDY-KEY-STATION
               PERFORM 2600-MATCH-REVERSAL-DATE
               IF WS-REQ-HIT
                   MOVE 'N' TO WS-SDY-ADD-SWITCH
                   PERFORM 4500-FIND-STATION-DAY
               END-IF
               IF WS-SDY-FOUND AND WS-SDY-TOUCHED(WS-SDY-IDX)
                   PERFORM 5200-REBUILD-STATION-DAY
               ELSE
                   WRITE STAHNEW-REC
                   ADD 1 TO WS-SHST-WRITE-COUNT
               END-IF
           END-IF.

       5200-REBUILD-STATION-DAY.
           IF WS-SDY-RDG-COUNT(WS-SDY-IDX) = 0
               ADD 1 TO WS-SHST-REMOVED-COUNT
           ELSE
               MOVE WS-SDY-RDG-COUNT(WS-SDY-IDX)
                   TO SHST-RDG-COUNT OF STAHNEW-REC
               MOVE WS-SDY-MIN-RES(WS-SDY-IDX)
                   TO SHST-MIN-RES OF STAHNEW-REC
               MOVE WS-SDY-MAX-RES(WS-SDY-IDX)
                   TO SHST-MAX-RES OF STAHNEW-REC
               COMPUTE SHST-AVG-RES OF STAHNEW-REC ROUNDED =
                   WS-SDY-SUM-RES(WS-SDY-IDX)
                       / WS-SDY-RDG-COUNT(WS-SDY-IDX)
               WRITE STAHNEW-REC
               ADD 1 TO WS-SHST-WRITE-COUNT
               ADD 1 TO WS-SHST-RECOMPUTED-COUNT
           END-IF.

      * THE RESENT FEED WILL CARRY THE SAME STATION + CAPTURE
      * TIMESTAMP KEYS - LEFT ON THE REGISTER THEY WOULD HOLD EVERY
      * CORRECTED READING OUT AS A DUPLICATE.
       5500-REVERSE-READING-KEYS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 5600-COPY-ONE-READING-KEY
               UNTIL WS-END-OF-FILE.

       5600-COPY-ONE-READING-KEY.
           READ RDGKEY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-KEY-READ-COUNT
               MOVE RDG-ACCEPT-DATE OF RDG-KEY-REC TO WS-MATCH-DATE
               MOVE RDG-SITE-ID OF RDG-KEY-REC TO WS-MATCH-SITE
               PERFORM 2500-MATCH-REQUEST
               IF WS-REQ-HIT
                   ADD 1 TO WS-REQ-KEY-COUNT(WS-REQ-HIT-SUB)
               ELSE
                   MOVE RDG-KEY-REC TO RDGNEW-REC
                   WRITE RDGNEW-REC
                   ADD 1 TO WS-KEY-WRITE-COUNT
               END-IF
           END-IF.

       6000-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINREV - FEED REVERSAL REPORT' DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           STRING 'CURRENT RESOUT GENERATION IS FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-RESIN-DATE DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'FEED DATE' TO REPORT-REC(1:9).
           MOVE 'SOURCE' TO REPORT-REC(11:6).
           MOVE 'ACCEPTED' TO REPORT-REC(21:8).
           MOVE ' TRAILER' TO REPORT-REC(31:8).
           MOVE '  RESOUT' TO REPORT-REC(41:8).
           MOVE ' HISTORY' TO REPORT-REC(51:8).
           MOVE '    KEYS' TO REPORT-REC(61:8).
           MOVE 'RESULT' TO REPORT-REC(71:6).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 6100-WRITE-ONE-REQUEST
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-SHST-RECOMPUTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'STATION DAYS RECOMPUTED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           MOVE WS-SHST-REMOVED-COUNT TO WS-COUNT-ED.
           STRING '  STATION DAYS REMOVED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(34:)
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'HISTORY RECORDS IN: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           MOVE WS-HIST-WRITE-COUNT TO WS-COUNT-ED.
           STRING '  OUT: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(29:)
           END-STRING
           MOVE WS-HIST-REVERSED-COUNT TO WS-COUNT-ED.
           STRING '  REVERSED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(44:)
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY -  REQUESTS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           MOVE WS-MATCHED-COUNT TO WS-COUNT-ED.
           STRING '  REVERSED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(30:)
           END-STRING
           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
           STRING '  REJECTED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(50:)
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN WS-MATCHED-COUNT = 0
                   DISPLAY 'SINREV: NO SUBMISSION REVERSED - '
                           'DATASETS COPIED THROUGH UNCHANGED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0 OR WS-EMPTY-COUNT > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

      * A REVERSED SUBMISSION WITH NOTHING LEFT IN THE HISTORY HAS
      * AGED OUT OF THE ROLLING MASTERS (OR NEVER REACHED THEM) -
      * THE REGISTER IS STILL MARKED, BUT IT IS FLAGGED FOR A LOOK.
       6100-WRITE-ONE-REQUEST.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REQ-FEED-DATE(WS-REQ-SUB) TO REPORT-REC(1:8).
           MOVE WS-REQ-SOURCE-SYS(WS-REQ-SUB) TO REPORT-REC(11:8).
           IF WS-REQ-MATCHED(WS-REQ-SUB)
               MOVE WS-REQ-ACCEPT-DATE(WS-REQ-SUB) TO REPORT-REC(21:8)
               MOVE WS-REQ-TRL-COUNT(WS-REQ-SUB) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO REPORT-REC(31:8)
               MOVE WS-REQ-RES-COUNT(WS-REQ-SUB) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO REPORT-REC(41:8)
               MOVE WS-REQ-HIST-COUNT(WS-REQ-SUB) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO REPORT-REC(51:8)
               MOVE WS-REQ-KEY-COUNT(WS-REQ-SUB) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO REPORT-REC(61:8)
               IF WS-REQ-HIST-COUNT(WS-REQ-SUB) = 0
                   ADD 1 TO WS-EMPTY-COUNT
                   MOVE '*REVERSED - NO HISTORY FOUND'
                       TO REPORT-REC(71:28)
               ELSE
                   MOVE 'REVERSED' TO REPORT-REC(71:8)
               END-IF
           ELSE
               MOVE '*REJECTED - ' TO REPORT-REC(71:12)
               MOVE WS-REQ-REJECT-TEXT(WS-REQ-SUB)
                   TO REPORT-REC(83:30)
           END-IF.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           STRING '    REASON: ' DELIMITED BY SIZE
                  WS-REQ-REASON(WS-REQ-SUB) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF NOT WS-INPUT-FAILED
               CLOSE SUBMREG-FILE
               CLOSE SUBMNEW-FILE
               CLOSE RESIN-FILE
               CLOSE RESNEW-FILE
               CLOSE HISTMST-FILE
               CLOSE HISTNEW-FILE
               CLOSE STAHMST-FILE
               CLOSE STAHNEW-FILE
               CLOSE RDGKEY-FILE
               CLOSE RDGNEW-FILE
               CLOSE REPORT-FILE
               DISPLAY 'SINREV: ' WS-MATCHED-COUNT ' SUBMISSION(S) '
                       'REVERSED, ' WS-HIST-REVERSED-COUNT
                       ' HISTORY RECORD(S) REMOVED'
           END-IF.
           PERFORM 8850-WRITE-AUDIT-END.

      * RUN AUDIT TRAIL - AN 'S' RECORD GOES OUT BEFORE ANY REAL
      * WORK AND AN 'E' RECORD AS THE LAST ACT, EACH APPENDED AND
      * CLOSED IMMEDIATELY SO THE EVIDENCE SURVIVES A LATER ABEND.
      * AN UNWRITABLE AUDIT DATASET WARNS BUT NEVER STOPS THE RUN.
      * THE 'E' COUNTS ARE THE HISTORY'S - READ, WRITTEN AND
      * REVERSED - WHICH SINBAL BALANCES AS THE REVERSAL LEG.
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
               MOVE 'SINREV  ' TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-HIST-READ-COUNT TO AUD-READ-COUNT
                   MOVE WS-HIST-WRITE-COUNT TO AUD-WRITE-COUNT
                   MOVE WS-HIST-REVERSED-COUNT TO AUD-EXCEPT-COUNT
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
                   DISPLAY 'SINREV: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINREV: WARNING - AUDIT DATASET COULD NOT '
                       'BE OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
