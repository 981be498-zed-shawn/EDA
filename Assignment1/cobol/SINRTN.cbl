      ***************************************************************
      * SINRTN - SITE REJECT RETURN FILES.  THE FEEDING SITES NEVER *
      * HEARD ABOUT THEIR REJECTED READINGS UNLESS SOMEONE MAILED   *
      * THEM THE EXCEPTION LISTING - THIS STEP (RUN AFTER STEP01)   *
      * CUTS ONE FIXED-FORMAT RETURN FILE PER SITE (RTNREC COPYBOOK)*
      * LISTING EVERY READING FROM THE DAY'S SUBMISSION THAT WENT TO*
      * SUSPENSE - SINVAL REJECTS AND SINMRG'S HELD-OUT DUPLICATES -*
      * WITH THE SITE'S OWN RECORD NUMBER, STATION, VALUE AS SENT,  *
      * UNIT AND REJECT REASON, FOLLOWED BY A 'RESOLVED' RECORD FOR *
      * EVERY ITEM FROM AN EARLIER FILE THAT SINCOR OR SINRCY HAS   *
      * RECYCLED SINCE, AND A TRAILER OF ACCEPTED COUNT, REJECTED   *
      * COUNT AND HASH TOTAL THE SITE BALANCES AGAINST WHAT IT SENT.*
      * THE SITE IS THE SOURCE SYSTEM ON ITS FEED HEADER, STAMPED ON*
      * EACH READING BY SINMRG.  WHICH DD CARRIES WHICH SITE'S FILE *
      * COMES FROM THE RETURN CONTROL DATASET (RTNCTL COPYBOOK);    *
      * EVERY FILE CUT IS LOGGED ON THE RETURN LOG (RTNLOG) THE WAY *
      * SINXPT LOGS ITS EXTRACTS.  RECYCLED READINGS BELONG TO NO   *
      * SITE'S SUBMISSION AND ARE NOT RETURNED.                     *
      * RETURN CODES:                                               *
      *    4 - A SITE SENT READINGS BUT HAS NO RETURN DESTINATION,  *
      *        OR A SITE'S ACCEPTED + REJECTED DOES NOT BALANCE TO  *
      *        WHAT IT SENT                                         *
      *    8 - A RETURN FILE OR THE RETURN LOG COULD NOT BE WRITTEN *
      *   16 - NO RETURN CONTROL, OR THE DAY'S MERGED FEED OR RESOUT*
      *        UNREADABLE (NO FILES CUT)                            *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINRTN.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGED-FILE ASSIGN TO MERGED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.

           SELECT RESIN-FILE ASSIGN TO RESIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESIN-STATUS.

           SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RTNCTL-FILE ASSIGN TO RTNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNCTL-STATUS.

           SELECT OPTIONAL RTNLOG-FILE ASSIGN TO RTNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNLOG-STATUS.

      * THE EIGHT RETURN FILES SHARE ONE STATUS FIELD, CHECKED
      * AFTER EVERY WRITE - THE SAME ARRANGEMENT AS SINDIST'S
      * DISTRIBUTION OUTPUTS.
           SELECT RTN-OUT1 ASSIGN TO RTN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT2 ASSIGN TO RTN2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT3 ASSIGN TO RTN3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT4 ASSIGN TO RTN4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT5 ASSIGN TO RTN5
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT6 ASSIGN TO RTN6
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT7 ASSIGN TO RTN7
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT RTN-OUT8 ASSIGN TO RTN8
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

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
       FD  MERGED-FILE
           RECORDING MODE IS F.
       COPY ANGLEREC.

       FD  RESIN-FILE
           RECORDING MODE IS F.
       COPY RESREC.

       FD  SUSP-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  RTNCTL-FILE
           RECORDING MODE IS F.
       COPY RTNCTL.

       FD  RTNLOG-FILE
           RECORDING MODE IS F.
       COPY RTNLOG.

       FD  RTN-OUT1
           RECORDING MODE IS F.
       01  RTN-OUT1-REC                PIC X(100).

       FD  RTN-OUT2
           RECORDING MODE IS F.
       01  RTN-OUT2-REC                PIC X(100).

       FD  RTN-OUT3
           RECORDING MODE IS F.
       01  RTN-OUT3-REC                PIC X(100).

       FD  RTN-OUT4
           RECORDING MODE IS F.
       01  RTN-OUT4-REC                PIC X(100).

       FD  RTN-OUT5
           RECORDING MODE IS F.
       01  RTN-OUT5-REC                PIC X(100).

       FD  RTN-OUT6
           RECORDING MODE IS F.
       01  RTN-OUT6-REC                PIC X(100).

       FD  RTN-OUT7
           RECORDING MODE IS F.
       01  RTN-OUT7-REC                PIC X(100).

       FD  RTN-OUT8
           RECORDING MODE IS F.
       01  RTN-OUT8-REC                PIC X(100).

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
       01  WS-MERGED-STATUS            PIC XX.
       01  WS-RESIN-STATUS             PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-RTNCTL-STATUS            PIC XX.
       01  WS-RTNLOG-STATUS            PIC XX.
       01  WS-RTN-STATUS               PIC XX.
       01  WS-MRG-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-MERGED        VALUE 'Y'.
       01  WS-RES-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-RESULTS       VALUE 'Y'.
       01  WS-SUSP-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-END-OF-SUSPENSE      VALUE 'Y'.
       01  WS-CTL-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-CONTROL       VALUE 'Y'.
       01  WS-LOG-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-LOG           VALUE 'Y'.
       01  WS-INPUT-SWITCH             PIC X VALUE 'Y'.
           88  WS-INPUTS-USABLE        VALUE 'Y'.

      * THE SITE TAG SINMRG PUTS ON RECYCLED READINGS.
       01  WS-RECYCLE-TAG              PIC X(8) VALUE 'RECYCLE '.
      * SINMRG NUMBERS THE DUPLICATES IT HOLDS OUT ABOVE THIS - THEY
      * NEVER REACHED THE MERGED FEED, SO THEY COUNT AS RECEIVED
      * HERE.
       01  WS-DUP-RECNUM-BASE          PIC 9(8) VALUE 90000000.

      * ONE ENTRY PER SITE - THE CONTROLLED SITES FIRST, THEN ANY
      * SITE THAT SENT READINGS WITHOUT A RETURN DESTINATION.
       01  WS-SITE-MAX-ENTRIES         PIC 9(3) VALUE 50.
       01  WS-SITE-COUNT               PIC 9(3) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 50 TIMES.
               10  WS-SITE-ID          PIC X(8).
               10  WS-SITE-SLOT        PIC 9.
               10  WS-SITE-DEST-DD     PIC X(8).
               10  WS-SITE-DEST-NAME   PIC X(20).
               10  WS-SITE-LAST-TS     PIC X(14).
               10  WS-SITE-RCVD-COUNT  PIC 9(8).
               10  WS-SITE-RCVD-HASH   PIC S9(11)V9(2).
               10  WS-SITE-ACPT-COUNT  PIC 9(8).
               10  WS-SITE-REJ-COUNT   PIC 9(8).
               10  WS-SITE-REJ-HASH    PIC S9(11)V9(2).
               10  WS-SITE-RSLV-COUNT  PIC 9(8).
               10  WS-SITE-WRITE-SW    PIC X.
                   88  WS-SITE-WRITE-FAILED    VALUE 'Y'.
       01  WS-SITE-SUB                 PIC 9(3).
       01  WS-SITE-HIT                 PIC 9(3).
       01  WS-FIND-SITE-ID             PIC X(8).
       01  WS-SITE-FULL-SWITCH         PIC X VALUE 'N'.
           88  WS-SITE-FULL            VALUE 'Y'.

      * WHICH SITE HOLDS EACH OF THE EIGHT RETURN DDS.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-SITE OCCURS 8 TIMES PIC 9(3).
       01  WS-SLOT                     PIC 9.
       01  WS-SLOT-CHAR                PIC X.
       01  WS-SLOT-DIGIT REDEFINES WS-SLOT-CHAR
                                       PIC 9.

      * SUSPENSE KEYS ALREADY RETURNED THIS PASS - A RERUN OF A
      * DATE RE-APPENDS ITS REJECTS UNDER THE SAME KEYS.
       01  WS-KEY-MAX-ENTRIES          PIC 9(4) VALUE 5000.
       01  WS-KEY-COUNT                PIC 9(4) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 5000 TIMES PIC X(16).
       01  WS-KEY-SUB                  PIC 9(4).
       01  WS-THIS-KEY                 PIC X(16).
       01  WS-ITEM-TYPE                PIC X.
       01  WS-KEY-SEEN-SWITCH          PIC X.
           88  WS-KEY-SEEN             VALUE 'Y'.
       01  WS-KEY-FULL-SWITCH          PIC X VALUE 'N'.
           88  WS-KEY-FULL             VALUE 'Y'.

       COPY RTNREC.

       01  WS-FILES-CUT                PIC 9(4) VALUE 0.
       01  WS-REJ-TOTAL                PIC 9(8) VALUE 0.
       01  WS-RSLV-TOTAL               PIC 9(8) VALUE 0.
       01  WS-RTN-WRITTEN              PIC 9(8) VALUE 0.
       01  WS-EXCEPT-COUNT             PIC 9(8) VALUE 0.
       01  WS-CREATE-TS                PIC X(14).
       01  WS-COUNT-ED                 PIC ZZZZZZZ9.
       01  WS-SMALL-ED                 PIC ZZZ9.
       01  WS-HASH-ED                  PIC -(9)9.99.

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
           PERFORM 1000-LOAD-RETURN-CONTROL.
           PERFORM 1500-LOAD-RETURN-LOG.
           PERFORM 2000-COUNT-MERGED-FEED.
           PERFORM 2500-COUNT-ACCEPTED.
           IF WS-INPUTS-USABLE
               PERFORM 3000-OPEN-RETURN-FILE
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 8
               PERFORM 4000-RETURN-REJECTS
               PERFORM 4500-RETURN-RESOLVED
               PERFORM 5000-CLOSE-RETURN-FILE
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 8
           END-IF.
           PERFORM 6000-WRITE-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0050-READ-RUN-CONTROL.
           STRING WS-BUS-DATE(5:2) '/' WS-BUS-DATE(7:2) '/'
                  WS-BUS-DATE(1:4)
                  INTO WS-RUN-DATE-DISPLAY.
           STRING 'RT' WS-BUS-DATE(3:6) INTO WS-RUN-ID.
           PERFORM 8800-WRITE-AUDIT-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CREATE-TS.
           MOVE ZEROS TO WS-SLOT-TABLE.
           OPEN OUTPUT REPORT-FILE.

      * SAME RULE AS EVERY OTHER STEP: THE BUSINESS DATE COMES FROM
      * THE RUN CONTROL, FALLING BACK TO THE WALL CLOCK WITH A
      * WARNING.
       0050-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       DISPLAY 'SINRTN: RUN CONTROL DATASET IS EMPTY'
                               ' - USING THE WALL-CLOCK DATE'
                   NOT AT END
                       PERFORM 0060-APPLY-RUN-CONTROL
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'SINRTN: RUN CONTROL DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-RUNCTL-STATUS
                       ' - USING THE WALL-CLOCK DATE'
           END-IF.

       0060-APPLY-RUN-CONTROL.
           IF CTL-BUS-DATE IS NUMERIC
               MOVE CTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'SINRTN: RUN CONTROL BUSINESS DATE '
                       CTL-BUS-DATE ' IS NOT NUMERIC - USING THE '
                       'WALL-CLOCK DATE'
           END-IF.

      * NO CONTROL MEANS NO SITE HAS A DESTINATION: NOTHING IS CUT,
      * BUT THE DAY'S FIGURES ARE STILL REPORTED BY SITE.
       1000-LOAD-RETURN-CONTROL.
           OPEN INPUT RTNCTL-FILE.
           IF WS-RTNCTL-STATUS = '00'
               PERFORM 1100-TAKE-ONE-CONTROL-REC
                   UNTIL WS-END-OF-CONTROL
               CLOSE RTNCTL-FILE
           ELSE
               DISPLAY 'SINRTN: RETURN CONTROL DATASET NOT AVAILABLE '
                       '- FILE STATUS ' WS-RTNCTL-STATUS
                       ' - NO RETURN FILES CUT'
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-TAKE-ONE-CONTROL-REC.
           READ RTNCTL-FILE
               AT END
                   SET WS-END-OF-CONTROL TO TRUE
           END-READ.
           IF NOT WS-END-OF-CONTROL AND RCTL-SITE-ID NOT = SPACES
               MOVE 0 TO WS-SLOT
               MOVE RCTL-DEST-DD(4:1) TO WS-SLOT-CHAR
               IF RCTL-DEST-DD(1:3) = 'RTN'
                       AND RCTL-DEST-DD(5:4) = SPACES
                       AND WS-SLOT-CHAR >= '1' AND WS-SLOT-CHAR <= '8'
                   MOVE WS-SLOT-DIGIT TO WS-SLOT
               END-IF
               MOVE RCTL-SITE-ID TO WS-FIND-SITE-ID
               PERFORM 7050-LOOK-UP-SITE
               EVALUATE TRUE
                   WHEN WS-SLOT = 0
                       DISPLAY 'SINRTN: RETURN CONTROL FOR SITE '
                               RCTL-SITE-ID ' NAMES ' RCTL-DEST-DD
                               ' - NOT ONE OF RTN1-RTN8, IGNORED'
                       PERFORM 1150-FLAG-CONTROL-ERROR
                   WHEN WS-SLOT-SITE(WS-SLOT) > 0
                       DISPLAY 'SINRTN: RETURN CONTROL FOR SITE '
                               RCTL-SITE-ID ' NAMES ' RCTL-DEST-DD
                               ' - ALREADY TAKEN, IGNORED'
                       PERFORM 1150-FLAG-CONTROL-ERROR
                   WHEN WS-SITE-HIT > 0
                       DISPLAY 'SINRTN: SITE ' RCTL-SITE-ID
                               ' IS ON THE RETURN CONTROL TWICE - '
                               'SECOND ENTRY IGNORED'
                       PERFORM 1150-FLAG-CONTROL-ERROR
                   WHEN OTHER
                       PERFORM 7000-FIND-SITE
                       MOVE WS-SLOT TO WS-SITE-SLOT(WS-SITE-HIT)
                       MOVE WS-SITE-HIT TO WS-SLOT-SITE(WS-SLOT)
                       MOVE RCTL-DEST-DD
                           TO WS-SITE-DEST-DD(WS-SITE-HIT)
                       MOVE RCTL-DEST-NAME
                           TO WS-SITE-DEST-NAME(WS-SITE-HIT)
               END-EVALUATE
           END-IF.

      * A BAD CONTROL ENTRY IS SKIPPED - ANY READINGS FROM ITS SITE
      * THEN SHOW ON THE REPORT WITH NO RETURN DESTINATION.
       1150-FLAG-CONTROL-ERROR.
           ADD 1 TO WS-EXCEPT-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * A SITE'S RESOLVED ITEMS RUN FROM ITS LAST RETURN FILE FOR
      * AN EARLIER BUSINESS DATE - SO A RERUN OF TODAY REPEATS
      * TODAY'S RESOLVED ITEMS INSTEAD OF LOSING THEM.
       1500-LOAD-RETURN-LOG.
           OPEN INPUT RTNLOG-FILE.
           IF WS-RTNLOG-STATUS = '00' OR '05'
               PERFORM 1510-TAKE-ONE-LOG-REC
                   UNTIL WS-END-OF-LOG
               CLOSE RTNLOG-FILE
           ELSE
               DISPLAY 'SINRTN: RETURN LOG NOT READABLE - FILE '
                       'STATUS ' WS-RTNLOG-STATUS
           END-IF.

       1510-TAKE-ONE-LOG-REC.
           READ RTNLOG-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
           END-READ.
           IF NOT WS-END-OF-LOG AND RLOG-BUS-DATE < WS-BUS-DATE
               MOVE RLOG-SITE-ID TO WS-FIND-SITE-ID
               PERFORM 7050-LOOK-UP-SITE
               IF WS-SITE-HIT > 0
                   IF RLOG-CREATE-TS > WS-SITE-LAST-TS(WS-SITE-HIT)
                       MOVE RLOG-CREATE-TS
                           TO WS-SITE-LAST-TS(WS-SITE-HIT)
                   END-IF
               END-IF
           END-IF.

      * WHAT EACH SITE SENT AND WE MERGED: COUNT AND HASH OF THE
      * VALUES AS SENT, THE SAME FIGURES SINMRG BALANCED AGAINST
      * THE SITE'S OWN TRAILER.
       2000-COUNT-MERGED-FEED.
           OPEN INPUT MERGED-FILE.
           IF WS-MERGED-STATUS = '00'
               PERFORM 2100-COUNT-ONE-MERGED-REC
                   UNTIL WS-END-OF-MERGED
               CLOSE MERGED-FILE
           ELSE
               DISPLAY 'SINRTN: MERGED FEED NOT AVAILABLE - FILE '
                       'STATUS ' WS-MERGED-STATUS
                       ' - NO RETURN FILES CUT'
               MOVE 'N' TO WS-INPUT-SWITCH
               MOVE 16 TO RETURN-CODE
           END-IF.

       2100-COUNT-ONE-MERGED-REC.
           READ MERGED-FILE
               AT END
                   SET WS-END-OF-MERGED TO TRUE
           END-READ.
           IF NOT WS-END-OF-MERGED
               IF NOT ANGLE-HEADER-REC AND NOT ANGLE-TRAILER-REC
                       AND ANGLE-SITE-ID NOT = SPACES
                       AND ANGLE-SITE-ID NOT = WS-RECYCLE-TAG
                   MOVE ANGLE-SITE-ID TO WS-FIND-SITE-ID
                   PERFORM 7000-FIND-SITE
                   IF WS-SITE-HIT > 0
                       ADD 1 TO WS-SITE-RCVD-COUNT(WS-SITE-HIT)
                       ADD ANGLE-VALUE
                           TO WS-SITE-RCVD-HASH(WS-SITE-HIT)
                   END-IF
               END-IF
           END-IF.

       2500-COUNT-ACCEPTED.
           OPEN INPUT RESIN-FILE.
           IF WS-RESIN-STATUS = '00'
               PERFORM 2600-COUNT-ONE-RESULT
                   UNTIL WS-END-OF-RESULTS
               CLOSE RESIN-FILE
           ELSE
               DISPLAY 'SINRTN: DAY RESULTS DATASET NOT AVAILABLE - '
                       'FILE STATUS ' WS-RESIN-STATUS
                       ' - NO RETURN FILES CUT'
               MOVE 'N' TO WS-INPUT-SWITCH
               MOVE 16 TO RETURN-CODE
           END-IF.

       2600-COUNT-ONE-RESULT.
           READ RESIN-FILE
               AT END
                   SET WS-END-OF-RESULTS TO TRUE
           END-READ.
           IF NOT WS-END-OF-RESULTS
               IF RES-SITE-ID NOT = SPACES
                       AND RES-SITE-ID NOT = WS-RECYCLE-TAG
                   MOVE RES-SITE-ID TO WS-FIND-SITE-ID
                   PERFORM 7000-FIND-SITE
                   IF WS-SITE-HIT > 0
                       ADD 1 TO WS-SITE-ACPT-COUNT(WS-SITE-HIT)
                   END-IF
               END-IF
           END-IF.

      * EVERY CONTROLLED SITE GETS A FILE EVERY DAY, EVEN AN EMPTY
      * ONE - A MISSING FILE THEN ALWAYS MEANS SOMETHING WENT WRONG.
       3000-OPEN-RETURN-FILE.
           IF WS-SLOT-SITE(WS-SLOT) > 0
               MOVE WS-SLOT-SITE(WS-SLOT) TO WS-SITE-SUB
               EVALUATE WS-SLOT
                   WHEN 1
                       OPEN OUTPUT RTN-OUT1
                   WHEN 2
                       OPEN OUTPUT RTN-OUT2
                   WHEN 3
                       OPEN OUTPUT RTN-OUT3
                   WHEN 4
                       OPEN OUTPUT RTN-OUT4
                   WHEN 5
                       OPEN OUTPUT RTN-OUT5
                   WHEN 6
                       OPEN OUTPUT RTN-OUT6
                   WHEN 7
                       OPEN OUTPUT RTN-OUT7
                   WHEN 8
                       OPEN OUTPUT RTN-OUT8
               END-EVALUATE
               IF WS-RTN-STATUS = '00'
                   MOVE SPACES TO RTN-REC
                   MOVE 'H' TO RTN-REC-TYPE
                   MOVE WS-BUS-DATE TO RTN-HDR-BUS-DATE
                   MOVE WS-SITE-ID(WS-SITE-SUB) TO RTN-HDR-SITE-ID
                   MOVE WS-RUN-ID TO RTN-HDR-RUN-ID
                   MOVE WS-CREATE-TS TO RTN-HDR-CREATE-TS
                   PERFORM 7100-WRITE-RETURN-REC
               ELSE
                   DISPLAY 'SINRTN: RETURN FILE ' WS-SITE-DEST-DD
                           (WS-SITE-SUB) ' FOR SITE '
                           WS-SITE-ID(WS-SITE-SUB)
                           ' COULD NOT BE OPENED - FILE STATUS '
                           WS-RTN-STATUS
                   SET WS-SITE-WRITE-FAILED(WS-SITE-SUB) TO TRUE
                   MOVE 0 TO WS-SLOT-SITE(WS-SLOT)
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * FIRST PASS OVER SUSPENSE: THE DAY'S REJECTS.
       4000-RETURN-REJECTS.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE 'N' TO WS-KEY-FULL-SWITCH.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '00' OR '05'
               PERFORM 4100-TAKE-ONE-REJECT
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSP-FILE
           ELSE
               DISPLAY 'SINRTN: SUSPENSE DATASET NOT AVAILABLE - FILE '
                       'STATUS ' WS-SUSP-STATUS
                       ' - NO REJECTS RETURNED'
           END-IF.

       4100-TAKE-ONE-REJECT.
           READ SUSP-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SUSPENSE
               IF SUSP-REJECT-DATE = WS-BUS-DATE
                       AND SUSP-SITE-ID NOT = SPACES
                       AND SUSP-SITE-ID NOT = WS-RECYCLE-TAG
                   PERFORM 7200-CHECK-SUSPENSE-KEY
                   IF NOT WS-KEY-SEEN
                       PERFORM 4200-RETURN-ONE-REJECT
                   END-IF
               END-IF
           END-IF.

       4200-RETURN-ONE-REJECT.
           MOVE SUSP-SITE-ID TO WS-FIND-SITE-ID.
           PERFORM 7000-FIND-SITE.
           IF WS-SITE-HIT > 0
               MOVE WS-SITE-HIT TO WS-SITE-SUB
               ADD 1 TO WS-SITE-REJ-COUNT(WS-SITE-SUB)
               ADD 1 TO WS-REJ-TOTAL
               ADD SUSP-ANGLE-VALUE TO WS-SITE-REJ-HASH(WS-SITE-SUB)
               IF SUSP-RECORD-NUM > WS-DUP-RECNUM-BASE
                   ADD 1 TO WS-SITE-RCVD-COUNT(WS-SITE-SUB)
                   ADD SUSP-ANGLE-VALUE
                       TO WS-SITE-RCVD-HASH(WS-SITE-SUB)
               END-IF
               MOVE WS-SITE-SLOT(WS-SITE-SUB) TO WS-SLOT
               IF WS-SLOT > 0
                   IF WS-SLOT-SITE(WS-SLOT) > 0
                       MOVE 'D' TO WS-ITEM-TYPE
                       PERFORM 4300-BUILD-ITEM-REC
                       PERFORM 7100-WRITE-RETURN-REC
                   END-IF
               END-IF
           END-IF.

       4300-BUILD-ITEM-REC.
           MOVE SPACES TO RTN-REC.
           MOVE WS-ITEM-TYPE TO RTN-REC-TYPE.
           MOVE SUSP-REJECT-DATE TO RTN-REJECT-DATE.
           IF SUSP-SITE-REC-NUM IS NUMERIC
               MOVE SUSP-SITE-REC-NUM TO RTN-SITE-REC-NUM
           ELSE
               MOVE 0 TO RTN-SITE-REC-NUM
           END-IF.
           MOVE SUSP-RECORD-NUM TO RTN-SUSP-REC-NUM.
           MOVE SUSP-STATION-ID TO RTN-STATION-ID.
           MOVE SUSP-ANGLE-VALUE TO RTN-ANGLE-VALUE.
           MOVE SUSP-UNIT-CODE TO RTN-UNIT-CODE.
           MOVE SUSP-REJECT-REASON TO RTN-REJECT-REASON.
           IF RTN-RESOLVED-REC
               MOVE SUSP-STATUS TO RTN-RESOLUTION
               MOVE SUSP-RESOLVED-TS(1:8) TO RTN-RESOLVED-DATE
           END-IF.

      * SECOND PASS: ITEMS RECYCLED SINCE THE SITE'S LAST RETURN
      * FILE.  A RERUN'S RE-APPENDED COPY OF AN ITEM IS CLOSED WITH
      * IT, SO EACH KEY IS RETURNED AS RESOLVED ONCE.
       4500-RETURN-RESOLVED.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE 'N' TO WS-KEY-FULL-SWITCH.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '00' OR '05'
               PERFORM 4600-TAKE-ONE-RESOLVED
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSP-FILE
           END-IF.

       4600-TAKE-ONE-RESOLVED.
           READ SUSP-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SUSPENSE
               IF (SUSP-RECYCLED OR SUSP-AUTO-RECYCLED)
                       AND SUSP-RESOLVED-TS NOT = SPACES
                       AND SUSP-SITE-ID NOT = SPACES
                       AND SUSP-SITE-ID NOT = WS-RECYCLE-TAG
                   MOVE SUSP-SITE-ID TO WS-FIND-SITE-ID
                   PERFORM 7050-LOOK-UP-SITE
                   IF WS-SITE-HIT > 0
                       IF SUSP-RESOLVED-TS
                               > WS-SITE-LAST-TS(WS-SITE-HIT)
                           PERFORM 7200-CHECK-SUSPENSE-KEY
                           IF NOT WS-KEY-SEEN
                               PERFORM 4700-RETURN-ONE-RESOLVED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4700-RETURN-ONE-RESOLVED.
           MOVE WS-SITE-HIT TO WS-SITE-SUB.
           ADD 1 TO WS-SITE-RSLV-COUNT(WS-SITE-SUB).
           ADD 1 TO WS-RSLV-TOTAL.
           MOVE WS-SITE-SLOT(WS-SITE-SUB) TO WS-SLOT.
           IF WS-SLOT > 0
               IF WS-SLOT-SITE(WS-SLOT) > 0
                   MOVE 'R' TO WS-ITEM-TYPE
                   PERFORM 4300-BUILD-ITEM-REC
                   PERFORM 7100-WRITE-RETURN-REC
               END-IF
           END-IF.

      * TRAILER, CLOSE, THEN LOG - A FILE IS ONLY LOGGED ONCE IT IS
      * COMPLETE.  AN UNWRITABLE LOG FLAGS THE STEP: A RETURN FILE
      * THAT CANNOT BE PROVED SENT IS AS BAD AS ONE NEVER SENT.
       5000-CLOSE-RETURN-FILE.
           IF WS-SLOT-SITE(WS-SLOT) > 0
               MOVE WS-SLOT-SITE(WS-SLOT) TO WS-SITE-SUB
               MOVE SPACES TO RTN-REC
               MOVE 'T' TO RTN-REC-TYPE
               MOVE WS-SITE-ACPT-COUNT(WS-SITE-SUB)
                   TO RTN-TRL-ACCEPT-COUNT
               MOVE WS-SITE-REJ-COUNT(WS-SITE-SUB)
                   TO RTN-TRL-REJECT-COUNT
               MOVE WS-SITE-RSLV-COUNT(WS-SITE-SUB)
                   TO RTN-TRL-RESOLVED-COUNT
               MOVE WS-SITE-RCVD-HASH(WS-SITE-SUB)
                   TO RTN-TRL-HASH-TOTAL
               MOVE WS-SITE-REJ-HASH(WS-SITE-SUB)
                   TO RTN-TRL-REJECT-HASH
               PERFORM 7100-WRITE-RETURN-REC
               EVALUATE WS-SLOT
                   WHEN 1
                       CLOSE RTN-OUT1
                   WHEN 2
                       CLOSE RTN-OUT2
                   WHEN 3
                       CLOSE RTN-OUT3
                   WHEN 4
                       CLOSE RTN-OUT4
                   WHEN 5
                       CLOSE RTN-OUT5
                   WHEN 6
                       CLOSE RTN-OUT6
                   WHEN 7
                       CLOSE RTN-OUT7
                   WHEN 8
                       CLOSE RTN-OUT8
               END-EVALUATE
               ADD 1 TO WS-FILES-CUT
               PERFORM 5100-LOG-RETURN-FILE
           END-IF.

       5100-LOG-RETURN-FILE.
           OPEN EXTEND RTNLOG-FILE.
           IF WS-RTNLOG-STATUS = '00' OR '05'
               MOVE SPACES TO RTN-LOG-REC
               MOVE WS-BUS-DATE TO RLOG-BUS-DATE
               MOVE WS-RUN-ID TO RLOG-RUN-ID
               MOVE WS-CREATE-TS TO RLOG-CREATE-TS
               MOVE WS-SITE-ID(WS-SITE-SUB) TO RLOG-SITE-ID
               MOVE WS-SITE-DEST-DD(WS-SITE-SUB) TO RLOG-DEST-DD
               MOVE WS-SITE-DEST-NAME(WS-SITE-SUB) TO RLOG-DEST-NAME
               MOVE WS-SITE-ACPT-COUNT(WS-SITE-SUB)
                   TO RLOG-ACCEPT-COUNT
               MOVE WS-SITE-REJ-COUNT(WS-SITE-SUB)
                   TO RLOG-REJECT-COUNT
               MOVE WS-SITE-RSLV-COUNT(WS-SITE-SUB)
                   TO RLOG-RESOLVED-COUNT
               WRITE RTN-LOG-REC
               IF WS-RTNLOG-STATUS NOT = '00'
                   DISPLAY 'SINRTN: RETURN LOG WRITE FAILED FOR SITE '
                           WS-SITE-ID(WS-SITE-SUB) ' - FILE STATUS '
                           WS-RTNLOG-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE RTNLOG-FILE
           ELSE
               DISPLAY 'SINRTN: RETURN LOG COULD NOT BE OPENED - '
                       'FILE STATUS ' WS-RTNLOG-STATUS ' - RETURN '
                       'FILE FOR SITE ' WS-SITE-ID(WS-SITE-SUB)
                       ' NOT LOGGED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       6000-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING 'SINRTN - SITE REJECT RETURN FILES' DELIMITED BY SIZE
                  '     RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE 'SITE' TO REPORT-REC(1:4).
           MOVE 'DD' TO REPORT-REC(10:2).
           MOVE 'DESTINATION' TO REPORT-REC(19:11).
           MOVE 'RECEIVED' TO REPORT-REC(40:8).
           MOVE 'ACCEPTED' TO REPORT-REC(49:8).
           MOVE 'REJECTED' TO REPORT-REC(58:8).
           MOVE 'RESOLVED' TO REPORT-REC(67:8).
           MOVE '    HASH TOTAL' TO REPORT-REC(76:14).
           MOVE 'STATUS' TO REPORT-REC(92:6).
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM 6100-WRITE-SITE-LINE
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-FILES-CUT TO WS-SMALL-ED.
           STRING 'SUMMARY -  RETURN FILES CUT: ' DELIMITED BY SIZE
                  WS-SMALL-ED DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           MOVE WS-REJ-TOTAL TO WS-COUNT-ED.
           STRING '   REJECTS: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(34:)
           END-STRING.
           MOVE WS-RSLV-TOTAL TO WS-COUNT-ED.
           STRING '   RESOLVED: ' DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO REPORT-REC(54:)
           END-STRING.
           MOVE WS-EXCEPT-COUNT TO WS-SMALL-ED.
           STRING '   SITES NEEDING ATTENTION: ' DELIMITED BY SIZE
                  WS-SMALL-ED DELIMITED BY SIZE
                  INTO REPORT-REC(75:)
           END-STRING.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

       6100-WRITE-SITE-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-SITE-ID(WS-SITE-SUB) TO REPORT-REC(1:8).
           MOVE WS-SITE-DEST-DD(WS-SITE-SUB) TO REPORT-REC(10:8).
           MOVE WS-SITE-DEST-NAME(WS-SITE-SUB) TO REPORT-REC(19:20).
           MOVE WS-SITE-RCVD-COUNT(WS-SITE-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(40:8).
           MOVE WS-SITE-ACPT-COUNT(WS-SITE-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(49:8).
           MOVE WS-SITE-REJ-COUNT(WS-SITE-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(58:8).
           MOVE WS-SITE-RSLV-COUNT(WS-SITE-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO REPORT-REC(67:8).
           MOVE WS-SITE-RCVD-HASH(WS-SITE-SUB) TO WS-HASH-ED.
           MOVE WS-HASH-ED TO REPORT-REC(76:14).
           EVALUATE TRUE
               WHEN WS-SITE-WRITE-FAILED(WS-SITE-SUB)
                   MOVE '*** RETURN FILE NOT WRITTEN' TO
                       REPORT-REC(92:27)
               WHEN NOT WS-INPUTS-USABLE
                   MOVE 'NOT RETURNED - INPUT UNREADABLE'
                       TO REPORT-REC(92:31)
               WHEN WS-SITE-SLOT(WS-SITE-SUB) = 0
                   MOVE '*** NO RETURN DESTINATION'
                       TO REPORT-REC(92:25)
                   ADD 1 TO WS-EXCEPT-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-SITE-ACPT-COUNT(WS-SITE-SUB)
                      + WS-SITE-REJ-COUNT(WS-SITE-SUB)
                      NOT = WS-SITE-RCVD-COUNT(WS-SITE-SUB)
                   MOVE '*** OUT OF BALANCE' TO REPORT-REC(92:18)
                   ADD 1 TO WS-EXCEPT-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'RETURNED' TO REPORT-REC(92:8)
           END-EVALUATE.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.

      * FINDS THE SITE IN WS-FIND-SITE-ID, ADDING IT IF NEW;
      * WS-SITE-HIT IS ZERO WHEN THE TABLE IS FULL.
       7000-FIND-SITE.
           PERFORM 7050-LOOK-UP-SITE.
           IF WS-SITE-HIT = 0
               IF WS-SITE-COUNT < WS-SITE-MAX-ENTRIES
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-SITE-HIT
                   MOVE WS-FIND-SITE-ID TO WS-SITE-ID(WS-SITE-HIT)
                   MOVE 0 TO WS-SITE-SLOT(WS-SITE-HIT)
                   MOVE SPACES TO WS-SITE-DEST-DD(WS-SITE-HIT)
                   MOVE SPACES TO WS-SITE-DEST-NAME(WS-SITE-HIT)
                   MOVE SPACES TO WS-SITE-LAST-TS(WS-SITE-HIT)
                   MOVE 0 TO WS-SITE-RCVD-COUNT(WS-SITE-HIT)
                             WS-SITE-RCVD-HASH(WS-SITE-HIT)
                             WS-SITE-ACPT-COUNT(WS-SITE-HIT)
                             WS-SITE-REJ-COUNT(WS-SITE-HIT)
                             WS-SITE-REJ-HASH(WS-SITE-HIT)
                             WS-SITE-RSLV-COUNT(WS-SITE-HIT)
                   MOVE 'N' TO WS-SITE-WRITE-SW(WS-SITE-HIT)
               ELSE
                   IF NOT WS-SITE-FULL
                       SET WS-SITE-FULL TO TRUE
                       DISPLAY 'SINRTN: MORE THAN '
                               WS-SITE-MAX-ENTRIES ' SITES - SITE '
                               WS-FIND-SITE-ID ' AND LATER NOT COUNTED'
                   END-IF
               END-IF
           END-IF.

       7050-LOOK-UP-SITE.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM 7060-MATCH-SITE
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-SITE-HIT > 0.

       7060-MATCH-SITE.
           IF WS-SITE-ID(WS-SITE-SUB) = WS-FIND-SITE-ID
               MOVE WS-SITE-SUB TO WS-SITE-HIT
           END-IF.

       7100-WRITE-RETURN-REC.
           EVALUATE WS-SLOT
               WHEN 1
                   WRITE RTN-OUT1-REC FROM RTN-REC
               WHEN 2
                   WRITE RTN-OUT2-REC FROM RTN-REC
               WHEN 3
                   WRITE RTN-OUT3-REC FROM RTN-REC
               WHEN 4
                   WRITE RTN-OUT4-REC FROM RTN-REC
               WHEN 5
                   WRITE RTN-OUT5-REC FROM RTN-REC
               WHEN 6
                   WRITE RTN-OUT6-REC FROM RTN-REC
               WHEN 7
                   WRITE RTN-OUT7-REC FROM RTN-REC
               WHEN 8
                   WRITE RTN-OUT8-REC FROM RTN-REC
           END-EVALUATE.
           IF WS-RTN-STATUS = '00'
               ADD 1 TO WS-RTN-WRITTEN
           ELSE
               IF NOT WS-SITE-WRITE-FAILED(WS-SITE-SUB)
                   DISPLAY 'SINRTN: RETURN FILE WRITE FAILED FOR SITE '
                           WS-SITE-ID(WS-SITE-SUB) ' - FILE STATUS '
                           WS-RTN-STATUS
                   SET WS-SITE-WRITE-FAILED(WS-SITE-SUB) TO TRUE
               END-IF
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * KEYED BY REJECT DATE + SUSPENSE RECORD NUMBER.  PAST THE
      * TABLE LIMIT EVERY ITEM IS TAKEN WITHOUT THE RERUN CHECK.
       7200-CHECK-SUSPENSE-KEY.
           STRING SUSP-REJECT-DATE SUSP-RECORD-NUM DELIMITED BY SIZE
                  INTO WS-THIS-KEY
           END-STRING.
           MOVE 'N' TO WS-KEY-SEEN-SWITCH.
           PERFORM 7210-MATCH-SUSPENSE-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT OR WS-KEY-SEEN.
           IF NOT WS-KEY-SEEN
               IF WS-KEY-COUNT < WS-KEY-MAX-ENTRIES
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-THIS-KEY TO WS-KEY-ENTRY(WS-KEY-COUNT)
               ELSE
                   IF NOT WS-KEY-FULL
                       SET WS-KEY-FULL TO TRUE
                       DISPLAY 'SINRTN: MORE THAN ' WS-KEY-MAX-ENTRIES
                               ' SUSPENSE ITEMS - LATER ONES TAKEN '
                               'WITHOUT THE RERUN CHECK'
                   END-IF
               END-IF
           END-IF.

       7210-MATCH-SUSPENSE-KEY.
           IF WS-KEY-ENTRY(WS-KEY-SUB) = WS-THIS-KEY
               SET WS-KEY-SEEN TO TRUE
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
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
               MOVE 'SINRTN  ' TO AUD-PROGRAM
               MOVE WS-RUN-ID TO AUD-RUN-ID
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
               MOVE WS-AUDIT-REC-TYPE TO AUD-RECORD-TYPE
               MOVE WS-AUDIT-START-TS TO AUD-START-TS
               IF WS-AUDIT-REC-TYPE = 'E'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-STOP-TS
                   MOVE WS-REJ-TOTAL TO AUD-READ-COUNT
                   MOVE WS-RTN-WRITTEN TO AUD-WRITE-COUNT
                   MOVE WS-EXCEPT-COUNT TO AUD-EXCEPT-COUNT
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
                   DISPLAY 'SINRTN: WARNING - AUDIT RECORD WRITE '
                           'FAILED, FILE STATUS ' WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SINRTN: WARNING - AUDIT DATASET COULD NOT BE '
                       'OPENED, FILE STATUS ' WS-AUDIT-STATUS
                       ' - RUN NOT AUDITED'
           END-IF.
