      * THROUGH EVERY OTHER CHECK - ONLY THIS REGISTER CAN CATCH    *
      * THE REPLAY, AND IT FAILS THE RUN NAMING THE SITE AND THE    *
      * ORIGINAL ACCEPTANCE DATE.                                   *
      * SUB-STATUS 'R' MARKS A SUBMISSION SINREV HAS BACKED OUT OF  *
      * THE DOWNSTREAM DATASETS (SUB-REVERSE-DATE = THE BUSINESS    *
      * DATE OF THE REVERSAL).  THE ENTRY STAYS ON THE REGISTER AS  *
      * HISTORY BUT NO LONGER COUNTS AS ACCEPTED, SO THE SITE CAN   *
      * LEGITIMATELY SEND THE CORRECTED FILE AGAIN.                 *
      ***************************************************************
       01  SUBM-REG-REC.
           05  SUB-FEED-DATE           PIC X(8).
           05  SUB-TRL-HASH            PIC S9(11)V9(2)
                                        SIGN LEADING SEPARATE.
           05  SUB-ACCEPT-DATE         PIC X(8).
           05  SUB-STATUS              PIC X.
               88  SUB-ACTIVE              VALUE ' '.
               88  SUB-REVERSED            VALUE 'R'.
           05  SUB-REVERSE-DATE        PIC X(8).
           05  FILLER                  PIC X(23).
