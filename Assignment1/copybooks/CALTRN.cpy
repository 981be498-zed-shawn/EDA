      ***************************************************************
      * CALTRN - CALENDAR MAINTENANCE TRANSACTION LAYOUT            *
      * ONE ADD ('A') OR CHANGE ('C') PER RECORD, IN DATE SEQUENCE, *
      * APPLIED BY CALMNT.  SAME DUAL CONTROL AS THE STATION        *
      * TRANSACTIONS (STATRN): A REQUEST ('R') IS HELD ON THE       *
      * PENDING STORE UNTIL AN APPROVAL ('V') FROM A DIFFERENT      *
      * OPERATOR QUOTES ITS DATE, ACTION AND REQUEST TIMESTAMP.     *
      ***************************************************************
       01  CALTRN-REC.
           05  TRN-ACTION              PIC X.
               88  TRN-ADD                 VALUE 'A'.
               88  TRN-CHANGE              VALUE 'C'.
           05  TRN-DATE                PIC X(8).
           05  TRN-DAY-TYPE            PIC X.
               88  TRN-DAY-TYPE-VALID      VALUE 'B' 'W' 'H'.
           05  TRN-ENTRY-TYPE          PIC X.
               88  TRN-REQUEST             VALUE 'R' SPACE.
               88  TRN-APPROVAL            VALUE 'V'.
           05  TRN-OPERATOR-ID         PIC X(8).
           05  TRN-REQUEST-TS          PIC X(14).
           05  FILLER                  PIC X(45).
