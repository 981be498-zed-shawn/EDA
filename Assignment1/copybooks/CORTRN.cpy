      ***************************************************************
      * CORTRN - SUSPENSE CORRECTION TRANSACTION LAYOUT             *
      * ONE OPERATOR CORRECTION PER RECORD - REJECT DATE + RECORD   *
      * NUMBER OF THE OPEN SUSPENSE ITEM AND THE CORRECTED VALUE AND*
      * UNIT - APPLIED BY SINCOR.  SAME DUAL CONTROL AS THE STATION *
      * TRANSACTIONS (STATRN): A REQUEST ('R') IS HELD ON THE       *
      * PENDING STORE UNTIL AN APPROVAL ('V') FROM A DIFFERENT      *
      * OPERATOR QUOTES ITS REJECT DATE, RECORD NUMBER AND REQUEST  *
      * TIMESTAMP.                                                  *
      ***************************************************************
       01  CORTRN-REC.
           05  COR-REJECT-DATE         PIC X(8).
           05  COR-RECORD-NUM          PIC 9(8).
           05  COR-NEW-VALUE           PIC S9(2)V9(2).
           05  COR-NEW-UNIT            PIC X.
           05  COR-ENTRY-TYPE          PIC X.
               88  COR-REQUEST             VALUE 'R' SPACE.
               88  COR-APPROVAL            VALUE 'V'.
           05  COR-OPERATOR-ID         PIC X(8).
           05  COR-REQUEST-TS          PIC X(14).
           05  FILLER                  PIC X(34).
