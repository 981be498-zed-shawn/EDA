      ***************************************************************
      * PENDREC - PENDING MAINTENANCE TRANSACTION RECORD LAYOUT     *
      * ONE RECORD PER MAINTENANCE REQUEST STILL WAITING FOR ITS    *
      * APPROVAL.  STAMNT, CALMNT AND SINCOR EACH KEEP THEIR OWN    *
      * PENDING STORE IN THIS LAYOUT: EVERY RUN READS THE STORE,    *
      * ADDS THE NEW REQUESTS, APPLIES THE ONES APPROVED BY A SECOND*
      * OPERATOR, DROPS THE ONES OLDER THAN THE EXPIRY LIMIT        *
      * (TOL-PEND-EXPIRY-DAYS) AND WRITES THE REST TO A NEW STORE.  *
      * PEND-HELD-DATE IS THE PROCESSING DATE THE REQUEST WAS FIRST *
      * HELD ON - THE EXPIRY CLOCK - AND PEND-TRAN-IMAGE THE        *
      * TRANSACTION EXACTLY AS RECEIVED (STATRN, CALTRN OR CORTRN). *
      ***************************************************************
       01  PEND-REC.
           05  PEND-PROGRAM            PIC X(8).
           05  PEND-HELD-DATE          PIC X(8).
           05  PEND-TRAN-IMAGE         PIC X(78).
           05  FILLER                  PIC X(6).
