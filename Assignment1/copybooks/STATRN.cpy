      ***************************************************************
      * STATRN - STATION MAINTENANCE TRANSACTION LAYOUT             *
      * ONE ADD ('A'), CHANGE ('C') OR DEACTIVATE ('D') PER RECORD, *
      * IN STATION-ID SEQUENCE, APPLIED BY STAMNT.  HAND-KEYED BY   *
      * OPERATIONS, AND CUT NIGHTLY BY STASYNC FROM THE ASSET       *
      * MANAGEMENT EXTRACT.  ON A CHANGE, A BLANK DESCRIPTION, SITE *
      * OR STATUS LEAVES THAT FIELD AS IT IS ON THE MASTER.         *
      * DUAL CONTROL: A REQUEST (ENTRY TYPE 'R') CARRIES THE        *
      * MAKER'S OPERATOR ID AND THE TIME IT WAS REQUESTED, AND      *
      * STAMNT ONLY HOLDS IT ON THE PENDING STORE (PENDREC).  IT IS *
      * APPLIED WHEN AN APPROVAL (ENTRY TYPE 'V') ARRIVES FROM A    *
      * DIFFERENT OPERATOR, CARRYING THE REQUEST'S STATION ID,      *
      * ACTION AND REQUEST TIMESTAMP AND THE APPROVER'S OWN         *
      * OPERATOR ID - THE OTHER FIELDS OF AN APPROVAL ARE NOT       *
      * LOOKED AT.  STASYNC'S TRANSACTIONS ARE REQUESTS MADE BY     *
      * OPERATOR 'STASYNC', TIMED AT THE START OF ITS RUN, AND WAIT *
      * FOR A HUMAN APPROVER LIKE ANY OTHER.                        *
      ***************************************************************
       01  STATRN-REC.
           05  TRN-ACTION              PIC X.
               88  TRN-ADD                 VALUE 'A'.
               88  TRN-CHANGE              VALUE 'C'.
               88  TRN-DEACTIVATE          VALUE 'D'.
           05  TRN-STATION-ID          PIC X(8).
           05  TRN-DESC                PIC X(30).
           05  TRN-SITE-ID             PIC X(8).
           05  TRN-STATUS              PIC X.
               88  TRN-STATUS-VALID        VALUE 'A' 'I' SPACE.
           05  TRN-ENTRY-TYPE          PIC X.
               88  TRN-REQUEST             VALUE 'R' SPACE.
               88  TRN-APPROVAL            VALUE 'V'.
           05  TRN-OPERATOR-ID         PIC X(8).
           05  TRN-REQUEST-TS          PIC X(14).
           05  FILLER                  PIC X(7).
