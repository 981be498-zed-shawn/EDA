               10  WS-AUD-EXCEPT       PIC 9(8).
               10  WS-AUD-RC           PIC 9(4).

       01  WS-PGM-MAX-ENTRIES          PIC 9(2) VALUE 40.
       01  WS-PGM-COUNT                PIC 9(2) VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 40 TIMES.
               10  WS-PGM-NAME         PIC X(8).
               10  WS-PGM-END-COUNT    PIC 9(4).

