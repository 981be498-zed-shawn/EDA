      * ON THE CALENDAR INSTEAD OF TRUSTING A HAND-EDITED RUNCTL    *
      * RECORD - A FORGOTTEN ROLL CAN NO LONGER RUN TWO FEEDS       *
      * UNDER ONE BUSINESS DATE.                                    *
      * SINCLOSE READS IT FOR THE LAST BUSINESS DAY OF EACH MONTH - *
      * THE MONTH-END PERIOD CLOSE DATE.                            *
      ***************************************************************
       01  CALENDAR-REC.
           05  CAL-DATE                PIC X(8).
