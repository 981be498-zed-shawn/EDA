      * (SINSTAT) REPORTING WORKS FROM, SO A QUESTION LIKE "HOW     *
      * HAS ANGLE 0042 BEHAVED THIS MONTH" NO LONGER MEANS PULLING  *
      * OLD GDG GENERATIONS BEFORE THEY ROLL OFF.                   *
      * HIST-SITE-ID IS THE SITE (SOURCE SYSTEM) THE READING        *
      * ARRIVED FROM, SO SINREV CAN BACK ONE SUBMISSION OUT OF THE  *
      * HISTORY - SPACES ON RECORDS FOLDED IN BEFORE IT EXISTED.    *
      ***************************************************************
       01  HIST-REC.
           05  HIST-ANGLE-NUM          PIC 9(4).
           05  HIST-VAL                PIC S9(2)V9(2).
           05  HIST-VALUE              PIC S9(1)V9(10).
           05  HIST-STATION-ID         PIC X(8).
           05  HIST-SITE-ID            PIC X(8).
           05  FILLER                  PIC X(35).
