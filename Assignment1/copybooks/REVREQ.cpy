      ***************************************************************
      * REVREQ - FEED REVERSAL REQUEST RECORD LAYOUT                *
      * ONE RECORD PER ACCEPTED SUBMISSION TO BE BACKED OUT, KEYED  *
      * BY OPERATIONS WHEN A SITE REPORTS AFTER THE RUN THAT A FEED *
      * IT SENT WAS BAD (WRONG SENSOR CONFIGURATION, A TEST FILE    *
      * SENT TO PRODUCTION).  THE FEED DATE AND SOURCE SYSTEM ARE   *
      * THE SUBMISSION'S HEADER SIGNATURE EXACTLY AS THE SUBMISSIONS*
      * REGISTER (SUBMREG) HOLDS IT.  READ BY SINREV, WHICH REMOVES *
      * THE SUBMISSION'S READINGS FROM RESOUT, THE RESULTS HISTORY, *
      * THE STATION HISTORY AND THE READING KEY REGISTER AND MARKS  *
      * THE REGISTER ENTRY REVERSED.  THE REASON IS PRINTED ON THE  *
      * REVERSAL REPORT FOR THE AUDITORS.                           *
      ***************************************************************
       01  REV-REQ-REC.
           05  REV-FEED-DATE           PIC X(8).
           05  REV-SOURCE-SYS          PIC X(8).
           05  REV-REASON              PIC X(40).
           05  FILLER                  PIC X(24).
