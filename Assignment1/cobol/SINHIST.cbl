           MOVE RES-VALUE TO HIST-VALUE OF HISTNEW-REC.
           MOVE RES-STATION-ID
               TO HIST-STATION-ID OF HISTNEW-REC.
           MOVE RES-SITE-ID TO HIST-SITE-ID OF HISTNEW-REC.
           WRITE HISTNEW-REC.
           ADD 1 TO WS-OUT-COUNT.

