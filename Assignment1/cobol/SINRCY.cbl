           MOVE 'Y' TO ANGLE-RECYCLE-FLAG.
           WRITE ANGLE-REC.
           MOVE 'A' TO SUSP-STATUS OF SUSP-REC.
           MOVE WS-AUDIT-START-TS TO SUSP-RESOLVED-TS OF SUSP-REC.
           MOVE SUSP-ANGLE-VALUE OF SUSP-REC TO WS-VALUE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING SUSP-REJECT-DATE OF SUSP-REC DELIMITED BY SIZE
