      ***************************************************************
      * RTNCTL - SITE REJECT RETURN CONTROL RECORD LAYOUT           *
      * ONE RECORD PER FEEDING SITE, MAINTAINED BY OPERATIONS AS A  *
      * PLAIN DATASET LIKE THE DISTRIBUTION CONTROL (DISTCTL) - A   *
      * NEW SITE IS A DATASET EDIT, NOT A PROGRAM CHANGE.  READ BY  *
      * SINRTN.  RCTL-SITE-ID IS THE SITE'S SOURCE SYSTEM NAME AS   *
      * IT ARRIVES ON THE FEED HEADER (ANGLE-HDR-SOURCE-SYS,        *
      * STAMPED ON EVERY READING AS ANGLE-SITE-ID BY SINMRG).       *
      * RCTL-DEST-DD NAMES ONE OF THE PREALLOCATED RETURN FILE DDS  *
      * RTN1 THROUGH RTN8 IN THE SINRTN JOB STEP - ONE SITE PER DD; *
      * POINT UNUSED DDS AT DUMMY.  RCTL-DEST-NAME SAYS WHO         *
      * RECEIVES THE FILE AND IS CARRIED ONTO THE RETURN LOG.       *
      ***************************************************************
       01  RTN-CTL-REC.
           05  RCTL-SITE-ID            PIC X(8).
           05  RCTL-DEST-DD            PIC X(8).
           05  RCTL-DEST-NAME          PIC X(20).
           05  FILLER                  PIC X(44).
