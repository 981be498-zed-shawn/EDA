      ***************************************************************
      * MAINTLOG - SHARED MAINTENANCE LOG RECORD LAYOUT             *
      * ONE RECORD PER MAINTENANCE EVENT, APPENDED TO THE SHARED    *
      * CUMULATIVE LOG BY STAMNT, CALMNT AND SINCOR:                *
      *   'A' - AN APPROVED TRANSACTION WAS APPLIED.  THE           *
      *         BEFORE IMAGE IS THE MASTER RECORD AS IT STOOD       *
      *         (SPACES FOR AN ADD), THE AFTER IMAGE AS WRITTEN.    *
      *   'X' - A REQUEST EXPIRED UNAPPROVED.  NOTHING WAS          *
      *         CHANGED, SO BOTH IMAGES ARE SPACES.                 *
      * MLOG-TRAN-IMAGE IS THE TRANSACTION AS THE MAKER KEYED IT.   *
      * MLOG-KEY IS THE STATION ID, THE CALENDAR DATE, OR THE       *
      * REJECT DATE + RECORD NUMBER OF THE SUSPENSE ITEM.  READ     *
      * BACK BY MNTAUDIT FOR THE MAINTENANCE ACTIVITY REPORT.       *
      ***************************************************************
       01  MAINT-LOG-REC.
           05  MLOG-PROGRAM            PIC X(8).
           05  MLOG-EVENT              PIC X.
               88  MLOG-APPLIED            VALUE 'A'.
               88  MLOG-EXPIRED            VALUE 'X'.
           05  MLOG-LOGGED-TS          PIC X(14).
           05  MLOG-PROC-DATE          PIC X(8).
           05  MLOG-ACTION             PIC X.
           05  MLOG-KEY                PIC X(20).
           05  MLOG-MAKER-ID           PIC X(8).
           05  MLOG-REQUEST-TS         PIC X(14).
           05  MLOG-CHECKER-ID         PIC X(8).
           05  MLOG-HELD-DATE          PIC X(8).
           05  MLOG-TRAN-IMAGE         PIC X(78).
           05  MLOG-BEFORE-IMAGE       PIC X(108).
           05  MLOG-AFTER-IMAGE        PIC X(108).
           05  FILLER                  PIC X(6).
