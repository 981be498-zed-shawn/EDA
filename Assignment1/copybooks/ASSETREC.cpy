      ***************************************************************
      * ASSETREC - ASSET MANAGEMENT STATION EXTRACT RECORD LAYOUT   *
      * THE ASSET MANAGEMENT SYSTEM'S FULL STATION REGISTER, SENT   *
      * NIGHTLY AS ONE RECORD PER STATION IT KNOWS OF - LIVE OR     *
      * RETIRED.  SORTED INTO STATION-ID SEQUENCE AHEAD OF STASYNC, *
      * WHICH COMPARES IT WITH THE STATION MASTER.  A STATION THE   *
      * REGISTER HAS DROPPED ALTOGETHER IS SIMPLY ABSENT.           *
      ***************************************************************
       01  ASSET-REC.
           05  AST-STATION-ID          PIC X(8).
           05  AST-DESC                PIC X(30).
           05  AST-SITE-ID             PIC X(8).
           05  AST-STATUS              PIC X.
               88  AST-IN-SERVICE          VALUE 'A'.
               88  AST-RETIRED             VALUE 'I'.
           05  AST-EXTRACT-DATE        PIC X(8).
           05  FILLER                  PIC X(25).
