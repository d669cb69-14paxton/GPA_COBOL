      *****************************************************
      *  REQEPARM - PARAMETER AREA FOR THE REQEVAL         *
      *  SUBPROGRAM.  THE CALLER FILLS THE COURSE TABLE    *
      *  (MASTER PLUS OVERFLOW OCCURRENCES AS SOURCE H,    *
      *  CURRENT REGISTRATIONS AS SOURCE R, EVERY ID       *
      *  ALREADY RESOLVED THROUGH CRSEQUIV), THE GRADE     *
      *  BANDS, AND THE MAJOR'S REQUIREMENTS FROM REQMAST, *
      *  THEN CALLS REQEVAL, WHICH RETURNS A RESULT PER    *
      *  LISTED COURSE AND PER REQUIREMENT (S SATISFIED,   *
      *  P IN PROGRESS, U UNMET), THE CREDITS COMPLETED    *
      *  AND IN PROGRESS TOWARD EACH, AND THE COUNTS.      *
      *****************************************************
       01  REQEVAL-PARMS.
           05  RE-INPUTS.
               10  RE-NUM-COURSES        PIC 9(03).
               10  RE-COURSE-ENTRY OCCURS 180 TIMES
                           INDEXED BY RECRSNDX.
                   15  RE-COURSE-ID          PIC X(06).
                   15  RE-COURSE-CREDITS     PIC 99V9.
                   15  RE-PERCENTAGE-EARNED  PIC 999.
                   15  RE-LETTER-ENTERED REDEFINES
                           RE-PERCENTAGE-EARNED.
                       20  RE-ENTERED-LETTER     PIC XX.
                       20                        PIC X(01).
                   15  RE-GRADING-BASIS      PIC X(01).
                       88  RE-BASIS-PASS-FAIL        VALUE "P".
                       88  RE-BASIS-INCOMPLETE       VALUE "I".
                       88  RE-BASIS-WITHDRAWN        VALUE "W".
                       88  RE-BASIS-LETTER           VALUE "L".
                       88  RE-BASIS-EXAM-CREDIT      VALUE "E".
                       88  RE-BASIS-INTEGRITY-XF     VALUE "F".
                       88  RE-BASIS-NOT-REPORTED     VALUE "N".
                   15  RE-FORGIVE-FLAG       PIC X(01).
                       88  RE-CRS-FORGIVEN           VALUE "F".
                       88  RE-CRS-SUPERSEDED         VALUE "S".
                   15  RE-COURSE-SOURCE      PIC X(01).
                       88  RE-SOURCE-HISTORY         VALUE "H".
                       88  RE-SOURCE-REGISTERED      VALUE "R".
               10  RE-NUM-GRADES         PIC 9(02).
               10  RE-GRADE-ENTRY OCCURS 9 TIMES
                           INDEXED BY REGRDNDX.
                   15  RE-GRADE              PIC 99.
                   15  RE-POINTS             PIC 9V9.
                   15  RE-LETTER             PIC XX.
               10  RE-NUM-REQS           PIC 9(02).
               10  RE-REQ-ENTRY OCCURS 40 TIMES
                           INDEXED BY REREQNDX.
                   15  RE-REQ-NO             PIC 9(02).
                   15  RE-REQ-TYPE           PIC X(01).
                       88  RE-REQUIRED-COURSES       VALUE "C".
                       88  RE-ELECTIVE-POOL          VALUE "P".
                   15  RE-REQ-TITLE          PIC X(30).
                   15  RE-MIN-CREDITS        PIC 99V9.
                   15  RE-MIN-PCT            PIC 9(03).
                   15  RE-REQ-NUM-COURSES    PIC 9(02).
                   15  RE-REQ-COURSE OCCURS 20 TIMES
                               INDEXED BY RERCSNDX.
                       20  RE-REQ-COURSE-ID      PIC X(06).
                       20  RE-REQ-CRS-RESULT     PIC X(01).
                           88  RE-REQ-CRS-DONE           VALUE "S".
                           88  RE-REQ-CRS-IN-PROGRESS    VALUE "P".
                           88  RE-REQ-CRS-UNMET          VALUE "U".
                   15  RE-REQ-RESULT         PIC X(01).
                       88  RE-REQ-SATISFIED          VALUE "S".
                       88  RE-REQ-IN-PROGRESS        VALUE "P".
                       88  RE-REQ-UNMET              VALUE "U".
                   15  RE-CREDITS-DONE       PIC 999V9.
                   15  RE-CREDITS-PENDING    PIC 999V9.
           05  RE-OUTPUTS.
               10  RE-SATISFIED-COUNT    PIC 9(02).
               10  RE-IN-PROGRESS-COUNT  PIC 9(02).
               10  RE-UNMET-COUNT        PIC 9(02).
