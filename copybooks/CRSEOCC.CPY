      *****************************************************
      *  CRSEOCC - FLATTENED COURSE-OCCURRENCE EXTRACT     *
      *  WRITTEN NIGHTLY BY OCCEXTR FROM THE STUDENT       *
      *  MASTER AND ITS OVERFLOW SEGMENTS SO THE SWEEP     *
      *  REPORTS READ ONE SEQUENTIAL FILE INSTEAD OF THE   *
      *  MASTER.  FOR EVERY MASTER RECORD, ONE STUDENT     *
      *  HEADER (TYPE H) CARRYING THE STUDENT-LEVEL        *
      *  FIELDS, FOLLOWED BY ONE RECORD (TYPE O) PER       *
      *  COURSE OCCURRENCE IN TERM AND COURSE ORDER.  EACH *
      *  OCCURRENCE CARRIES THE COURSE'S CATALOG           *
      *  DEPARTMENT AND CROSS-LIST GROUP (???? AND FLAG N  *
      *  WHEN NOT CATALOGED) AND THE POSTED SECTION AND    *
      *  INSTRUCTOR FROM GRDSECT (BLANK WHEN NONE WAS      *
      *  RECORDED).  THE FILE CLOSES WITH THE STANDARD     *
      *  *CTL* TRAILER (DETAIL COUNT AND STUDENT-ID HASH   *
      *  OVER BOTH RECORD TYPES) EXTENDED WITH THE HEADER  *
      *  COUNT, THE OCCURRENCE COUNT, AND THE TOTAL        *
      *  ATTEMPTED CREDITS; EVERY READER BALANCES TO IT.   *
      *****************************************************
       01  COURSE-OCCURRENCE-RECORD.
           05  CO-STUDENT-ID             PIC 9(09).
           05  CO-RECORD-TYPE            PIC X(01).
               88  CO-STUDENT-HEADER             VALUE "H".
               88  CO-OCCURRENCE                 VALUE "O".
           05  CO-TERM-CODE              PIC X(05).
           05  CO-COURSE-ID              PIC X(06).
           05  CO-OCCURRENCE-DATA.
               10  CO-COURSE-CREDITS     PIC 99V9.
               10  CO-PERCENTAGE-EARNED  PIC 999.
               10  CO-LETTER-ENTERED REDEFINES
                       CO-PERCENTAGE-EARNED.
                   15  CO-ENTERED-LETTER PIC XX.
                   15                    PIC X(01).
               10  CO-ATTEMPTED-CREDITS  PIC 99V9.
               10  CO-GRADING-BASIS      PIC X(01).
                   88  CO-BASIS-PASS-FAIL        VALUE "P".
                   88  CO-BASIS-INCOMPLETE       VALUE "I".
                   88  CO-BASIS-WITHDRAWN        VALUE "W".
                   88  CO-BASIS-LETTER           VALUE "L".
                   88  CO-BASIS-EXAM-CREDIT      VALUE "E".
                   88  CO-BASIS-EXAM-GRADED      VALUE "X".
                   88  CO-BASIS-BY-EXAM          VALUE "E" "X".
                   88  CO-BASIS-INTEGRITY-XF     VALUE "F".
                   88  CO-BASIS-NOT-REPORTED     VALUE "N".
               10  CO-FORGIVE-FLAG       PIC X(01).
                   88  CO-COURSE-FORGIVEN        VALUE "F".
                   88  CO-EXAM-SUPERSEDED        VALUE "S".
                   88  CO-CONSORTIUM-COURSE      VALUE "C".
               10  CO-DEPARTMENT         PIC X(04).
               10  CO-CATALOG-FLAG       PIC X(01).
                   88  CO-CATALOGED              VALUE "Y".
               10  CO-XLIST-GROUP        PIC X(06).
               10  CO-SECTION-NO         PIC X(03).
               10  CO-INSTRUCTOR-ID      PIC X(06).
               10  CO-SEGMENT-NO         PIC 9(02).
               10  CO-SEGMENT-SLOT       PIC 9(02).
               10                        PIC X(15).
           05  CO-STUDENT-DATA REDEFINES CO-OCCURRENCE-DATA.
               10  CO-NAME-LAST          PIC X(16).
               10  CO-NAME-FIRST         PIC X(12).
               10  CO-ENROLL-STATUS      PIC X(01).
                   88  CO-ENROLLED-ACTIVE        VALUE "A".
               10  CO-ACADEMIC-STANDING  PIC X(01).
               10  CO-MAJOR-CODE         PIC X(04).
               10  CO-LAST-GPA           PIC 9V99.
               10  CO-LAST-TOTAL-CREDITS PIC 999V99.
               10  CO-GPA-AS-OF-DATE     PIC 9(08).
           05                            PIC X(09).
       01  COURSE-OCC-CONTROL-TRAILER REDEFINES
               COURSE-OCCURRENCE-RECORD.
           05  CO-CTL-LITERAL            PIC X(05).
               88  CO-CTL-PRESENT                VALUE "*CTL*".
           05  CO-CTL-RECORD-COUNT       PIC 9(09).
           05  CO-CTL-ID-HASH-TOTAL      PIC 9(13).
           05  CO-CTL-RUN-DATE           PIC 9(08).
           05  CO-CTL-STUDENT-COUNT      PIC 9(09).
           05  CO-CTL-OCCUR-COUNT        PIC 9(09).
           05  CO-CTL-CREDIT-TOTAL       PIC 9(09)V9.
           05                            PIC X(17).
