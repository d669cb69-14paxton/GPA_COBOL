      *****************************************************
      *  ATTNCERT - SECTION ATTENDANCE CERTIFICATION       *
      *  ONE RECORD PER SECTION WHOSE CENSUS ATTENDANCE    *
      *  ROSTER HAS BEEN RETURNED AND POSTED, KEYED LIKE   *
      *  SECTMAST BY COURSE ID, TERM CODE AND SECTION      *
      *  NUMBER.  CARRIES THE CERTIFYING INSTRUCTOR, THE   *
      *  DATE CERTIFIED AND THE DATE POSTED, THE STUDENTS  *
      *  CERTIFIED AND HOW MANY NEVER ATTENDED, AND        *
      *  WHETHER THE ROSTER CAME IN AFTER THE DEADLINE.    *
      *  WRITTEN BY ATTNPOST, WHICH POSTS A SECTION ONLY   *
      *  ONCE AND LISTS EVERY ENROLLED SECTION OF THE TERM *
      *  WITH NO RECORD HERE ONCE THE DEADLINE HAS PASSED. *
      *****************************************************
       01  ATTENDANCE-CERT-RECORD.
           05  AC-SECT-KEY.
               10  AC-COURSE-ID          PIC X(06).
               10  AC-TERM-CODE          PIC X(05).
               10  AC-SECTION-NO         PIC X(03).
           05  AC-INSTRUCTOR-ID          PIC X(06).
           05  AC-CERTIFIED-DATE         PIC 9(08).
           05  AC-POSTED-DATE            PIC 9(08).
           05  AC-STUDENTS-CERTIFIED     PIC 9(03).
           05  AC-NO-SHOW-COUNT          PIC 9(03).
           05  AC-LATE-FLAG              PIC X(01).
               88  AC-RECEIVED-LATE              VALUE "Y".
           05                            PIC X(07).
