      *****************************************************
      *  INSTMAST - INSTRUCTOR MASTER RECORD               *
      *  ONE RECORD PER INSTRUCTOR, KEYED BY THE SAME      *
      *  INSTRUCTOR ID A SECTION CARRIES IN                *
      *  CS-INSTRUCTOR-ID.  HOLDS THE HOME DEPARTMENT      *
      *  (A DEPARTMENT ON DEPTMAST), ACADEMIC RANK, FULL-  *
      *  OR PART-TIME APPOINTMENT, AND THE CONTRACTED      *
      *  TEACHING LOAD IN CREDIT HOURS PER TERM.  AN       *
      *  INACTIVE INSTRUCTOR KEEPS THE RECORD FOR PAST     *
      *  SECTIONS BUT MAY NOT BE GIVEN NEW ONES.           *
      *  MAINTAINED BY INSTMNT; READ BY SECTMNT, WKLDRPT   *
      *  AND SCHDEXT.                                      *
      *****************************************************
       01  INSTRUCTOR-MASTER-RECORD.
           05  IM-INSTRUCTOR-ID          PIC X(06).
           05  IM-INSTRUCTOR-NAME        PIC X(25).
           05  IM-HOME-DEPT              PIC X(04).
           05  IM-RANK                   PIC X(02).
               88  IM-PROFESSOR                  VALUE "PR".
               88  IM-ASSOCIATE-PROF             VALUE "AO".
               88  IM-ASSISTANT-PROF             VALUE "AS".
               88  IM-INSTRUCTOR                 VALUE "IN".
               88  IM-LECTURER                   VALUE "LE".
               88  IM-ADJUNCT                    VALUE "AJ".
               88  IM-RANK-VALID                 VALUE "PR" "AO"
                                                       "AS" "IN"
                                                       "LE" "AJ".
           05  IM-APPOINTMENT            PIC X(01).
               88  IM-FULL-TIME                  VALUE "F".
               88  IM-PART-TIME                  VALUE "P".
               88  IM-APPOINTMENT-VALID          VALUE "F" "P".
           05  IM-CONTRACTED-LOAD        PIC 99V9.
           05  IM-ACTIVE-FLAG            PIC X(01).
               88  IM-ACTIVE                     VALUE "A".
               88  IM-INACTIVE                   VALUE "I".
               88  IM-ACTIVE-FLAG-VALID          VALUE "A" "I".
           05  IM-LAST-MAINT-DATE        PIC 9(08).
           05  IM-LAST-MAINT-USER        PIC X(06).
           05                            PIC X(10).
