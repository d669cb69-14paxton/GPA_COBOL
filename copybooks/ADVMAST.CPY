      *****************************************************
      *  ADVMAST - ADVISOR MASTER                          *
      *  ONE RECORD PER FACULTY OR STAFF ADVISOR, KEYED BY *
      *  ADVISOR ID: NAME, THE DEPARTMENT (DEPTMAST CODE,  *
      *  MATCHED TO SM-MAJOR-CODE) WHOSE MAJORS THE        *
      *  ADVISOR TAKES, THE CASELOAD CAPACITY, THE CURRENT *
      *  CASELOAD, AND WHETHER THE ADVISOR IS ACTIVE (A)   *
      *  OR INACTIVE (I).  AN INACTIVE ADVISOR RECEIVES NO *
      *  NEW ADVISEES AND HAS THE EXISTING ONES MOVED.     *
      *  MAINTAINED BY ADVMNT; THE CASELOAD IS RECOUNTED   *
      *  FROM ADVXREF BY THE NIGHTLY ADVASGN RUN.          *
      *****************************************************
       01  ADVISOR-MASTER-RECORD.
           05  AV-ADVISOR-ID            PIC X(06).
           05  AV-ADVISOR-NAME          PIC X(25).
           05  AV-DEPT                  PIC X(04).
           05  AV-CAPACITY              PIC 9(04).
           05  AV-CASELOAD              PIC 9(04).
           05  AV-ACTIVE-FLAG           PIC X(01).
               88  AV-ACTIVE                    VALUE "A".
               88  AV-INACTIVE                  VALUE "I".
               88  AV-ACTIVE-FLAG-VALID         VALUE "A" "I".
           05  AV-LAST-MAINT-DATE       PIC 9(08).
           05  AV-LAST-MAINT-USER       PIC X(06).
           05                           PIC X(10).
