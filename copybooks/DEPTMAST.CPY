      *****************************************************
      *  DEPTMAST - DEPARTMENT AND COLLEGE MASTER          *
      *  TWO RECORD TYPES ON ONE FILE, KEYED BY RECORD     *
      *  TYPE AND CODE: A COLLEGE RECORD (C) NAMES A       *
      *  COLLEGE AND ITS DEAN; A DEPARTMENT RECORD (D)     *
      *  NAMES THE DEPARTMENT BEHIND A CC-DEPARTMENT /     *
      *  SM-MAJOR-CODE, ITS CHAIR, AND THE COLLEGE THAT    *
      *  OWNS IT.  COLLEGE RECORDS SORT AHEAD OF THE       *
      *  DEPARTMENTS, SO A SEQUENTIAL LOAD HAS EVERY       *
      *  COLLEGE IN HAND BEFORE THE FIRST DEPARTMENT.      *
      *  MAINTAINED BY DEPTMNT; READ BY DEPTRPT, CRSERPT,  *
      *  CMNCBOOK, ADVBURST AND SCHDEXT.                   *
      *****************************************************
       01  DEPT-MASTER-RECORD.
           05  DA-MAST-KEY.
               10  DA-RECORD-TYPE        PIC X(01).
                   88  DA-COLLEGE-REC            VALUE "C".
                   88  DA-DEPARTMENT-REC         VALUE "D".
                   88  DA-RECORD-TYPE-VALID      VALUE "C" "D".
               10  DA-CODE               PIC X(04).
           05  DA-NAME                   PIC X(30).
           05  DA-HEAD-NAME              PIC X(30).
           05  DA-COLLEGE-CODE           PIC X(04).
           05  DA-LAST-MAINT-DATE        PIC 9(08).
           05  DA-LAST-MAINT-USER        PIC X(06).
           05                            PIC X(10).
