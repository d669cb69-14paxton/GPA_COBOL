      *****************************************************
      *  INTGSANC - ACADEMIC-INTEGRITY SANCTION RECORD     *
      *  ONE RECORD PER STUDENT PER COURSE OCCURRENCE      *
      *  GRADED XF, KEYED BY STUDENT ID, COURSE ID, AND    *
      *  THE TERM OF THE OCCURRENCE.  CARRIES THE CONDUCT  *
      *  CASE NUMBER, THE SANCTION IMPOSED AND THE DATE    *
      *  THE SANCTION PERIOD ENDS, AND THE OCCURRENCE'S    *
      *  GRADE BEFORE THE XF FOR THE AUDIT FILE.  A        *
      *  REMOVED SANCTION IS KEPT WITH ITS REMOVAL DATE    *
      *  AND REMOVER SO THE IMPOSE / REMOVE TRAIL          *
      *  SURVIVES.  MAINTAINED ONLY BY INTGMNT.            *
      *****************************************************
       01  INTEGRITY-SANCTION-RECORD.
           05  IS-SANC-KEY.
               10  IS-STUDENT-ID         PIC 9(09).
               10  IS-COURSE-ID          PIC X(06).
               10  IS-TERM-CODE          PIC X(05).
           05  IS-STATUS                 PIC X(01).
               88  IS-ACTIVE                     VALUE "A".
               88  IS-REMOVED                    VALUE "R".
           05  IS-CASE-NUMBER            PIC X(10).
           05  IS-SANCTION               PIC X(30).
           05  IS-SANCTION-END-DATE      PIC 9(08).
           05  IS-PRIOR-BASIS            PIC X(01).
           05  IS-PRIOR-GRADE            PIC X(03).
           05  IS-PRIOR-FORGIVE-FLAG     PIC X(01).
           05  IS-IMPOSED-DATE           PIC 9(08).
           05  IS-IMPOSED-BY             PIC X(06).
           05  IS-IMPOSED-AUTH-CODE      PIC X(08).
           05  IS-REMOVED-DATE           PIC 9(08).
           05  IS-REMOVED-BY             PIC X(06).
           05  IS-REMOVED-AUTH-CODE      PIC X(08).
