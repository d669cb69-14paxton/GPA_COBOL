      *****************************************************
      *  CONSREG - CONSORTIUM CROSS-REGISTRATION RECORD    *
      *  ONE RECORD PER COURSE A STUDENT TAKES AT A        *
      *  PARTNER SCHOOL UNDER THE CONSORTIUM AGREEMENT,    *
      *  KEYED BY STUDENT ID, TERM, PARTNER INSTITUTION    *
      *  (THE SCALETAB INSTITUTION CODE) AND THE PARTNER'S *
      *  COURSE NUMBER.  CARRIES THE HOME-INSTITUTION      *
      *  EQUIVALENT COURSE AND THE CREDITS.  A REGISTERED  *
      *  OR GRADED COURSE COUNTS IN THE STUDENT'S TERM     *
      *  LOAD (VACERT, NSCEXTR, VERIFLTR); A DROPPED ONE   *
      *  DOES NOT.  MAINTAINED BY CONSMNT; CONSGRD POSTS   *
      *  THE PARTNER'S GRADE AND MARKS THE RECORD GRADED.  *
      *****************************************************
       01  CONSORTIUM-REG-RECORD.
           05  CR-CONS-KEY.
               10  CR-STUDENT-ID         PIC 9(09).
               10  CR-TERM-CODE          PIC X(05).
               10  CR-PARTNER-INST       PIC X(06).
               10  CR-PARTNER-COURSE     PIC X(10).
           05  CR-HOME-COURSE-ID         PIC X(06).
           05  CR-CREDITS                PIC 99V9.
           05  CR-REG-STATUS             PIC X(01).
               88  CR-REGISTERED                 VALUE "R".
               88  CR-DROPPED                    VALUE "D".
               88  CR-GRADE-POSTED               VALUE "P".
               88  CR-COUNTS-IN-LOAD             VALUE "R" "P".
           05  CR-PARTNER-GRADE          PIC X(05).
           05  CR-POSTED-PCT             PIC 999.
           05  CR-POSTED-DATE            PIC 9(08).
           05  CR-LAST-MAINT-DATE        PIC 9(08).
           05  CR-LAST-MAINT-USER        PIC X(06).
           05                            PIC X(10).
