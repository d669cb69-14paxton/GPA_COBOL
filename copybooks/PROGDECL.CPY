      *****************************************************
      *  PROGDECL - DECLARED-PROGRAM RECORD                *
      *  ONE RECORD PER ADDITIONAL MAJOR OR MINOR A        *
      *  STUDENT HAS DECLARED BEYOND SM-MAJOR-CODE, KEYED  *
      *  BY STUDENT ID, PROGRAM TYPE (M SECOND MAJOR, N    *
      *  MINOR) AND PROGRAM CODE.  THE PROGRAM CODE IS A   *
      *  CATALOG DEPARTMENT, THE SAME AS A MAJOR CODE.     *
      *  THE DECLARATION IS IN FORCE FROM ITS EFFECTIVE    *
      *  TERM.  MAINTAINED BY DECLMNT; THE NIGHTLY GPA RUN *
      *  POSTS THE PROGRAM GPA (GPACALC OVER THE COURSES   *
      *  OF THE PROGRAM'S DEPARTMENT, AS FOR THE PRIMARY   *
      *  MAJOR) AND ITS DATE.  READ BY TRANSCPT, GRADAPP   *
      *  AND CMNCBOOK.                                     *
      *****************************************************
       01  PROGRAM-DECL-RECORD.
           05  DR-DECL-KEY.
               10  DR-STUDENT-ID         PIC 9(09).
               10  DR-PROGRAM-TYPE       PIC X(01).
                   88  DR-SECOND-MAJOR           VALUE "M".
                   88  DR-MINOR                  VALUE "N".
                   88  DR-PROGRAM-TYPE-VALID     VALUE "M" "N".
               10  DR-PROGRAM-CODE       PIC X(04).
           05  DR-EFFECTIVE-TERM         PIC X(05).
           05  DR-DECLARED-DATE          PIC 9(08).
           05  DR-DECLARED-USER-ID       PIC X(06).
           05  DR-PROGRAM-GPA            PIC 9V99.
           05  DR-PROGRAM-CREDITS        PIC 999V99.
           05  DR-GPA-AS-OF-DATE         PIC 9(08).
           05                            PIC X(10).
