      *****************************************************
      *  THESMILE - GRADUATE THESIS / DISSERTATION         *
      *  MILESTONE RECORD                                  *
      *  ONE RECORD PER GRADUATE STUDENT, KEYED BY         *
      *  STUDENT ID.  CARRIES THE PROGRAM TYPE (M THESIS   *
      *  MASTER'S, D DOCTORAL), THE TERM THE STUDENT       *
      *  ENTERED THE GRADUATE PROGRAM - THE START OF THE   *
      *  TIME-TO-DEGREE CLOCK - THE COMMITTEE CHAIR (AN    *
      *  INSTRUCTOR ON INSTFILE), AND THE DATE OF EACH     *
      *  MILESTONE, ZERO UNTIL IT IS REACHED.  MAINTAINED  *
      *  BY THESMNT; READ BY THESWARN AND BY GRADAPP,      *
      *  WHICH WILL NOT CLEAR A GRADUATE DEGREE WITHOUT    *
      *  THE FINAL-SUBMISSION DATE.                        *
      *****************************************************
       01  THESIS-MILESTONE-RECORD.
           05  TM-STUDENT-ID             PIC 9(09).
           05  TM-PROGRAM-TYPE           PIC X(01).
               88  TM-MASTERS-THESIS             VALUE "M".
               88  TM-DOCTORAL                   VALUE "D".
               88  TM-PROGRAM-TYPE-VALID         VALUE "M" "D".
           05  TM-ENTERING-TERM          PIC X(05).
           05  TM-CHAIR-ID               PIC X(06).
           05  TM-MILESTONE-DATES.
               10  TM-PROPOSAL-DATE      PIC 9(08).
               10  TM-CANDIDACY-DATE     PIC 9(08).
               10  TM-DEFENSE-DATE       PIC 9(08).
               10  TM-FINAL-SUBMIT-DATE  PIC 9(08).
           05  TM-MILESTONE-TBL REDEFINES TM-MILESTONE-DATES.
               10  TM-MILESTONE-DATE     PIC 9(08)
                                         OCCURS 4 TIMES.
           05  TM-LAST-MAINT-DATE        PIC 9(08).
           05  TM-LAST-MAINT-USER        PIC X(06).
           05                            PIC X(10).
