      *****************************************************
      *  ADMAPPL - ADMISSIONS APPLICANT MASTER RECORD      *
      *  ONE RECORD PER APPLICANT, KEYED BY APPLICANT ID.  *
      *  THE APPLICANT ID IS ISSUED FROM THE STUDENT ID    *
      *  RANGE AND BECOMES THE STUDENT ID WHEN THE         *
      *  APPLICANT MATRICULATES.  CARRIES THE APPLICATION  *
      *  DATE, THE DECISION (ADMIT / DENY / WAITLIST, OR   *
      *  SPACE WHILE PENDING), THE ENROLLMENT DEPOSIT      *
      *  DATE, THE INTENDED MAJOR, THE ENTERING TERM AND   *
      *  THE PERMANENT ADDRESS GIVEN ON THE APPLICATION.   *
      *  MAINTAINED BY ADMMNT; MATRIC STAMPS THE           *
      *  MATRICULATION DATE WHEN IT CREATES THE STUDENT.   *
      *****************************************************
       01  APPLICANT-RECORD.
           05  AA-APPLICANT-ID           PIC 9(09).
           05  AA-APPLICANT-NAME.
               10  AA-NAME-LAST          PIC X(16).
               10  AA-NAME-FIRST         PIC X(12).
               10  AA-NAME-MI            PIC X(01).
               10                        PIC X(01).
           05  AA-DATE-OF-BIRTH          PIC 9(08).
           05  AA-APPLICATION-DATE       PIC 9(08).
           05  AA-DECISION               PIC X(01).
               88  AA-DECISION-PENDING           VALUE SPACE.
               88  AA-ADMITTED                   VALUE "A".
               88  AA-DENIED                     VALUE "D".
               88  AA-WAITLISTED                 VALUE "W".
               88  AA-DECISION-VALID             VALUE "A" "D"
                                                       "W".
           05  AA-DECISION-DATE          PIC 9(08).
           05  AA-DEPOSIT-DATE           PIC 9(08).
           05  AA-INTENDED-MAJOR         PIC X(04).
           05  AA-ENTERING-TERM          PIC X(05).
           05  AA-PERM-ADDRESS.
               10  AA-ADDR-LINE-1        PIC X(30).
               10  AA-ADDR-LINE-2        PIC X(30).
               10  AA-ADDR-CITY          PIC X(20).
               10  AA-ADDR-STATE         PIC X(02).
               10  AA-ADDR-ZIP           PIC X(09).
               10  AA-ADDR-PHONE         PIC X(10).
           05  AA-MATRIC-DATE            PIC 9(08).
               88  AA-NOT-MATRICULATED           VALUE ZEROS.
           05                            PIC X(10).
