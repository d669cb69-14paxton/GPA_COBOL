      *****************************************************
      *  TUITCLAS - STUDENT TUITION CLASSIFICATION RECORD  *
      *  ONE RECORD PER STUDENT, KEYED BY STUDENT ID,      *
      *  GIVING THE RESIDENCY AND LEVEL AT WHICH THE       *
      *  STUDENT IS BILLED.  TOGETHER WITH THE TERM'S      *
      *  ATTEMPTED CREDITS THEY SELECT THE TUITION RATE    *
      *  BAND IN TUITASMT.  MAINTAINED BY TCLSMNT.  A      *
      *  STUDENT WITH NO RECORD CANNOT BE ASSESSED AND     *
      *  PRINTS AS AN EXCEPTION ON THE ASSESSMENT          *
      *  REGISTER.                                         *
      *****************************************************
       01  TUITION-CLASS-RECORD.
           05  TC-STUDENT-ID             PIC 9(09).
           05  TC-RESIDENCY              PIC X(01).
               88  TC-RESIDENT                   VALUE "R".
               88  TC-NONRESIDENT                VALUE "N".
               88  TC-RESIDENCY-VALID            VALUE "R" "N".
           05  TC-LEVEL                  PIC X(01).
               88  TC-UNDERGRADUATE              VALUE "U".
               88  TC-GRADUATE                   VALUE "G".
               88  TC-LEVEL-VALID                VALUE "U" "G".
           05  TC-UPDATED-DATE           PIC 9(08).
           05  TC-UPDATED-BY             PIC X(06).
