      *****************************************************
      *  EXAMSCOR - ADVANCED-STANDING EXAM SCORE TABLE     *
      *  ONE ENTRY PER EXAM CODE (AP / IB / CLEP) AND      *
      *  MINIMUM QUALIFYING SCORE.  THE ENTRY WITH THE     *
      *  HIGHEST MINIMUM A SCORE REACHES GIVES THE COURSE  *
      *  AWARDED, ITS CREDITS, AND WHETHER THE CREDIT      *
      *  COUNTS TOWARD THE GPA.  A GPA-COUNTED ENTRY       *
      *  CARRIES THE PERCENTAGE THE AWARD IS GRADED AT;    *
      *  OTHERWISE THE CREDIT IS EARNED HOURS ONLY.        *
      *  READ BY EXAMPOST.                                 *
      *****************************************************
       01  EXAM-SCORE-RECORD.
           05  ES-SCORE-KEY.
               10  ES-EXAM-CODE          PIC X(06).
               10  ES-MIN-SCORE          PIC 9(03).
           05  ES-COURSE-ID              PIC X(06).
           05  ES-CREDITS                PIC 99V9.
           05  ES-GPA-FLAG               PIC X(01).
               88  ES-COUNTS-IN-GPA              VALUE "Y".
               88  ES-GPA-FLAG-VALID             VALUE "Y" "N".
           05  ES-GPA-PCT                PIC 9(03).
           05                            PIC X(10).
