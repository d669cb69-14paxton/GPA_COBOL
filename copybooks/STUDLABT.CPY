                   15  SM-ENTERED-LETTER     PIC XX.
                   15                        PIC X(01).
               10  SM-ATTEMPTED-CREDITS      PIC 99V9.
      *****************************************************
      *  CREDIT BY EXAMINATION (AP / IB / CLEP) POSTS WITH *
      *  BASIS E (EARNED HOURS ONLY) OR X (COUNTED IN THE  *
      *  GPA AT THE EXAM TABLE'S PERCENTAGE).  WHEN THE    *
      *  STUDENT LATER TAKES THE SAME COURSE HERE, GRDPOST *
      *  MARKS THE EXAM OCCURRENCE SUPERSEDED (FLAG S) SO  *
      *  THE CREDIT IS NEVER AWARDED TWICE.  A COURSE      *
      *  TAKEN AT A CONSORTIUM PARTNER AND POSTED FROM     *
      *  CONSGRD CARRIES FLAG C.                           *
      *  A REGISTERED COURSE WHOSE GRADE HAD NOT ARRIVED   *
      *  BY THE TERM'S GRADE DEADLINE IS POSTED BY GRDMISS *
      *  WITH BASIS N (NOT REPORTED): ITS ATTEMPTED        *
      *  CREDITS COUNT, BUT IT EARNS NOTHING AND STAYS OUT *
      *  OF THE GPA UNTIL GRDPOST REPLACES IT WITH THE     *
      *  REAL GRADE.                                       *
      *****************************************************
               10  SM-GRADING-BASIS          PIC X(01).
                   88  SM-BASIS-PASS-FAIL            VALUE "P".
                   88  SM-BASIS-INCOMPLETE           VALUE "I".
                   88  SM-BASIS-WITHDRAWN            VALUE "W".
                   88  SM-BASIS-LETTER               VALUE "L".
                   88  SM-BASIS-EXAM-CREDIT          VALUE "E".
                   88  SM-BASIS-EXAM-GRADED          VALUE "X".
                   88  SM-BASIS-BY-EXAM              VALUE "E" "X".
                   88  SM-BASIS-INTEGRITY-XF         VALUE "F".
                   88  SM-BASIS-NOT-REPORTED         VALUE "N".
               10  SM-CRS-TERM-CODE          PIC X(05).
               10  SM-FORGIVE-FLAG           PIC X(01).
                   88  SM-COURSE-FORGIVEN            VALUE "F".
                   88  SM-EXAM-SUPERSEDED            VALUE "S".
                   88  SM-CONSORTIUM-COURSE          VALUE "C".
