
      *****************************************************
      *  100-TALLY-COURSE - GRADING BASIS RULES:           *
      *    INTEGRITY XF (F) - FAILURE FOR ACADEMIC         *
      *      DISHONESTY: COUNTS AS AN F - CREDITS IN THE   *
      *      GPA DIVISOR, NO POINTS, NO EARNED HOURS.      *
      *      TESTED FIRST SO NO FORGIVE FLAG CAN EVER      *
      *      EXCLUDE IT.  LETTER SHOWS XF.                 *
      *    FORGIVEN (F FLAG) - EXCLUDED FROM POINTS, GPA   *
      *      DIVISOR, AND EARNED HOURS UNDER ACADEMIC       *
      *      RENEWAL.  LETTER SHOWS R*.                     *
      *    SUPERSEDED (S FLAG) - EXAM CREDIT REPLACED BY   *
      *      THE SAME COURSE TAKEN HERE: EXCLUDED FROM     *
      *      EVERYTHING, INCLUDING THE ATTEMPT.  LETTER    *
      *      SHOWS S*.                                     *
      *    PASS/FAIL (P)  - CREDITS COUNT AS EARNED HOURS  *
      *      ONLY; EXCLUDED FROM POINTS AND THE GPA        *
      *      DIVISOR.  LETTER SHOWS AS P*.                 *
      *      WITHDRAWAL OUTCOME: EXCLUDED FROM POINTS,     *
      *      THE GPA DIVISOR, AND EARNED HOURS, BUT THE    *
      *      ATTEMPT STILL COUNTS.  LETTER SHOWS W*.       *
      *    NOT REPORTED (N) - PLACEHOLDER FOR A GRADE      *
      *      MISSING AT THE DEADLINE: EXCLUDED FROM        *
      *      POINTS, THE GPA DIVISOR, AND EARNED HOURS,    *
      *      BUT THE ATTEMPT COUNTS.  LETTER SHOWS NR.     *
      *    EXAM CREDIT (E) - CREDIT BY EXAMINATION, NOT    *
      *      COUNTED IN THE GPA: EARNED HOURS ONLY, LIKE   *
      *      PASS/FAIL.  LETTER SHOWS E*.  BASIS X EXAM    *
      *      CREDIT CARRIES A TABLE PERCENTAGE AND GRADES  *
      *      AS ANYTHING ELSE BELOW.                       *
      *    LETTER (L)     - SUBMITTED AS A LETTER WITH NO  *
      *      PERCENTAGE BEHIND IT.  THE LETTER IS MATCHED  *
      *      AGAINST THE CERTIFIED GRADE TABLE AND ITS     *
               TO GC-ATTEMPTED-HOURS.

           EVALUATE TRUE
               WHEN GC-BASIS-INTEGRITY-XF (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "XF" TO GC-CRS-LETTER (CALC-CRS-SUB)
                   ADD GC-COURSE-CREDITS (CALC-CRS-SUB)
                       TO GC-TOTAL-CREDITS
               WHEN GC-CRS-FORGIVEN (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "R*" TO GC-CRS-LETTER (CALC-CRS-SUB)
               WHEN GC-CRS-SUPERSEDED (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "S*" TO GC-CRS-LETTER (CALC-CRS-SUB)
                   SUBTRACT GC-ATTEMPTED-CREDITS (CALC-CRS-SUB)
                       FROM GC-ATTEMPTED-HOURS
               WHEN GC-BASIS-PASS-FAIL (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "P*" TO GC-CRS-LETTER (CALC-CRS-SUB)
               WHEN GC-BASIS-WITHDRAWN (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "W*" TO GC-CRS-LETTER (CALC-CRS-SUB)
               WHEN GC-BASIS-NOT-REPORTED (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "NR" TO GC-CRS-LETTER (CALC-CRS-SUB)
               WHEN GC-BASIS-EXAM-CREDIT (CALC-CRS-SUB)
                   MOVE "Y" TO GC-CRS-MATCHED-SW (CALC-CRS-SUB)
                   MOVE "E*" TO GC-CRS-LETTER (CALC-CRS-SUB)
                   ADD GC-COURSE-CREDITS (CALC-CRS-SUB)
                       TO GC-EARNED-HOURS
               WHEN GC-BASIS-LETTER (CALC-CRS-SUB)
                   SET GCGRDNDX TO 1
                   SEARCH GC-GRADE-ENTRY VARYING GCGRDNDX
