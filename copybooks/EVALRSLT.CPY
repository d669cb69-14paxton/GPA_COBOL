      *****************************************************
      *  EVALRSLT - COURSE EVALUATION RESULT RECORD        *
      *  ONE RECORD PER SECTION EVALUATED, KEYED BY THE    *
      *  SAME COURSE / TERM / SECTION KEY AS THE SECTION   *
      *  MASTER (CS-SECT-KEY).  CARRIES THE INSTRUCTOR OF  *
      *  RECORD, THE SECTION'S ENROLLMENT, THE NUMBER OF   *
      *  SURVEYS RETURNED AND THE RESPONSE RATE AS A       *
      *  PERCENTAGE OF ENROLLMENT, AND THE MEAN SCORE      *
      *  (1 TO 5) FOR EACH SURVEY QUESTION AND OVERALL.  A *
      *  QUESTION NOBODY ANSWERED CARRIES A ZERO MEAN.     *
      *  WRITTEN BY EVALPOST FROM THE SURVEY VENDOR'S      *
      *  FILE; READ BY EVALRPT.                            *
      *****************************************************
       01  EVAL-RESULT-RECORD.
           05  ER-SECT-KEY.
               10  ER-COURSE-ID          PIC X(06).
               10  ER-TERM-CODE          PIC X(05).
               10  ER-SECTION-NO         PIC X(03).
           05  ER-INSTRUCTOR-ID          PIC X(06).
           05  ER-ENROLLED-COUNT         PIC 9(03).
           05  ER-RESPONSE-COUNT         PIC 9(03).
           05  ER-RESPONSE-RATE          PIC 999V9.
           05  ER-NUM-QUESTIONS          PIC 9(02).
           05  ER-QUESTION-MEAN          PIC 9V99 OCCURS 20 TIMES.
           05  ER-OVERALL-MEAN           PIC 9V99.
           05  ER-BATCH-ID               PIC X(08).
           05  ER-LOAD-DATE              PIC 9(08).
           05                            PIC X(10).
