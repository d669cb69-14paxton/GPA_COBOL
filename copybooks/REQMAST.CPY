      *****************************************************
      *  REQMAST - PROGRAM REQUIREMENTS MASTER RECORD      *
      *  ONE RECORD PER REQUIREMENT OF A MAJOR, KEYED BY   *
      *  MAJOR CODE PLUS REQUIREMENT NUMBER.  TYPE C IS A  *
      *  REQUIRED-COURSE REQUIREMENT - EVERY COURSE LISTED *
      *  MUST BE COMPLETED.  TYPE P IS AN ELECTIVE POOL -  *
      *  THE COURSES LISTED COMPLETED MUST TOTAL AT LEAST  *
      *  THE MINIMUM CREDITS.  A COMPLETION COUNTS ONLY AT *
      *  OR ABOVE THE MINIMUM PERCENTAGE AND ON A PASSING  *
      *  GRADE; A ZERO MINIMUM ALSO ACCEPTS PASS/FAIL AND  *
      *  EXAM CREDIT.  COURSE IDS RESOLVE THROUGH CRSEQUIV *
      *  LIKE THE STUDENT'S OWN.  READ BY THE DEGWKSHT     *
      *  WORKSHEET AND BY GRADAPP, BOTH OF WHICH CALL      *
      *  REQEVAL FOR THE EVALUATION.                       *
      *****************************************************
       01  PROGRAM-REQ-RECORD.
           05  RQ-REQ-KEY.
               10  RQ-MAJOR-CODE         PIC X(04).
               10  RQ-REQ-NO             PIC 9(02).
           05  RQ-REQ-TYPE               PIC X(01).
               88  RQ-REQUIRED-COURSES           VALUE "C".
               88  RQ-ELECTIVE-POOL              VALUE "P".
               88  RQ-REQ-TYPE-VALID             VALUE "C" "P".
           05  RQ-REQ-TITLE              PIC X(30).
           05  RQ-MIN-CREDITS            PIC 99V9.
           05  RQ-MIN-PCT                PIC 9(03).
           05  RQ-NUM-COURSES            PIC 9(02).
           05  RQ-COURSE-ID              PIC X(06) OCCURS 20 TIMES.
           05                            PIC X(10).
