      *****************************************************
      *  REGSECT - REGISTERED-SECTION CROSS-REFERENCE      *
      *  ONE RECORD PER COURSE ON A CURRENT-TERM           *
      *  REGISTRATION THAT WAS ADDED INTO A SPECIFIC       *
      *  SECTION, KEYED BY STUDENT ID, TERM CODE, AND      *
      *  COURSE ID - THE SAME WAY THE COURSE IS FOUND ON   *
      *  REGCRNT.  THE REGCRNT COURSE OCCURRENCE KEEPS THE *
      *  STUDLABT SHAPE, SO THE SECTION RIDES THIS SIDE    *
      *  FILE.  WRITTEN BY REGMAINT OR REGONL ON AN ADD    *
      *  AND DELETED ON THE DROP OR BY WITHDRAW ON A       *
      *  FULL-TERM WITHDRAWAL, WHEN THE SEAT IS RELEASED   *
      *  BACK TO THE SECTION.                              *
      *****************************************************
       01  REGISTERED-SECTION-RECORD.
           05  RS-REG-SECT-KEY.
               10  RS-STUDENT-ID         PIC 9(09).
               10  RS-TERM-CODE          PIC X(05).
               10  RS-COURSE-ID          PIC X(06).
           05  RS-SECTION-NO             PIC X(03).
           05  RS-ADD-DATE               PIC 9(08).
