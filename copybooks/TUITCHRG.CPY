      *****************************************************
      *  TUITCHRG - ITEMIZED TERM CHARGE RECORD            *
      *  WRITTEN BY THE TUITASMT ASSESSMENT, ONE RECORD    *
      *  PER CHARGE: THE TERM'S TUITION (TU) PRICED FROM   *
      *  THE RATE BAND, PLUS A LAB FEE (LB) AND PROGRAM    *
      *  FEE (PF) FOR EACH REGISTERED COURSE THAT CARRIES  *
      *  ONE IN THE CATALOG.  TUITION CARRIES THE TERM'S   *
      *  ATTEMPTED CREDITS AND A BLANK COURSE; A FEE       *
      *  CARRIES ITS COURSE AND THAT COURSE'S ATTEMPTED    *
      *  CREDITS.  THE FILE ENDS WITH THE STANDARD EXTRCTL *
      *  TRAILER.                                          *
      *****************************************************
       01  TERM-CHARGE-RECORD.
           05  CH-STUDENT-ID             PIC 9(09).
           05  CH-TERM-CODE              PIC X(05).
           05  CH-CHARGE-TYPE            PIC X(02).
               88  CH-TUITION                    VALUE "TU".
               88  CH-LAB-FEE                    VALUE "LB".
               88  CH-PROGRAM-FEE                VALUE "PF".
           05  CH-COURSE-ID              PIC X(06).
           05  CH-CREDITS                PIC 999V9.
           05  CH-AMOUNT                 PIC 9(07)V99.
           05  CH-ASSESS-DATE            PIC 9(08).
