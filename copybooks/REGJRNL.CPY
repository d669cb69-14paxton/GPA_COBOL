      *****************************************************
      *  REGJRNL - ONLINE REGISTRATION CHANGE JOURNAL      *
      *  ONE RECORD PER ADD OR DROP APPLIED TO REGFILE AT  *
      *  THE TERMINAL BY REGONL, KEYED BY STUDENT ID AND   *
      *  THE DATE AND TIME OF THE CHANGE.  CARRIES THE     *
      *  SIGNED-ON USER ID AND TERMINAL THAT MADE IT, THE  *
      *  COURSE, SECTION, CREDITS AND GRADING BASIS, AND   *
      *  WHETHER AN ADD WAS ACCEPTED ON A CREDIT OVERLOAD  *
      *  APPROVAL.  THE KEYED COPY IS DEFINED TO CICS; A   *
      *  CHANGE THAT CANNOT BE JOURNALED IS BACKED OUT.    *
      *****************************************************
       01  REG-JOURNAL-RECORD.
           05  RJ-JRNL-KEY.
               10  RJ-STUDENT-ID         PIC 9(09).
               10  RJ-DATE               PIC 9(08).
               10  RJ-TIME               PIC 9(06).
           05  RJ-TERM-CODE              PIC X(05).
           05  RJ-ACTION                 PIC X(01).
               88  RJ-ACTION-ADD                 VALUE "A".
               88  RJ-ACTION-DROP                VALUE "D".
           05  RJ-COURSE-ID              PIC X(06).
           05  RJ-SECTION-NO             PIC X(03).
           05  RJ-ATTEMPTED-CREDITS      PIC 99V9.
           05  RJ-GRADING-BASIS          PIC X(01).
           05  RJ-OVERLOAD-FLAG          PIC X(01).
               88  RJ-ON-OVERLOAD                VALUE "Y".
           05  RJ-USER-ID                PIC X(08).
           05  RJ-TERMINAL-ID            PIC X(04).
           05                            PIC X(10).
