      *****************************************************
      *  WAITLIST - SECTION WAITLIST RECORD                *
      *  ONE RECORD PER STUDENT WAITING FOR A SEAT IN A    *
      *  FULL SECTION.  KEYED BY THE SECTION KEY FOLLOWED  *
      *  BY THE REQUEST DATE, TIME, AND A SEQUENCE WITHIN  *
      *  THE RUN, SO READING A SECTION'S ENTRIES IN KEY    *
      *  ORDER GIVES THEM IN THE ORDER THE ADDS WERE       *
      *  REQUESTED.  THE ADD TRANSACTION'S CREDITS AND     *
      *  GRADING BASIS ARE HELD SO THE ADD CAN BE APPLIED  *
      *  AS REQUESTED WHEN A SEAT OPENS.  WRITTEN AND      *
      *  PROMOTED BY REGMAINT.                             *
      *****************************************************
       01  WAITLIST-RECORD.
           05  WL-WAIT-KEY.
               10  WL-SECT-KEY.
                   15  WL-COURSE-ID      PIC X(06).
                   15  WL-TERM-CODE      PIC X(05).
                   15  WL-SECTION-NO     PIC X(03).
               10  WL-REQUEST-DATE       PIC 9(08).
               10  WL-REQUEST-TIME       PIC 9(08).
               10  WL-REQUEST-SEQ        PIC 9(05).
           05  WL-STUDENT-ID             PIC 9(09).
           05  WL-ATTEMPTED-CREDITS      PIC 99V9.
           05  WL-GRADING-BASIS          PIC X(01).
           05  WL-EFFECTIVE-DATE         PIC 9(08).
