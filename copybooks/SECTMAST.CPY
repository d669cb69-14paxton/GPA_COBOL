      *  INSTRUCTOR OF RECORD.  MAINTAINED BY SECTMNT AND  *
      *  CONSULTED BY GRADE POSTING SO EVERY POSTED GRADE  *
      *  CAN BE ATTRIBUTED TO THE SECTION AND INSTRUCTOR   *
      *  THAT TAUGHT IT.  THE SEAT CAPACITY IS SET BY      *
      *  SECTMNT (ZERO MEANS NO SEAT LIMIT); THE ENROLLED  *
      *  COUNT IS THE LIVE NUMBER OF STUDENTS REGISTERED   *
      *  INTO THE SECTION AND IS KEPT ONLY BY REGMAINT,    *
      *  WHICH WAITLISTS ADDS TO A FULL SECTION, THE       *
      *  REGONL ONLINE ADD / DROP, AND WITHDRAW, WHICH     *
      *  GIVES BACK THE SEATS OF A FULL-TERM WITHDRAWAL.   *
      *  THE MEETING PATTERN GIVES THE DAYS MET (ONE       *
      *  POSITION PER DAY, M T W R F S U, BLANK WHEN NOT   *
      *  MET - ALL BLANK FOR A SECTION WITH NO SCHEDULED   *
      *  MEETINGS), 24-HOUR HHMM START AND END TIMES, AND  *
      *  THE BUILDING AND ROOM FROM THE ROOM MASTER.       *
      *  THE SECTION STATUS IS BLANK FOR A SECTION THAT IS *
      *  OFFERED AND X ONCE SECTCANC HAS CANCELLED IT; A   *
      *  CANCELLED SECTION STAYS ON FILE BUT TAKES NO      *
      *  ADDS, PROMOTES NO WAITLIST, AND IS LEFT OFF THE   *
      *  PUBLISHED SCHEDULE.                               *
      *****************************************************
       01  COURSE-SECTION-RECORD.
           05  CS-SECT-KEY.
               10  CS-SECTION-NO         PIC X(03).
           05  CS-INSTRUCTOR-ID          PIC X(06).
           05  CS-INSTRUCTOR-NAME        PIC X(25).
           05  CS-SEAT-CAPACITY          PIC 9(03).
               88  CS-NO-SEAT-LIMIT              VALUE ZERO.
           05  CS-ENROLLED-COUNT         PIC 9(03).
           05  CS-MEETING-PATTERN.
               10  CS-MEETING-DAYS       PIC X(07).
               10  CS-MEETING-DAY-TBL REDEFINES CS-MEETING-DAYS.
                   15  CS-DAY-FLAG       PIC X(01) OCCURS 7 TIMES.
               10  CS-START-TIME         PIC 9(04).
               10  CS-END-TIME           PIC 9(04).
           05  CS-ROOM-KEY.
               10  CS-BUILDING           PIC X(04).
               10  CS-ROOM-NO            PIC X(05).
           05  CS-SECTION-STATUS         PIC X(01).
               88  CS-SECTION-OFFERED            VALUE SPACE.
               88  CS-SECTION-CANCELLED          VALUE "X".
