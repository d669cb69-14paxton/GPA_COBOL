      *****************************************************
      *  SCHDCLS - PUBLISHED SCHEDULE OF CLASSES EXTRACT   *
      *  ONE RECORD PER SECTION OFFERED IN THE TERM, IN    *
      *  DEPARTMENT, COURSE AND SECTION ORDER, AS WRITTEN  *
      *  BY SCHDEXT FOR THE WEBSITE.  EACH SECTION CARRIES *
      *  THE TITLE, CREDITS AND PREREQUISITES OF THE       *
      *  CATALOG VERSION IN FORCE FOR THE TERM, THE        *
      *  INSTRUCTOR NAME FROM THE INSTRUCTOR MASTER (STAFF *
      *  WHEN NONE IS ASSIGNED), THE MEETING DAYS, TIMES   *
      *  AND ROOM, AND THE SEATS REMAINING.  THE COURSE    *
      *  AND SECTION DATA ARE WHAT A CHANGES-ONLY RERUN    *
      *  COMPARES AGAINST THE LAST PUBLISHED GENERATION;   *
      *  THE SEAT COUNTS MOVE WITH EVERY REGISTRATION AND  *
      *  ARE NOT COMPARED.  THE FILE ENDS WITH THE         *
      *  STANDARD *CTL* TRAILER, EXTENDED WITH THE TERM    *
      *  AND RUN TIME; HAVING NO STUDENT IDS, THE SCHEDULE *
      *  CARRIES THE TOTAL SEAT CAPACITY IN THE HASH       *
      *  FIELD.                                            *
      *****************************************************
       01  SCHEDULE-CLASS-RECORD.
           05  SK-SCHED-KEY.
               10  SK-DEPARTMENT         PIC X(04).
               10  SK-COURSE-ID          PIC X(06).
               10  SK-SECTION-NO         PIC X(03).
           05  SK-TERM-CODE              PIC X(05).
           05  SK-COURSE-DATA.
               10  SK-COURSE-TITLE       PIC X(30).
               10  SK-CREDITS            PIC 99V9.
               10  SK-PREREQ-TBL.
                   15  SK-PREREQ-ID      PIC X(06) OCCURS 3 TIMES.
           05  SK-SECTION-DATA.
               10  SK-INSTRUCTOR-ID      PIC X(06).
               10  SK-INSTRUCTOR-NAME    PIC X(25).
               10  SK-MEETING-DAYS       PIC X(07).
               10  SK-START-TIME         PIC 9(04).
               10  SK-END-TIME           PIC 9(04).
               10  SK-BUILDING           PIC X(04).
               10  SK-ROOM-NO            PIC X(05).
               10  SK-SEAT-CAPACITY      PIC 9(03).
           05  SK-SEAT-DATA.
               10  SK-ENROLLED-COUNT     PIC 9(03).
               10  SK-SEATS-REMAINING    PIC 9(03).
               10  SK-SEAT-STATUS        PIC X(01).
                   88  SK-SEATS-OPEN             VALUE "O".
                   88  SK-SECTION-FULL           VALUE "F".
                   88  SK-NO-SEAT-LIMIT          VALUE "U".
           05                            PIC X(16).
       01  SCHEDULE-CONTROL-TRAILER REDEFINES
               SCHEDULE-CLASS-RECORD.
           05  SK-CTL-LITERAL            PIC X(05).
               88  SK-CTL-PRESENT                VALUE "*CTL*".
           05  SK-CTL-RECORD-COUNT       PIC 9(09).
           05  SK-CTL-SEAT-HASH-TOTAL    PIC 9(13).
           05  SK-CTL-RUN-DATE           PIC 9(08).
           05  SK-CTL-TERM-CODE          PIC X(05).
           05  SK-CTL-RUN-TIME           PIC 9(06).
           05                            PIC X(104).
