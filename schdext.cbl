       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCHDEXT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SCHDEXT - PUBLISHED SCHEDULE OF CLASSES EXTRACT   *
      *  FOR THE SCHDPARM TERM, JOINS EVERY SECTION ON     *
      *  SECTFILE WITH THE TITLE, CREDITS AND              *
      *  PREREQUISITES OF THE CATALOG VERSION IN FORCE FOR *
      *  THE TERM (CRSECATG, OR CRSEHIST WHEN THE CATALOG  *
      *  RECORD TAKES EFFECT LATER), THE INSTRUCTOR NAME   *
      *  FROM INSTFILE, THE MEETING DAYS, TIMES AND ROOM,  *
      *  AND THE SEATS REMAINING, AND SEQUENCES THE RESULT *
      *  BY DEPARTMENT, COURSE AND SECTION.  THE SCHDFILE  *
      *  FLAT FILE (LAYOUT SCHDCLS) FEEDS THE WEBSITE AND  *
      *  ENDS WITH THE *CTL* TRAILER.  THE SCHDRPT LISTING *
      *  IS PRINT-READY: ONE PAGE GROUP PER DEPARTMENT,    *
      *  CAPTIONED WITH ITS NAME FROM DEPTMAST, EACH       *
      *  COURSE FOLLOWED BY ITS SECTIONS.  WHEN SCHDPREV   *
      *  HOLDS THE LAST PUBLISHED GENERATION FOR THE SAME  *
      *  TERM, THE RUN IS A RERUN AND THE LISTING SHOWS    *
      *  ONLY THE SECTIONS ADDED, CHANGED (WITH THE        *
      *  PUBLISHED VALUES UNDER THEM) OR REMOVED SINCE     *
      *  THEN; SEAT COUNTS ALONE DO NOT MAKE A CHANGE.  AN *
      *  F IN THE SCHDPARM LISTING OPTION PRINTS THE FULL  *
      *  SCHEDULE REGARDLESS.  A PRIOR GENERATION WITHOUT  *
      *  ITS TRAILER, OR WHOSE COUNT DOES NOT AGREE, IS    *
      *  COMPARED AS FAR AS IT GOES AND THE STEP ENDS WITH *
      *  RETURN CODE 4.  A SECTION CANCELLED BY SECTCANC   *
      *  IS LEFT OFF THE EXTRACT, SO A RERUN LISTS IT AS   *
      *  REMOVED.                                          *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SCHD-PARM-FILE
               ASSIGN SCHDPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL VERSION-FILE
               ASSIGN CRSEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CV-VERSION-KEY
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT OPTIONAL INSTRUCTOR-MASTER-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT OPTIONAL PRIOR-SCHEDULE-FILE
               ASSIGN SCHDPREV
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT SCHEDULE-EXTRACT
               ASSIGN SCHDFILE.

           SELECT SCHEDULE-REPORT
               ASSIGN SCHDRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  SCHD-PARM-FILE.

       01  SCHD-PARM-RECORD.
           05  SX-TERM-CODE             PIC X(05).
           05  SX-LIST-OPTION           PIC X(01).
               88  SX-FULL-LISTING              VALUE "F".

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERSION-FILE.

            COPY CRSEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PRIOR-SCHEDULE-FILE.

       01  PRIOR-SCHEDULE-RECORD        PIC X(150).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-SCHED-KEY             PIC X(13).
           05  SR-TERM-CODE             PIC X(05).
           05  SR-COURSE-DATA           PIC X(51).
           05  SR-SECTION-DATA          PIC X(58).
           05  SR-SEAT-DATA             PIC X(07).
           05                           PIC X(16).

       FD  SCHEDULE-EXTRACT.

            COPY SCHDCLS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SCHEDULE-REPORT.

       01  SCHD-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-PARM-STATUS          PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-VERSION-STATUS       PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  WS-PRIOR-STATUS         PIC XX.
           05  SECT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SECT-EOF                        VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  PRIOR-EOF-SWITCH        PIC X(01)   VALUE "Y".
               88  PRIOR-EOF                       VALUE "Y".
           05  VERSION-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  VERSION-EOF                     VALUE "Y".
           05  WS-VERSION-FOUND-SWITCH PIC X(01)   VALUE "N".
               88  VERSION-FOUND                   VALUE "Y".
           05  WS-LISTING-SWITCH       PIC X(01)   VALUE "F".
               88  FULL-LISTING                    VALUE "F".
               88  CHANGES-LISTING                 VALUE "C".
           05  WS-PRIOR-TRAILER-SWITCH PIC X(01)   VALUE "N".
               88  PRIOR-TRAILER-SEEN              VALUE "Y".
           05  WS-TERM-CODE            PIC X(05)   VALUE SPACES.
           05  WS-PRIOR-TERM           PIC X(05)   VALUE SPACES.
           05  WS-LIST-ACTION          PIC X(10)   VALUE SPACES.
           05  WS-COURSE-ACTION        PIC X(10)   VALUE SPACES.
           05  WS-VERSION-STATUS-CODE  PIC X(01)   VALUE SPACE.
           05  WS-LAST-DEPT            PIC X(04)   VALUE SPACES.
           05  WS-LAST-COURSE          PIC X(06)   VALUE SPACES.
           05  WS-PREREQ-SUB           PIC 9(01)   VALUE ZERO.

      *****************************************************
      *  RUN TOTALS FOR THE TRAILER.  THE *CTL* COUNT AND  *
      *  SEAT HASH ARE TAKEN AS SCHDFILE IS WRITTEN; THE   *
      *  PRIOR TOTALS AS SCHDPREV IS READ.                 *
      *****************************************************
       01  CONTROL-TOTALS.
           05  WS-SECTIONS-SELECTED    PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-CANCELLED   PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-WRITTEN     PIC 9(07) VALUE ZERO.
           05  WS-SEAT-HASH            PIC 9(13) VALUE ZERO.
           05  WS-NOT-IN-CATALOG       PIC 9(07) VALUE ZERO.
           05  WS-FROM-HISTORY         PIC 9(07) VALUE ZERO.
           05  WS-INACTIVE-COURSE      PIC 9(07) VALUE ZERO.
           05  WS-NO-INSTRUCTOR        PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-FULL        PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-NO-LIMIT    PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-REMOVED     PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-UNCHANGED   PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-READ           PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-CTL-COUNT      PIC 9(09) VALUE ZERO.

      *****************************************************
      *  THE LAST PUBLISHED GENERATION'S RECORD IN HAND    *
      *  DURING A RERUN, IN THE SCHDCLS LAYOUT.            *
      *****************************************************
       01  PRIOR-SCHEDULE-IMAGE         PIC X(150).
       01  PRIOR-SCHEDULE-VIEW REDEFINES PRIOR-SCHEDULE-IMAGE.
           05  PV-SCHED-KEY.
               10  PV-DEPARTMENT         PIC X(04).
               10  PV-COURSE-ID          PIC X(06).
               10  PV-SECTION-NO         PIC X(03).
           05  PV-TERM-CODE              PIC X(05).
           05  PV-COURSE-DATA            PIC X(51).
           05  PV-SECTION-DATA           PIC X(58).
           05  PV-SEAT-DATA              PIC X(07).
           05                            PIC X(16).
       01  PRIOR-TRAILER-VIEW REDEFINES PRIOR-SCHEDULE-IMAGE.
           05  PV-CTL-LITERAL            PIC X(05).
               88  PV-CTL-PRESENT                VALUE "*CTL*".
           05  PV-CTL-RECORD-COUNT       PIC 9(09).
           05  PV-CTL-SEAT-HASH-TOTAL    PIC 9(13).
           05  PV-CTL-RUN-DATE           PIC 9(08).
           05  PV-CTL-TERM-CODE          PIC X(05).
           05                            PIC X(110).

      *****************************************************
      *  THE SECTION BEING PRINTED, CURRENT OR PRIOR, IN   *
      *  THE SCHDCLS LAYOUT.                               *
      *****************************************************
       01  LIST-ENTRY-IMAGE             PIC X(150).
       01  LIST-ENTRY REDEFINES LIST-ENTRY-IMAGE.
           05  LE-DEPARTMENT             PIC X(04).
           05  LE-COURSE-ID              PIC X(06).
           05  LE-SECTION-NO             PIC X(03).
           05  LE-TERM-CODE              PIC X(05).
           05  LE-COURSE-TITLE           PIC X(30).
           05  LE-CREDITS                PIC 99V9.
           05  LE-PREREQ-ID              PIC X(06) OCCURS 3 TIMES.
           05  LE-INSTRUCTOR-ID          PIC X(06).
           05  LE-INSTRUCTOR-NAME        PIC X(25).
           05  LE-MEETING-DAYS           PIC X(07).
           05  LE-START-TIME.
               10  LE-START-HH           PIC 9(02).
               10  LE-START-MM           PIC 9(02).
           05  LE-END-TIME.
               10  LE-END-HH             PIC 9(02).
               10  LE-END-MM             PIC 9(02).
           05  LE-BUILDING               PIC X(04).
           05  LE-ROOM-NO                PIC X(05).
           05  LE-SEAT-CAPACITY          PIC 9(03).
           05  LE-ENROLLED-COUNT         PIC 9(03).
           05  LE-SEATS-REMAINING        PIC 9(03).
           05  LE-SEAT-STATUS            PIC X(01).
               88  LE-SECTION-FULL               VALUE "F".
               88  LE-NO-SEAT-LIMIT              VALUE "U".
           05                            PIC X(16).

       01  SCHD-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  SH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  SH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  SH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(25)
               VALUE "SCHEDULE OF CLASSES TERM".
           05  SH-TERM-CODE   PIC X(05).
           05                 PIC X(03)   VALUE SPACE.
           05  SH-LISTING-TYPE PIC X(30).
           05                 PIC X(45)   VALUE SPACE.

       01  DEPT-CAPTION-LINE.
           05                 PIC X(12)  VALUE "DEPARTMENT:".
           05  DCL-DEPARTMENT     PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  DCL-DEPT-NAME      PIC X(30).
           05                 PIC X(84)  VALUE SPACE.

       01  SECTION-COLUMN-LINE.
           05                 PIC X(12)  VALUE SPACE.
           05                 PIC X(03)  VALUE "SEC".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "DAYS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "TIME".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "BLDG ROOM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(25)  VALUE "INSTRUCTOR".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(03)  VALUE "CAP".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(03)  VALUE "ENR".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "SEATS".
           05                 PIC X(29)  VALUE SPACE.

       01  COURSE-DETAIL-LINE.
           05  CL-ACTION          PIC X(10).
           05  CL-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-COURSE-TITLE    PIC X(30).
           05                     PIC X(02)  VALUE SPACE.
           05                     PIC X(09)  VALUE "CREDITS: ".
           05  CL-CREDITS         PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(15)  VALUE "PREREQUISITES: ".
           05  CL-PREREQ-TBL.
               10  CL-PREREQ OCCURS 3 TIMES.
                   15  CL-PREREQ-ID   PIC X(06).
                   15                 PIC X(02).
           05                     PIC X(27)  VALUE SPACE.

       01  SECTION-DETAIL-LINE.
           05  SD-ACTION          PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  SD-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  SD-MEETING-DAYS    PIC X(07).
           05                     PIC X(03)  VALUE SPACE.
           05  SD-MEETING-TIMES.
               10  SD-START-HH    PIC 9(02).
               10                 PIC X(01)  VALUE ":".
               10  SD-START-MM    PIC 9(02).
               10                 PIC X(01)  VALUE "-".
               10  SD-END-HH      PIC 9(02).
               10                 PIC X(01)  VALUE ":".
               10  SD-END-MM      PIC 9(02).
           05  SD-TIMES-TEXT REDEFINES SD-MEETING-TIMES
                                  PIC X(11).
           05                     PIC X(03)  VALUE SPACE.
           05  SD-BUILDING        PIC X(04).
           05                     PIC X(01)  VALUE SPACE.
           05  SD-ROOM-NO         PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  SD-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(03)  VALUE SPACE.
           05  SD-CAPACITY        PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  SD-ENROLLED        PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  SD-SEATS-TEXT      PIC X(08).
           05  SD-SEATS-NUMBER REDEFINES SD-SEATS-TEXT.
               10  SD-SEATS       PIC ZZ9.
               10                 PIC X(05).
           05                     PIC X(29)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE.
              10  CD-YEAR             PIC 9(04).
              10  CD-MONTH            PIC 9(02).
              10  CD-DAY              PIC 9(02).
           05  CD-CURRENT-TIME.
              10  CD-HOURS            PIC 9(02).
              10  CD-MINUTES          PIC 9(02).
              10  CD-SECONDS          PIC 9(02).
           05                         PIC X(07).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SCHED-KEY
               INPUT PROCEDURE IS 200-SELECT-SECTIONS
               OUTPUT PROCEDURE IS 300-PUBLISH-SCHEDULE.

           PERFORM 240-WRITE-CONTROL-TRAILER.

           PERFORM 500-PRINT-TRAILER.

           CLOSE SECTION-MASTER-FILE
                 CATALOG-FILE
                 VERSION-FILE
                 INSTRUCTOR-MASTER-FILE
                 DEPT-MASTER-FILE
                 SCHEDULE-EXTRACT
                 SCHEDULE-REPORT.

           IF CHANGES-LISTING
               CLOSE PRIOR-SCHEDULE-FILE
               IF NOT PRIOR-TRAILER-SEEN
                       OR WS-PRIOR-CTL-COUNT NOT = WS-PRIOR-READ
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO SH-MONTH.
           MOVE CD-DAY     TO SH-DAY.
           MOVE CD-YEAR    TO SH-YEAR.

           OPEN INPUT SCHD-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SCHEDULE PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ SCHD-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' SCHDPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF SX-TERM-CODE = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' SCHDPARM TERM CODE IS BLANK'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE SX-TERM-CODE TO WS-TERM-CODE.
           CLOSE SCHD-PARM-FILE.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT VERSION-FILE.

           IF WS-VERSION-STATUS NOT = '00'
                   AND WS-VERSION-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CATALOG HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-VERSION-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00'
                   AND WS-INST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00'
                   AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEPARTMENT MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-DEPTM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 110-CHECK-PRIOR-VERSION.

           OPEN OUTPUT SCHEDULE-EXTRACT.

           OPEN OUTPUT SCHEDULE-REPORT.

           MOVE WS-TERM-CODE TO SH-TERM-CODE.
           IF CHANGES-LISTING
               MOVE "CHANGES SINCE LAST PUBLISHED" TO SH-LISTING-TYPE
               MOVE SCHD-HEADING-LINE TO SCHD-REC
               WRITE SCHD-REC AFTER PAGE
           ELSE
               MOVE "FULL LISTING" TO SH-LISTING-TYPE
           END-IF.


      *****************************************************
      *  110-CHECK-PRIOR-VERSION - THE RUN IS A RERUN WHEN *
      *  SCHDPREV IS PRESENT AND ITS FIRST RECORD (OR, FOR *
      *  AN EMPTY SCHEDULE, ITS TRAILER) IS FOR THE PARM   *
      *  TERM.  THE FIRST RECORD IS THEN KEPT IN HAND FOR  *
      *  THE COMPARE.  A PRIOR GENERATION FOR ANOTHER      *
      *  TERM, OR AN F LISTING OPTION, GIVES THE FULL      *
      *  LISTING.                                          *
      *****************************************************
       110-CHECK-PRIOR-VERSION.

           OPEN INPUT PRIOR-SCHEDULE-FILE.

           IF WS-PRIOR-STATUS NOT = '00'
                   AND WS-PRIOR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 110-CHECK-PRIOR-VERSION'
               DISPLAY ' ERROR OPENING THE PRIOR SCHEDULE FILE'
               DISPLAY ' FILE STATUS IS ', WS-PRIOR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF WS-PRIOR-STATUS = '00'
               MOVE "N" TO PRIOR-EOF-SWITCH
               PERFORM 120-READ-PRIOR
               IF PRIOR-TRAILER-SEEN
                   MOVE PV-CTL-TERM-CODE TO WS-PRIOR-TERM
               ELSE
                   IF NOT PRIOR-EOF
                       MOVE PV-TERM-CODE TO WS-PRIOR-TERM
                   END-IF
               END-IF
           END-IF.

           IF WS-PRIOR-TERM = WS-TERM-CODE
                   AND NOT SX-FULL-LISTING
               SET CHANGES-LISTING TO TRUE
           ELSE
               CLOSE PRIOR-SCHEDULE-FILE
               SET PRIOR-EOF TO TRUE
           END-IF.


      *****************************************************
      *  120-READ-PRIOR - READS THE NEXT PUBLISHED SECTION *
      *  FROM SCHDPREV.  THE *CTL* TRAILER ENDS THE FILE   *
      *  AND ITS COUNT IS KEPT FOR THE CHECK AT THE END.   *
      *****************************************************
       120-READ-PRIOR.

           READ PRIOR-SCHEDULE-FILE INTO PRIOR-SCHEDULE-IMAGE
               AT END
                   SET PRIOR-EOF TO TRUE
           END-READ.

           IF NOT PRIOR-EOF
               IF PV-CTL-PRESENT
                   SET PRIOR-TRAILER-SEEN TO TRUE
                   MOVE PV-CTL-RECORD-COUNT TO WS-PRIOR-CTL-COUNT
                   SET PRIOR-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-PRIOR-READ
               END-IF
           END-IF.


      *****************************************************
      *  200-SELECT-SECTIONS - RELEASES EVERY SECTION OF   *
      *  THE PARM TERM, BUILT OUT TO THE SCHDCLS LAYOUT.   *
      *  CANCELLED SECTIONS ARE COUNTED AND PASSED OVER.   *
      *****************************************************
       200-SELECT-SECTIONS.

           IF WS-SECT-STATUS = '05'
               SET SECT-EOF TO TRUE
           END-IF.

           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                   IF CS-TERM-CODE = WS-TERM-CODE
                           AND CS-SECTION-CANCELLED
                       ADD 1 TO WS-SECTIONS-CANCELLED
                   END-IF
                   IF CS-TERM-CODE = WS-TERM-CODE
                           AND NOT CS-SECTION-CANCELLED
                       ADD 1 TO WS-SECTIONS-SELECTED
                       PERFORM 210-BUILD-SCHEDULE-ENTRY
                       MOVE SCHEDULE-CLASS-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.


       210-BUILD-SCHEDULE-ENTRY.

           MOVE SPACES             TO SCHEDULE-CLASS-RECORD.
           MOVE CS-COURSE-ID       TO SK-COURSE-ID.
           MOVE CS-SECTION-NO      TO SK-SECTION-NO.
           MOVE CS-TERM-CODE       TO SK-TERM-CODE.

           PERFORM 220-RESOLVE-CATALOG.

           MOVE CS-INSTRUCTOR-ID   TO SK-INSTRUCTOR-ID.
           IF CS-INSTRUCTOR-ID = SPACES
               MOVE "STAFF" TO SK-INSTRUCTOR-NAME
               ADD 1 TO WS-NO-INSTRUCTOR
           ELSE
               MOVE CS-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE CS-INSTRUCTOR-NAME TO SK-INSTRUCTOR-NAME
                   NOT INVALID KEY
                       MOVE IM-INSTRUCTOR-NAME TO SK-INSTRUCTOR-NAME
               END-READ
           END-IF.

           MOVE CS-MEETING-DAYS    TO SK-MEETING-DAYS.
           MOVE CS-START-TIME      TO SK-START-TIME.
           MOVE CS-END-TIME        TO SK-END-TIME.
           MOVE CS-BUILDING        TO SK-BUILDING.
           MOVE CS-ROOM-NO         TO SK-ROOM-NO.
           MOVE CS-SEAT-CAPACITY   TO SK-SEAT-CAPACITY.
           MOVE CS-ENROLLED-COUNT  TO SK-ENROLLED-COUNT.

           EVALUATE TRUE
               WHEN CS-NO-SEAT-LIMIT
                   MOVE ZERO TO SK-SEATS-REMAINING
                   SET SK-NO-SEAT-LIMIT TO TRUE
                   ADD 1 TO WS-SECTIONS-NO-LIMIT
               WHEN CS-ENROLLED-COUNT NOT < CS-SEAT-CAPACITY
                   MOVE ZERO TO SK-SEATS-REMAINING
                   SET SK-SECTION-FULL TO TRUE
                   ADD 1 TO WS-SECTIONS-FULL
               WHEN OTHER
                   COMPUTE SK-SEATS-REMAINING =
                       CS-SEAT-CAPACITY - CS-ENROLLED-COUNT
                   SET SK-SEATS-OPEN TO TRUE
           END-EVALUATE.


      *****************************************************
      *  220-RESOLVE-CATALOG - DEPARTMENT, TITLE, CREDITS  *
      *  AND PREREQUISITES FROM THE CATALOG RECORD, OR     *
      *  FROM THE CRSEHIST VERSION IN FORCE WHEN THE       *
      *  CATALOG RECORD TAKES EFFECT AFTER THE TERM.  A    *
      *  COURSE NOT IN THE CATALOG LISTS UNDER THE ????    *
      *  DEPARTMENT.                                       *
      *****************************************************
       220-RESOLVE-CATALOG.

           MOVE CS-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "????" TO SK-DEPARTMENT
                   MOVE "NOT IN CATALOG" TO SK-COURSE-TITLE
                   MOVE ZERO TO SK-CREDITS
                   ADD 1 TO WS-NOT-IN-CATALOG
               NOT INVALID KEY
                   MOVE CC-DEPARTMENT   TO SK-DEPARTMENT
                   MOVE CC-COURSE-TITLE TO SK-COURSE-TITLE
                   MOVE CC-STD-CREDITS  TO SK-CREDITS
                   MOVE CC-PREREQ-TBL   TO SK-PREREQ-TBL
                   IF CC-EFFECTIVE-TERM NOT = SPACES
                           AND WS-TERM-CODE < CC-EFFECTIVE-TERM
                       PERFORM 225-FIND-VERSION
                   ELSE
                       IF CC-COURSE-INACTIVE
                           ADD 1 TO WS-INACTIVE-COURSE
                       END-IF
                   END-IF
           END-READ.


      *****************************************************
      *  225-FIND-VERSION - TAKES THE LATEST SUPERSEDED    *
      *  VERSION EFFECTIVE BY THE TERM, OR THE EARLIEST    *
      *  ONE KNOWN WHEN THE TERM PREDATES THEM ALL, AS     *
      *  PREREQCK DOES.  WITH NO HISTORY FOR THE COURSE    *
      *  THE CATALOG RECORD STANDS.                        *
      *****************************************************
       225-FIND-VERSION.

           MOVE "N" TO WS-VERSION-FOUND-SWITCH.
           MOVE "N" TO VERSION-EOF-SWITCH.
           MOVE CS-COURSE-ID TO CV-COURSE-ID.
           MOVE LOW-VALUES TO CV-EFFECTIVE-TERM.
           START VERSION-FILE
               KEY IS NOT LESS THAN CV-VERSION-KEY
               INVALID KEY
                   SET VERSION-EOF TO TRUE
           END-START.

           PERFORM UNTIL VERSION-EOF
               READ VERSION-FILE NEXT
                   AT END
                       SET VERSION-EOF TO TRUE
               END-READ
               IF NOT VERSION-EOF
                   IF CV-COURSE-ID NOT = CS-COURSE-ID
                       SET VERSION-EOF TO TRUE
                   ELSE
                       IF NOT VERSION-FOUND
                               OR CV-EFFECTIVE-TERM NOT > WS-TERM-CODE
                           SET VERSION-FOUND TO TRUE
                           MOVE CV-DEPARTMENT   TO SK-DEPARTMENT
                           MOVE CV-COURSE-TITLE TO SK-COURSE-TITLE
                           MOVE CV-STD-CREDITS  TO SK-CREDITS
                           MOVE CV-PREREQ-TBL   TO SK-PREREQ-TBL
                           MOVE CV-COURSE-STATUS
                               TO WS-VERSION-STATUS-CODE
                       ELSE
                           SET VERSION-EOF TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF VERSION-FOUND
               ADD 1 TO WS-FROM-HISTORY
               IF WS-VERSION-STATUS-CODE = "I"
                   ADD 1 TO WS-INACTIVE-COURSE
               END-IF
           ELSE
               IF CC-COURSE-INACTIVE
                   ADD 1 TO WS-INACTIVE-COURSE
               END-IF
           END-IF.


      *****************************************************
      *  240-WRITE-CONTROL-TRAILER - APPENDS THE *CTL*     *
      *  TRAILER: SECTIONS WRITTEN, TOTAL SEAT CAPACITY,   *
      *  RUN DATE, TERM AND RUN TIME.                      *
      *****************************************************
       240-WRITE-CONTROL-TRAILER.

           MOVE SPACES              TO SCHEDULE-CLASS-RECORD.
           MOVE "*CTL*"             TO SK-CTL-LITERAL.
           MOVE WS-SECTIONS-WRITTEN TO SK-CTL-RECORD-COUNT.
           MOVE WS-SEAT-HASH        TO SK-CTL-SEAT-HASH-TOTAL.
           MOVE CD-CURRENT-DATE     TO SK-CTL-RUN-DATE.
           MOVE WS-TERM-CODE        TO SK-CTL-TERM-CODE.
           MOVE CD-CURRENT-TIME     TO SK-CTL-RUN-TIME.
           WRITE SCHEDULE-CLASS-RECORD.


      *****************************************************
      *  300-PUBLISH-SCHEDULE - WRITES EACH SORTED SECTION *
      *  TO SCHDFILE AND LISTS IT: EVERY SECTION ON A FULL *
      *  LISTING, ONLY THE DIFFERENCES FROM THE LAST       *
      *  PUBLISHED GENERATION ON A RERUN.  PUBLISHED       *
      *  SECTIONS LEFT OVER AT THE END HAVE BEEN REMOVED.  *
      *****************************************************
       300-PUBLISH-SCHEDULE.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   MOVE SORT-RECORD TO SCHEDULE-CLASS-RECORD
                   WRITE SCHEDULE-CLASS-RECORD
                   ADD 1 TO WS-SECTIONS-WRITTEN
                   ADD SK-SEAT-CAPACITY TO WS-SEAT-HASH
                   IF CHANGES-LISTING
                       PERFORM 310-COMPARE-TO-PRIOR
                   ELSE
                       MOVE SORT-RECORD TO LIST-ENTRY-IMAGE
                       MOVE SPACES TO WS-LIST-ACTION
                       PERFORM 330-LIST-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM UNTIL PRIOR-EOF
               PERFORM 320-LIST-REMOVED
           END-PERFORM.


      *****************************************************
      *  310-COMPARE-TO-PRIOR - MATCHES THE SECTION JUST   *
      *  WRITTEN AGAINST THE PUBLISHED GENERATION, BOTH IN *
      *  SCHEDULE-KEY ORDER.  PUBLISHED SECTIONS THAT SORT *
      *  AHEAD OF IT WERE REMOVED; A MATCH IS CHANGED IF   *
      *  ITS COURSE OR SECTION DATA DIFFER; NO MATCH IS AN *
      *  ADDITION.                                         *
      *****************************************************
       310-COMPARE-TO-PRIOR.

           PERFORM UNTIL PRIOR-EOF
                   OR PV-SCHED-KEY NOT < SR-SCHED-KEY
               PERFORM 320-LIST-REMOVED
           END-PERFORM.

           IF NOT PRIOR-EOF
                   AND PV-SCHED-KEY = SR-SCHED-KEY
               IF PV-COURSE-DATA = SR-COURSE-DATA
                       AND PV-SECTION-DATA = SR-SECTION-DATA
                   ADD 1 TO WS-SECTIONS-UNCHANGED
               ELSE
                   ADD 1 TO WS-SECTIONS-CHANGED
                   MOVE SORT-RECORD TO LIST-ENTRY-IMAGE
                   MOVE "CHANGED" TO WS-LIST-ACTION
                   PERFORM 330-LIST-ENTRY
                   MOVE PRIOR-SCHEDULE-IMAGE TO LIST-ENTRY-IMAGE
                   MOVE "  WAS" TO WS-LIST-ACTION
                   IF PV-SECTION-DATA NOT = SR-SECTION-DATA
                       PERFORM 345-FORMAT-SECTION-LINE
                       WRITE SCHD-REC AFTER 1
                   END-IF
                   IF PV-COURSE-DATA NOT = SR-COURSE-DATA
                       MOVE "  WAS" TO WS-COURSE-ACTION
                       PERFORM 340-FORMAT-COURSE-LINE
                       WRITE SCHD-REC AFTER 1
                   END-IF
               END-IF
               PERFORM 120-READ-PRIOR
           ELSE
               ADD 1 TO WS-SECTIONS-ADDED
               MOVE SORT-RECORD TO LIST-ENTRY-IMAGE
               MOVE "ADDED" TO WS-LIST-ACTION
               PERFORM 330-LIST-ENTRY
           END-IF.


       320-LIST-REMOVED.

           ADD 1 TO WS-SECTIONS-REMOVED.
           MOVE PRIOR-SCHEDULE-IMAGE TO LIST-ENTRY-IMAGE.
           MOVE "REMOVED" TO WS-LIST-ACTION.
           PERFORM 330-LIST-ENTRY.
           PERFORM 120-READ-PRIOR.


      *****************************************************
      *  330-LIST-ENTRY - PRINTS THE SECTION IN LIST-ENTRY *
      *  UNDER ITS DEPARTMENT CAPTION AND COURSE LINE,     *
      *  OPENING EITHER AS THE ENTRY MOVES TO A NEW ONE.   *
      *  ON A FULL LISTING EACH DEPARTMENT STARTS A NEW    *
      *  PAGE.                                             *
      *****************************************************
       330-LIST-ENTRY.

           IF LE-DEPARTMENT NOT = WS-LAST-DEPT
               PERFORM 335-OPEN-DEPARTMENT
           END-IF.

           IF LE-COURSE-ID NOT = WS-LAST-COURSE
               MOVE LE-COURSE-ID TO WS-LAST-COURSE
               MOVE SPACES TO WS-COURSE-ACTION
               PERFORM 340-FORMAT-COURSE-LINE
               WRITE SCHD-REC AFTER 2
           END-IF.

           PERFORM 345-FORMAT-SECTION-LINE.
           WRITE SCHD-REC AFTER 1.


       335-OPEN-DEPARTMENT.

           MOVE LE-DEPARTMENT TO WS-LAST-DEPT.
           MOVE SPACES TO WS-LAST-COURSE.

           MOVE LE-DEPARTMENT TO DCL-DEPARTMENT.
           MOVE "D"           TO DA-RECORD-TYPE.
           MOVE LE-DEPARTMENT TO DA-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON MASTER" TO DCL-DEPT-NAME
               NOT INVALID KEY
                   MOVE DA-NAME TO DCL-DEPT-NAME
           END-READ.

           IF FULL-LISTING
               MOVE SCHD-HEADING-LINE TO SCHD-REC
               WRITE SCHD-REC AFTER PAGE
               MOVE DEPT-CAPTION-LINE TO SCHD-REC
               WRITE SCHD-REC AFTER 2
           ELSE
               MOVE DEPT-CAPTION-LINE TO SCHD-REC
               WRITE SCHD-REC AFTER 3
           END-IF.

           MOVE SECTION-COLUMN-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 2.


       340-FORMAT-COURSE-LINE.

           MOVE WS-COURSE-ACTION TO CL-ACTION.
           MOVE LE-COURSE-ID     TO CL-COURSE-ID.
           MOVE LE-COURSE-TITLE  TO CL-COURSE-TITLE.
           MOVE LE-CREDITS       TO CL-CREDITS.
           MOVE SPACES           TO CL-PREREQ-TBL.
           IF LE-PREREQ-ID (1) = SPACES
                   AND LE-PREREQ-ID (2) = SPACES
                   AND LE-PREREQ-ID (3) = SPACES
               MOVE "NONE" TO CL-PREREQ-ID (1)
           ELSE
               PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                       UNTIL WS-PREREQ-SUB > 3
                   MOVE LE-PREREQ-ID (WS-PREREQ-SUB)
                       TO CL-PREREQ-ID (WS-PREREQ-SUB)
               END-PERFORM
           END-IF.
           MOVE COURSE-DETAIL-LINE TO SCHD-REC.


      *****************************************************
      *  345-FORMAT-SECTION-LINE - A SECTION WITH NO       *
      *  MEETING DAYS PRINTS TBA FOR ITS TIMES; THE SEATS  *
      *  COLUMN SHOWS FULL OR NO LIMIT WHERE A COUNT WOULD *
      *  MISLEAD.                                          *
      *****************************************************
       345-FORMAT-SECTION-LINE.

           MOVE WS-LIST-ACTION     TO SD-ACTION.
           MOVE LE-SECTION-NO      TO SD-SECTION-NO.
           MOVE LE-MEETING-DAYS    TO SD-MEETING-DAYS.
           IF LE-MEETING-DAYS = SPACES
               MOVE "TBA" TO SD-TIMES-TEXT
           ELSE
               MOVE "  :  -  :" TO SD-TIMES-TEXT
               MOVE LE-START-HH    TO SD-START-HH
               MOVE LE-START-MM    TO SD-START-MM
               MOVE LE-END-HH      TO SD-END-HH
               MOVE LE-END-MM      TO SD-END-MM
           END-IF.
           MOVE LE-BUILDING        TO SD-BUILDING.
           MOVE LE-ROOM-NO         TO SD-ROOM-NO.
           MOVE LE-INSTRUCTOR-NAME TO SD-INSTRUCTOR-NAME.
           MOVE LE-SEAT-CAPACITY   TO SD-CAPACITY.
           MOVE LE-ENROLLED-COUNT  TO SD-ENROLLED.
           EVALUATE TRUE
               WHEN LE-NO-SEAT-LIMIT
                   MOVE "NO LIMIT" TO SD-SEATS-TEXT
               WHEN LE-SECTION-FULL
                   MOVE "FULL" TO SD-SEATS-TEXT
               WHEN OTHER
                   MOVE SPACES TO SD-SEATS-TEXT
                   MOVE LE-SEATS-REMAINING TO SD-SEATS
           END-EVALUATE.
           MOVE SECTION-DETAIL-LINE TO SCHD-REC.


       500-PRINT-TRAILER.

           IF WS-SECTIONS-WRITTEN = ZERO AND FULL-LISTING
               MOVE SCHD-HEADING-LINE TO SCHD-REC
               WRITE SCHD-REC AFTER PAGE
           END-IF.

           MOVE SPACES TO SCHD-REC.
           WRITE SCHD-REC AFTER 2.

           MOVE "SECTIONS SELECTED FOR THE TERM" TO TR-CAPTION.
           MOVE WS-SECTIONS-SELECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "CANCELLED SECTIONS LEFT OFF" TO TR-CAPTION.
           MOVE WS-SECTIONS-CANCELLED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS WRITTEN TO SCHDFILE" TO TR-CAPTION.
           MOVE WS-SECTIONS-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "COURSES NOT IN CATALOG" TO TR-CAPTION.
           MOVE WS-NOT-IN-CATALOG TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "TITLES FROM CATALOG HISTORY" TO TR-CAPTION.
           MOVE WS-FROM-HISTORY TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS OF INACTIVE COURSES" TO TR-CAPTION.
           MOVE WS-INACTIVE-COURSE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS WITH NO INSTRUCTOR" TO TR-CAPTION.
           MOVE WS-NO-INSTRUCTOR TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS FULL" TO TR-CAPTION.
           MOVE WS-SECTIONS-FULL TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS WITH NO SEAT LIMIT" TO TR-CAPTION.
           MOVE WS-SECTIONS-NO-LIMIT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           IF CHANGES-LISTING
               PERFORM 510-PRINT-CHANGE-TOTALS
           END-IF.


       510-PRINT-CHANGE-TOTALS.

           MOVE "PUBLISHED SECTIONS READ" TO TR-CAPTION.
           MOVE WS-PRIOR-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 2.

           MOVE "SECTIONS ADDED" TO TR-CAPTION.
           MOVE WS-SECTIONS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS CHANGED" TO TR-CAPTION.
           MOVE WS-SECTIONS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS REMOVED" TO TR-CAPTION.
           MOVE WS-SECTIONS-REMOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           MOVE "SECTIONS UNCHANGED" TO TR-CAPTION.
           MOVE WS-SECTIONS-UNCHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SCHD-REC.
           WRITE SCHD-REC AFTER 1.

           IF NOT PRIOR-TRAILER-SEEN
                   OR WS-PRIOR-CTL-COUNT NOT = WS-PRIOR-READ
               MOVE "PRIOR GENERATION INCOMPLETE - RC 4"
                   TO TR-CAPTION
               MOVE WS-PRIOR-CTL-COUNT TO TR-COUNT
               MOVE TRAILER-DETAIL-LINE TO SCHD-REC
               WRITE SCHD-REC AFTER 2
               DISPLAY '******************************'
               DISPLAY ' 510-PRINT-CHANGE-TOTALS'
               DISPLAY ' SCHDPREV HAS NO CONTROL TRAILER OR DOES'
               DISPLAY ' NOT AGREE WITH IT - CHANGES ARE LISTED'
               DISPLAY ' ONLY AS FAR AS IT GOES'
               DISPLAY '*******************************'
           END-IF.
