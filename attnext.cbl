       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATTNEXT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ATTNEXT - CENSUS ATTENDANCE ROSTER EXTRACT        *
      *  FOR THE ATXPARM TERM, LISTS EVERY STUDENT         *
      *  REGISTERED INTO A SECTION (REGSECT) AS OF THE RUN *
      *  - NORMALLY THE TERM'S CENSUS DATE ON ACADCAL - SO *
      *  THE INSTRUCTOR OF RECORD CAN CERTIFY WHO NEVER    *
      *  ATTENDED.  ONE PRINTED ROSTER PAGE PER SECTION    *
      *  (ROSTRPT), IN STUDENT NAME ORDER, WITH A SIGN-OFF *
      *  LINE; THE SAME STUDENTS GO TO THE ROSTEXT FILE    *
      *  (ATTNROST LAYOUT) WITH A BLANK ATTENDANCE FLAG    *
      *  FOR THE INSTRUCTOR TO SET.  CERTIFIED ROSTERS     *
      *  ARE POSTED BY ATTNPOST.  A SECTION NOT ON         *
      *  SECTFILE PRINTS WITH INSTRUCTOR ??????.           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ATTN-PARM-FILE
               ASSIGN ATXPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT ROSTER-EXTRACT
               ASSIGN ROSTEXT.

           SELECT ROSTER-REPORT
               ASSIGN ROSTRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  ATTN-PARM-FILE.

       01  ATTN-PARM-RECORD.
           05  XP-TERM-CODE             PIC X(05).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-COURSE-ID             PIC X(06).
           05  SR-SECTION-NO            PIC X(03).
           05  SR-NAME-LAST             PIC X(16).
           05  SR-NAME-FIRST            PIC X(12).
           05  SR-STUDENT-ID            PIC 9(09).

       FD  ROSTER-EXTRACT.

            COPY ATTNROST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ROSTER-REPORT.

       01  ROSTER-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  RSECT-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  RSECT-EOF                       VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-SECT-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  SECTION-IS-OPEN                 VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-STU-STATUS           PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-CENSUS-DATE          PIC 9(08) VALUE ZERO.
           05  WS-CENSUS-PARTS REDEFINES WS-CENSUS-DATE.
               10  WS-CENSUS-YEAR      PIC 9(04).
               10  WS-CENSUS-MONTH     PIC 9(02).
               10  WS-CENSUS-DAY       PIC 9(02).
           05  WS-CURRENT-COURSE       PIC X(06) VALUE SPACES.
           05  WS-CURRENT-SECTION      PIC X(03) VALUE SPACES.
           05  WS-INSTRUCTOR-ID        PIC X(06) VALUE SPACES.
           05  WS-SECT-STUDENTS        PIC 9(05) VALUE ZERO.
           05  WS-REGS-FOR-TERM        PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-LISTED      PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-LISTED      PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-NOT-ON-MAST PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-NOT-ON-MAST PIC 9(07) VALUE ZERO.

       01  ROSTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "CENSUS ATTENDANCE ROSTER".
           05                 PIC X(06)   VALUE "TERM: ".
           05  RH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  SECTION-CAPTION-LINE.
           05                 PIC X(08)  VALUE "COURSE: ".
           05  SC-COURSE-ID   PIC X(06).
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(09)  VALUE "SECTION: ".
           05  SC-SECTION-NO  PIC X(03).
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(12)  VALUE "INSTRUCTOR: ".
           05  SC-INSTRUCTOR-ID   PIC X(06).
           05                 PIC X(02)  VALUE SPACE.
           05  SC-INSTRUCTOR-NAME PIC X(25).
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(13)  VALUE "CENSUS DATE: ".
           05  SC-CENSUS-MONTH    PIC 9(02).
           05                 PIC X(01)  VALUE "/".
           05  SC-CENSUS-DAY      PIC 9(02).
           05                 PIC X(01)  VALUE "/".
           05  SC-CENSUS-YEAR     PIC 9(04).
           05                 PIC X(26)  VALUE SPACE.

       01  ROSTER-COLUMN-LINE.
           05                 PIC X(13)  VALUE "STUDENT ID".
           05                 PIC X(34)  VALUE "STUDENT NAME".
           05                 PIC X(20)  VALUE "ATTENDED (Y/N)".
           05                 PIC X(65)  VALUE SPACE.

       01  ROSTER-DETAIL-LINE.
           05  RD-STUDENT-ID      PIC 9(09).
           05                     PIC X(04)  VALUE SPACE.
           05  RD-NAME-LAST       PIC X(16).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-NAME-FIRST      PIC X(12).
           05                     PIC X(09)  VALUE SPACE.
           05                     PIC X(05)  VALUE "_____".
           05                     PIC X(75)  VALUE SPACE.

       01  SECTION-FOOTING-LINE.
           05                     PIC X(20)
               VALUE "STUDENTS ON ROSTER: ".
           05  SF-STUDENTS        PIC ZZ,ZZ9.
           05                     PIC X(106) VALUE SPACE.

       01  CERTIFY-INSTRUCTION-LINE.
           05                     PIC X(40)  VALUE
               "MARK Y FOR EACH STUDENT WHO HAS ATTENDED".
           05                     PIC X(40)  VALUE
               " AND N FOR EACH WHO HAS NEVER ATTENDED,".
           05                     PIC X(52)  VALUE
               " THEN SIGN, DATE AND RETURN THIS ROSTER.".

       01  CERTIFY-SIGNATURE-LINE.
           05                     PIC X(26)
               VALUE "INSTRUCTOR CERTIFICATION: ".
           05                     PIC X(30)  VALUE ALL "_".
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(06)  VALUE "DATE: ".
           05                     PIC X(10)  VALUE ALL "_".
           05                     PIC X(56)  VALUE SPACE.

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
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COURSE-ID
               ON ASCENDING KEY SR-SECTION-NO
               ON ASCENDING KEY SR-NAME-LAST
               ON ASCENDING KEY SR-NAME-FIRST
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS 200-RELEASE-REGISTRATIONS
               OUTPUT PROCEDURE IS 300-PRINT-ROSTERS.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SECTION-MASTER-FILE
                 STUDENT-FILE
                 ROSTER-EXTRACT
                 ROSTER-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RH-MONTH.
           MOVE CD-DAY     TO RH-DAY.
           MOVE CD-YEAR    TO RH-YEAR.

           OPEN INPUT ATTN-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ROSTER PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ ATTN-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' ATXPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE XP-TERM-CODE TO WS-TERM-CODE.
           MOVE XP-TERM-CODE TO RH-TERM-CODE.

           CLOSE ATTN-PARM-FILE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' TERM ', WS-TERM-CODE,
                           ' IS NOT ON THE ACADEMIC CALENDAR'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE CAL-CENSUS-DATE TO WS-CENSUS-DATE.

           CLOSE CALENDAR-FILE.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-FILE.

           IF WS-STU-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-STU-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ROSTER-EXTRACT
                       ROSTER-REPORT.


      *****************************************************
      *  200-RELEASE-REGISTRATIONS - RELEASES EVERY        *
      *  REGISTERED SECTION OF THE TERM WITH THE STUDENT'S *
      *  NAME FROM THE STUDENT MASTER, SO EACH ROSTER      *
      *  PRINTS IN NAME ORDER.                             *
      *****************************************************
       200-RELEASE-REGISTRATIONS.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 200-RELEASE-REGISTRATIONS'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL RSECT-EOF
               READ REG-SECTION-FILE
                   AT END
                       SET RSECT-EOF TO TRUE
               END-READ
               IF NOT RSECT-EOF
                   IF RS-TERM-CODE = WS-TERM-CODE
                       PERFORM 210-RELEASE-ONE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE REG-SECTION-FILE.


       210-RELEASE-ONE.

           ADD 1 TO WS-REGS-FOR-TERM.

           MOVE RS-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-STUDENTS-NOT-ON-MAST
                   MOVE "*NOT ON MASTER*" TO SR-NAME-LAST
                   MOVE SPACES TO SR-NAME-FIRST
               NOT INVALID KEY
                   MOVE SM-NAME-LAST  TO SR-NAME-LAST
                   MOVE SM-NAME-FIRST TO SR-NAME-FIRST
           END-READ.

           MOVE RS-COURSE-ID  TO SR-COURSE-ID.
           MOVE RS-SECTION-NO TO SR-SECTION-NO.
           MOVE RS-STUDENT-ID TO SR-STUDENT-ID.
           RELEASE SORT-RECORD.


      *****************************************************
      *  300-PRINT-ROSTERS - RETURNS THE STUDENTS IN       *
      *  SECTION ORDER, STARTING A NEW ROSTER PAGE AT EACH *
      *  SECTION AND CLOSING IT WITH THE SIGN-OFF LINES.   *
      *****************************************************
       300-PRINT-ROSTERS.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-COURSE-ID NOT = WS-CURRENT-COURSE
                           OR SR-SECTION-NO NOT = WS-CURRENT-SECTION
                           OR NOT SECTION-IS-OPEN
                       IF SECTION-IS-OPEN
                           PERFORM 320-CLOSE-SECTION
                       END-IF
                       PERFORM 305-OPEN-SECTION
                   END-IF
                   PERFORM 310-LIST-STUDENT
               END-IF
           END-PERFORM.

           IF SECTION-IS-OPEN
               PERFORM 320-CLOSE-SECTION
           END-IF.


       305-OPEN-SECTION.

           MOVE "Y" TO WS-SECT-OPEN-SWITCH.
           MOVE SR-COURSE-ID  TO WS-CURRENT-COURSE.
           MOVE SR-SECTION-NO TO WS-CURRENT-SECTION.
           MOVE ZERO TO WS-SECT-STUDENTS.
           ADD 1 TO WS-SECTIONS-LISTED.

           MOVE SR-COURSE-ID  TO CS-COURSE-ID.
           MOVE WS-TERM-CODE  TO CS-TERM-CODE.
           MOVE SR-SECTION-NO TO CS-SECTION-NO.
           READ SECTION-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-SECTIONS-NOT-ON-MAST
                   MOVE "??????" TO WS-INSTRUCTOR-ID
                   MOVE "SECTION NOT ON MASTER" TO SC-INSTRUCTOR-NAME
               NOT INVALID KEY
                   MOVE CS-INSTRUCTOR-ID   TO WS-INSTRUCTOR-ID
                   MOVE CS-INSTRUCTOR-NAME TO SC-INSTRUCTOR-NAME
           END-READ.

           MOVE SR-COURSE-ID     TO SC-COURSE-ID.
           MOVE SR-SECTION-NO    TO SC-SECTION-NO.
           MOVE WS-INSTRUCTOR-ID TO SC-INSTRUCTOR-ID.
           MOVE WS-CENSUS-MONTH  TO SC-CENSUS-MONTH.
           MOVE WS-CENSUS-DAY    TO SC-CENSUS-DAY.
           MOVE WS-CENSUS-YEAR   TO SC-CENSUS-YEAR.

           MOVE ROSTER-HEADING-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER PAGE.
           MOVE SECTION-CAPTION-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.
           MOVE ROSTER-COLUMN-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.
           MOVE SPACES TO ROSTER-REC.
           WRITE ROSTER-REC.


       310-LIST-STUDENT.

           ADD 1 TO WS-SECT-STUDENTS.
           ADD 1 TO WS-STUDENTS-LISTED.

           MOVE SR-STUDENT-ID TO RD-STUDENT-ID.
           MOVE SR-NAME-LAST  TO RD-NAME-LAST.
           MOVE SR-NAME-FIRST TO RD-NAME-FIRST.
           MOVE ROSTER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.

           MOVE SPACES           TO ATTENDANCE-ROSTER-RECORD.
           MOVE SR-COURSE-ID     TO AR-COURSE-ID.
           MOVE WS-TERM-CODE     TO AR-TERM-CODE.
           MOVE SR-SECTION-NO    TO AR-SECTION-NO.
           MOVE SR-STUDENT-ID    TO AR-STUDENT-ID.
           MOVE SR-NAME-LAST     TO AR-NAME-LAST.
           MOVE SR-NAME-FIRST    TO AR-NAME-FIRST.
           MOVE WS-INSTRUCTOR-ID TO AR-INSTRUCTOR-ID.
           MOVE WS-CENSUS-DATE   TO AR-CENSUS-DATE.
           MOVE ZERO             TO AR-CERTIFIED-DATE.
           WRITE ATTENDANCE-ROSTER-RECORD.


       320-CLOSE-SECTION.

           MOVE WS-SECT-STUDENTS TO SF-STUDENTS.
           MOVE SECTION-FOOTING-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 3.
           MOVE CERTIFY-INSTRUCTION-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.
           MOVE CERTIFY-SIGNATURE-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 3.


       240-PRINT-TRAILER.

           MOVE ROSTER-HEADING-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER PAGE.
           MOVE SPACES TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.

           MOVE "REGISTERED SECTIONS FOR THE TERM" TO TR-CAPTION.
           MOVE WS-REGS-FOR-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "SECTION ROSTERS PRINTED" TO TR-CAPTION.
           MOVE WS-SECTIONS-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "STUDENTS LISTED" TO TR-CAPTION.
           MOVE WS-STUDENTS-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "STUDENTS NOT ON STUDENT MASTER" TO TR-CAPTION.
           MOVE WS-STUDENTS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "SECTIONS NOT ON SECTION MASTER" TO TR-CAPTION.
           MOVE WS-SECTIONS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.
