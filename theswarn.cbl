       IDENTIFICATION DIVISION.

       PROGRAM-ID. THESWARN.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  THESWARN - GRADUATE THESIS / DISSERTATION         *
      *  PROGRESS WARNINGS                                 *
      *  PASSES THE MILESTONE FILE (THESMILE) FOR THE TERM *
      *  ON THE THESPARM CARD.  A STUDENT WHOSE FINAL      *
      *  SUBMISSION IS RECORDED, OR WHO HAS GRADUATED,     *
      *  WITHDRAWN OR DIED, IS PASSED OVER.  THE TIME-TO-  *
      *  DEGREE DEADLINE IS THE START DATE OF THE ENTERING *
      *  TERM ON ACADCAL PLUS THE LIMIT IN YEARS FOR THE   *
      *  PROGRAM TYPE ON THESPARM; A STUDENT WITHIN THE    *
      *  CARD'S WARNING WINDOW OF THE DEADLINE IS WARNED,  *
      *  AND ONE PAST IT IS LISTED AS OVER THE LIMIT.  A   *
      *  STUDENT WHO REACHED CANDIDACY BEFORE THE TERM     *
      *  STARTED, AND IS NOT ON AN APPROVED LEAVE, MUST    *
      *  HOLD CONTINUOUS-ENROLLMENT REGISTRATION: ONE WITH *
      *  NO REGFILE RECORD FOR THE TERM, OR NO COURSES ON  *
      *  IT, IS LISTED.  THE WARNINGS PRINT ON THESRPT     *
      *  WITH THE COMMITTEE CHAIR FROM INSTFILE.           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT THES-PARM-FILE
               ASSIGN THESPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL MILESTONE-FILE
               ASSIGN THESMILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TM-STUDENT-ID
               FILE STATUS IS WS-MILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL INSTRUCTOR-MASTER-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

           SELECT THES-REPORT
               ASSIGN THESRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  THES-PARM-FILE.

      *****************************************************
      *  THESPARM - THE TERM BEING CHECKED, THE TIME-TO-   *
      *  DEGREE LIMIT IN YEARS FOR A THESIS MASTER'S AND A *
      *  DOCTORAL PROGRAM, AND THE WARNING WINDOW IN       *
      *  MONTHS AHEAD OF THE DEADLINE.                     *
      *****************************************************
       01  THES-PARM-RECORD.
           05  TP-TERM-CODE             PIC X(05).
           05  TP-MASTERS-LIMIT-YEARS   PIC 9(02).
           05  TP-DOCTORAL-LIMIT-YEARS  PIC 9(02).
           05  TP-WARN-MONTHS           PIC 9(02).

       FD  MILESTONE-FILE.

            COPY THESMILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  THES-REPORT.

       01  THES-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  MILE-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  MILE-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-MILE-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-TERM-START-DATE      PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-LIMIT-YEARS          PIC 9(02) VALUE ZERO.
           05  WS-TOTAL-MONTHS         PIC 9(06) VALUE ZERO.
           05  WS-WARN-TEXT            PIC X(28) VALUE SPACES.
           05  WS-CALENDAR-SWITCH      PIC X(01) VALUE "N".
               88  ENTRY-TERM-ON-CALENDAR        VALUE "Y".
           05  WS-REGISTERED-SWITCH    PIC X(01) VALUE "N".
               88  TERM-REGISTERED               VALUE "Y".
           05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
           05  WS-FINAL-SUBMITTED      PIC 9(07) VALUE ZERO.
           05  WS-NOT-ACTIVE           PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-CHECKED     PIC 9(07) VALUE ZERO.
           05  WS-LIMIT-PASSED         PIC 9(07) VALUE ZERO.
           05  WS-LIMIT-NEARING        PIC 9(07) VALUE ZERO.
           05  WS-NOT-ENROLLED         PIC 9(07) VALUE ZERO.
           05  WS-NO-ENTRY-TERM        PIC 9(07) VALUE ZERO.

      *****************************************************
      *  THE TIME-TO-DEGREE DEADLINE AND THE DATE THE      *
      *  WARNING WINDOW OPENS.  THE WINDOW DATE IS ONLY    *
      *  COMPARED, NEVER PRINTED, SO A DAY PAST THE END OF *
      *  A SHORT MONTH DOES NO HARM.                       *
      *****************************************************
       01  WS-DEADLINE-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-DATE.
           05  WS-DEADLINE-YEAR       PIC 9(04).
           05  WS-DEADLINE-MONTH      PIC 9(02).
           05  WS-DEADLINE-DAY        PIC 9(02).

       01  WS-WINDOW-DATE             PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-PARTS REDEFINES WS-WINDOW-DATE.
           05  WS-WINDOW-YEAR         PIC 9(04).
           05  WS-WINDOW-MONTH        PIC 9(02).
           05  WS-WINDOW-DAY          PIC 9(02).

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR           PIC 9(04).
           05  WS-DATE-MONTH          PIC 9(02).
           05  WS-DATE-DAY            PIC 9(02).

       01  THES-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  TH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  TH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  TH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "THESIS / DISSERTATION WARNINGS".
           05                 PIC X(06)   VALUE "TERM: ".
           05  TH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  THES-LIMIT-LINE.
           05                 PIC X(22)
               VALUE "LIMIT YEARS  MASTER'S ".
           05  TL-MASTERS     PIC Z9.
           05                 PIC X(12)   VALUE "  DOCTORAL ".
           05  TL-DOCTORAL    PIC Z9.
           05                 PIC X(18)   VALUE "  WARNING WINDOW ".
           05  TL-WARN-MONTHS PIC Z9.
           05                 PIC X(07)   VALUE " MONTHS".
           05                 PIC X(67)   VALUE SPACE.

       01  THES-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT".
           05                 PIC X(31)  VALUE "NAME".
           05                 PIC X(04)  VALUE "PGM".
           05                 PIC X(07)  VALUE "ENTERED".
           05                 PIC X(27)  VALUE "COMMITTEE CHAIR".
           05                 PIC X(12)  VALUE "CANDIDACY".
           05                 PIC X(12)  VALUE "DEADLINE".
           05                 PIC X(28)  VALUE "WARNING".

       01  THES-DETAIL-LINE.
           05  TD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  TD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  TD-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  TD-PROGRAM-TYPE    PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  TD-ENTERING-TERM   PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  TD-CHAIR-NAME      PIC X(25).
           05                     PIC X(02)  VALUE SPACE.
           05  TD-CANDIDACY-DATE.
               10  TD-CAND-MONTH  PIC 9(02).
               10                 PIC X(01)  VALUE "/".
               10  TD-CAND-DAY    PIC 9(02).
               10                 PIC X(01)  VALUE "/".
               10  TD-CAND-YEAR   PIC 9(04).
           05  TD-CANDIDACY-X REDEFINES TD-CANDIDACY-DATE
                                  PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  TD-DEADLINE-DATE.
               10  TD-DEAD-MONTH  PIC 9(02).
               10                 PIC X(01)  VALUE "/".
               10  TD-DEAD-DAY    PIC 9(02).
               10                 PIC X(01)  VALUE "/".
               10  TD-DEAD-YEAR   PIC 9(04).
           05  TD-DEADLINE-X REDEFINES TD-DEADLINE-DATE
                                  PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  TD-WARNING         PIC X(28).

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

           PERFORM UNTIL MILE-EOF
               READ MILESTONE-FILE
                   AT END
                       SET MILE-EOF TO TRUE
               END-READ
               IF NOT MILE-EOF
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 110-CHECK-STUDENT
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE MILESTONE-FILE
                 STUDENT-FILE
                 CALENDAR-FILE
                 CURRENT-REG-FILE
                 INSTRUCTOR-MASTER-FILE
                 THES-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO TH-MONTH.
           MOVE CD-DAY     TO TH-DAY.
           MOVE CD-YEAR    TO TH-YEAR.

           OPEN INPUT THES-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE THESIS PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ THES-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' THESPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF TP-MASTERS-LIMIT-YEARS NOT NUMERIC
                   OR TP-DOCTORAL-LIMIT-YEARS NOT NUMERIC
                   OR TP-WARN-MONTHS NOT NUMERIC
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' THESPARM LIMIT YEARS OR WARNING WINDOW'
               DISPLAY ' IS NOT NUMERIC'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF TP-MASTERS-LIMIT-YEARS = ZERO
                   OR TP-DOCTORAL-LIMIT-YEARS = ZERO
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' THESPARM LIMIT YEARS MUST BE ABOVE ZERO'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE TP-TERM-CODE            TO WS-TERM-CODE
                                           TH-TERM-CODE.
           MOVE TP-MASTERS-LIMIT-YEARS  TO TL-MASTERS.
           MOVE TP-DOCTORAL-LIMIT-YEARS TO TL-DOCTORAL.
           MOVE TP-WARN-MONTHS          TO TL-WARN-MONTHS.

           CLOSE THES-PARM-FILE.

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

           MOVE CAL-TERM-START-DATE TO WS-TERM-START-DATE.

           OPEN INPUT MILESTONE-FILE.

           IF WS-MILE-STATUS NOT = '00' AND WS-MILE-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE THESIS MILESTONE FILE'
               DISPLAY ' FILE STATUS IS ', WS-MILE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00' AND WS-INST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT THES-REPORT.

           MOVE THES-HEADING-LINE TO THES-REC.
           WRITE THES-REC AFTER PAGE.
           MOVE THES-LIMIT-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.
           MOVE THES-COLUMN-LINE TO THES-REC.
           WRITE THES-REC AFTER 2.
           MOVE SPACES TO THES-REC.
           WRITE THES-REC.


      *****************************************************
      *  110-CHECK-STUDENT - A STUDENT STILL WORKING ON    *
      *  THE THESIS IS CHECKED AGAINST THE TIME-TO-DEGREE  *
      *  LIMIT AND, ONCE A CANDIDATE, FOR CONTINUOUS       *
      *  ENROLLMENT IN THE TERM.                           *
      *****************************************************
       110-CHECK-STUDENT.

           IF TM-FINAL-SUBMIT-DATE NOT = ZERO
               ADD 1 TO WS-FINAL-SUBMITTED
           ELSE
               MOVE TM-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-MASTER
                   NOT INVALID KEY
                       IF SM-GRADUATED OR SM-WITHDRAWN
                               OR SM-DECEASED
                           ADD 1 TO WS-NOT-ACTIVE
                       ELSE
                           ADD 1 TO WS-STUDENTS-CHECKED
                           PERFORM 120-CHECK-TIME-LIMIT
                           PERFORM 130-CHECK-ENROLLMENT
                       END-IF
               END-READ
           END-IF.


      *****************************************************
      *  120-CHECK-TIME-LIMIT - THE DEADLINE IS THE        *
      *  ENTERING TERM'S START DATE PLUS THE PROGRAM'S     *
      *  LIMIT IN YEARS (A FEBRUARY 29 START FALLS BACK TO *
      *  THE 28TH); THE WINDOW OPENS THE PARM'S MONTHS     *
      *  AHEAD OF IT.                                      *
      *****************************************************
       120-CHECK-TIME-LIMIT.

           MOVE "N" TO WS-CALENDAR-SWITCH.
           MOVE ZERO TO WS-DEADLINE-DATE.
           MOVE TM-ENTERING-TERM TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CALENDAR-SWITCH
           END-READ.

           IF NOT ENTRY-TERM-ON-CALENDAR
               ADD 1 TO WS-NO-ENTRY-TERM
               MOVE "ENTRY TERM NOT ON CALENDAR" TO WS-WARN-TEXT
               PERFORM 150-PRINT-WARNING
           ELSE
               IF TM-DOCTORAL
                   MOVE TP-DOCTORAL-LIMIT-YEARS TO WS-LIMIT-YEARS
               ELSE
                   MOVE TP-MASTERS-LIMIT-YEARS TO WS-LIMIT-YEARS
               END-IF
               MOVE CAL-TERM-START-DATE TO WS-DEADLINE-DATE
               ADD WS-LIMIT-YEARS TO WS-DEADLINE-YEAR
               IF WS-DEADLINE-MONTH = 02 AND WS-DEADLINE-DAY = 29
                   MOVE 28 TO WS-DEADLINE-DAY
               END-IF
               COMPUTE WS-TOTAL-MONTHS =
                   WS-DEADLINE-YEAR * 12 + WS-DEADLINE-MONTH - 1
                 - TP-WARN-MONTHS
               DIVIDE WS-TOTAL-MONTHS BY 12
                   GIVING WS-WINDOW-YEAR
                   REMAINDER WS-WINDOW-MONTH
               ADD 1 TO WS-WINDOW-MONTH
               MOVE WS-DEADLINE-DAY TO WS-WINDOW-DAY
               EVALUATE TRUE
                   WHEN WS-RUN-DATE > WS-DEADLINE-DATE
                       ADD 1 TO WS-LIMIT-PASSED
                       MOVE "TIME-TO-DEGREE LIMIT PASSED"
                           TO WS-WARN-TEXT
                       PERFORM 150-PRINT-WARNING
                   WHEN WS-RUN-DATE NOT < WS-WINDOW-DATE
                       ADD 1 TO WS-LIMIT-NEARING
                       MOVE "NEARING TIME-TO-DEGREE LIMIT"
                           TO WS-WARN-TEXT
                       PERFORM 150-PRINT-WARNING
               END-EVALUATE
           END-IF.


      *****************************************************
      *  130-CHECK-ENROLLMENT - A CANDIDATE FROM BEFORE    *
      *  THE TERM STARTED, NOT ON LEAVE, NEEDS A REGFILE   *
      *  RECORD FOR THE TERM WITH AT LEAST ONE COURSE.     *
      *****************************************************
       130-CHECK-ENROLLMENT.

           IF TM-CANDIDACY-DATE NOT = ZERO
                   AND TM-CANDIDACY-DATE < WS-TERM-START-DATE
                   AND NOT SM-ON-LEAVE
               MOVE "N" TO WS-REGISTERED-SWITCH
               MOVE TM-STUDENT-ID TO RG-STUDENT-ID
               MOVE WS-TERM-CODE  TO RG-TERM-CODE
               READ CURRENT-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-NUM-CRS-ENROLLED > ZERO
                           MOVE "Y" TO WS-REGISTERED-SWITCH
                       END-IF
               END-READ
               IF NOT TERM-REGISTERED
                   ADD 1 TO WS-NOT-ENROLLED
                   MOVE "NOT CONTINUOUSLY ENROLLED" TO WS-WARN-TEXT
                   PERFORM 150-PRINT-WARNING
               END-IF
           END-IF.


       150-PRINT-WARNING.

           MOVE TM-STUDENT-ID    TO TD-STUDENT-ID.
           MOVE SM-NAME-LAST     TO TD-NAME-LAST.
           MOVE SM-NAME-FIRST    TO TD-NAME-FIRST.
           MOVE TM-PROGRAM-TYPE  TO TD-PROGRAM-TYPE.
           MOVE TM-ENTERING-TERM TO TD-ENTERING-TERM.

           MOVE TM-CHAIR-ID TO IM-INSTRUCTOR-ID.
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   MOVE TM-CHAIR-ID TO TD-CHAIR-NAME
               NOT INVALID KEY
                   MOVE IM-INSTRUCTOR-NAME TO TD-CHAIR-NAME
           END-READ.

           IF TM-CANDIDACY-DATE = ZERO
               MOVE SPACES TO TD-CANDIDACY-X
           ELSE
               MOVE TM-CANDIDACY-DATE TO WS-DATE-PARTS
               MOVE WS-DATE-MONTH TO TD-CAND-MONTH
               MOVE WS-DATE-DAY   TO TD-CAND-DAY
               MOVE WS-DATE-YEAR  TO TD-CAND-YEAR
               MOVE "/" TO TD-CANDIDACY-X (3:1)
                           TD-CANDIDACY-X (6:1)
           END-IF.

           IF WS-DEADLINE-DATE = ZERO
               MOVE SPACES TO TD-DEADLINE-X
           ELSE
               MOVE WS-DEADLINE-MONTH TO TD-DEAD-MONTH
               MOVE WS-DEADLINE-DAY   TO TD-DEAD-DAY
               MOVE WS-DEADLINE-YEAR  TO TD-DEAD-YEAR
               MOVE "/" TO TD-DEADLINE-X (3:1)
                           TD-DEADLINE-X (6:1)
           END-IF.

           MOVE WS-WARN-TEXT TO TD-WARNING.
           MOVE THES-DETAIL-LINE TO THES-REC.
           WRITE THES-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO THES-REC.
           WRITE THES-REC AFTER 2.

           MOVE "MILESTONE RECORDS READ" TO TR-CAPTION.
           MOVE WS-RECORDS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "FINAL SUBMISSION RECORDED" TO TR-CAPTION.
           MOVE WS-FINAL-SUBMITTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "GRADUATED / WITHDRAWN / DECEASED" TO TR-CAPTION.
           MOVE WS-NOT-ACTIVE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "STUDENT NOT ON MASTER" TO TR-CAPTION.
           MOVE WS-NOT-ON-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "STUDENTS CHECKED" TO TR-CAPTION.
           MOVE WS-STUDENTS-CHECKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "TIME-TO-DEGREE LIMIT PASSED" TO TR-CAPTION.
           MOVE WS-LIMIT-PASSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "NEARING TIME-TO-DEGREE LIMIT" TO TR-CAPTION.
           MOVE WS-LIMIT-NEARING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "NOT CONTINUOUSLY ENROLLED" TO TR-CAPTION.
           MOVE WS-NOT-ENROLLED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.

           MOVE "ENTRY TERM NOT ON CALENDAR" TO TR-CAPTION.
           MOVE WS-NO-ENTRY-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO THES-REC.
           WRITE THES-REC AFTER 1.
