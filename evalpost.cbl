       IDENTIFICATION DIVISION.

       PROGRAM-ID. EVALPOST.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  EVALPOST - COURSE EVALUATION RESULTS INTAKE       *
      *  READS THE END-OF-TERM STUDENT EVALUATION FILE     *
      *  FROM THE SURVEY VENDOR (EVALIN) - ONE RECORD PER  *
      *  RETURNED SURVEY, NAMING THE COURSE, TERM, SECTION *
      *  AND INSTRUCTOR AND CARRYING THE ANSWER (1 TO 5,   *
      *  BLANK OR 0 WHEN SKIPPED) TO EACH QUESTION - AND   *
      *  SORTS IT BY SECTION.  EACH SECTION MUST BE ON THE *
      *  SECTION MASTER (SECTFILE) FOR THE EVALPARM TERM   *
      *  AND EVERY SURVEY FOR IT MUST NAME THE SECTION'S   *
      *  INSTRUCTOR OF RECORD; OTHERWISE THE WHOLE SECTION *
      *  REJECTS.  AN ACCEPTED SECTION IS STORED ON THE    *
      *  EVALUATION RESULT FILE (EVALRSLT) WITH THE MEAN   *
      *  FOR EACH QUESTION, THE OVERALL MEAN, AND THE      *
      *  RESPONSE RATE AGAINST THE SECTION'S ENROLLMENT;   *
      *  A SECTION ALREADY ON THE FILE (A VENDOR RESEND)   *
      *  IS REPLACED.  EVERY SECTION PRINTS ON THE         *
      *  EVALRGST REGISTER.                                *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EVAL-PARM-FILE
               ASSIGN EVALPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EVAL-VENDOR-FILE
               ASSIGN EVALIN
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT SECTION-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT OPTIONAL EVAL-RESULT-FILE
               ASSIGN EVALRSLT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ER-SECT-KEY
               FILE STATUS IS WS-RSLT-STATUS.

           SELECT EVAL-REGISTER
               ASSIGN EVALRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  EVAL-PARM-FILE.

       01  EVAL-PARM-RECORD.
           05  EP-TERM-CODE             PIC X(05).
           05  EP-BATCH-ID              PIC X(08).
           05  EP-NUM-QUESTIONS         PIC 9(02).

       FD  EVAL-VENDOR-FILE.

       01  EVAL-VENDOR-RECORD.
           05  EV-COURSE-ID             PIC X(06).
           05  EV-TERM-CODE             PIC X(05).
           05  EV-SECTION-NO            PIC X(03).
           05  EV-INSTRUCTOR-ID         PIC X(06).
           05  EV-ANSWERS               PIC X(20).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-SECT-KEY.
               10  SR-COURSE-ID         PIC X(06).
               10  SR-TERM-CODE         PIC X(05).
               10  SR-SECTION-NO        PIC X(03).
           05  SR-INSTRUCTOR-ID         PIC X(06).
           05  SR-ANSWERS.
               10  SR-ANSWER            PIC X(01) OCCURS 20 TIMES.

       FD  SECTION-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EVAL-RESULT-FILE.

            COPY EVALRSLT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EVAL-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  VENDOR-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  VENDOR-EOF                      VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-VENDOR-STATUS        PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-RSLT-STATUS          PIC XX.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-SECT-KEY.
               10  WS-CUR-COURSE-ID    PIC X(06) VALUE SPACES.
               10  WS-CUR-TERM-CODE    PIC X(05) VALUE SPACES.
               10  WS-CUR-SECTION-NO   PIC X(03) VALUE SPACES.
           05  WS-CURRENT-INSTRUCTOR   PIC X(06) VALUE SPACES.
           05  WS-INSTR-MIXED-SWITCH   PIC X(01)   VALUE "N".
               88  INSTRUCTOR-MIXED                VALUE "Y".
           05  WS-SECT-RESPONSES       PIC 9(05) VALUE ZERO.
           05  WS-QUESTION-SUB         PIC 9(02) VALUE ZERO.
           05  WS-ANSWER-VALUE         PIC 9(01) VALUE ZERO.
           05  WS-TOTAL-SCORE          PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-ANSWERED       PIC 9(07) VALUE ZERO.
           05  WS-RESPONSE-RATE        PIC 999V9 VALUE ZERO.
           05  WS-DISPOSITION          PIC X(36) VALUE SPACES.
           05  WS-RESPONSES-READ       PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-READ        PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-REPLACED    PIC 9(07) VALUE ZERO.
           05  WS-WRONG-TERM           PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-SECTFILE      PIC 9(07) VALUE ZERO.
           05  WS-INSTR-MISMATCH       PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-REJECTED   PIC 9(07) VALUE ZERO.
           05  WS-ANSWERS-IGNORED      PIC 9(07) VALUE ZERO.

      *****************************************************
      *  PER-QUESTION ACCUMULATORS FOR THE SECTION IN      *
      *  HAND - SUM OF THE SCORES AND NUMBER ANSWERED.     *
      *****************************************************
       01  QUESTION-TBL-GROUP.
           05  QUESTION-TALLY OCCURS 20 TIMES.
               10  QT-SCORE-SUM        PIC 9(05).
               10  QT-ANSWERED         PIC 9(05).

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "EVALPOST COURSE EVALUATION INTAKE".
           05                 PIC X(06)   VALUE "TERM: ".
           05  RGH-TERM-CODE  PIC X(05).
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(07)   VALUE "BATCH: ".
           05  RGH-BATCH-ID   PIC X(08).
           05                 PIC X(38)   VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(09)  VALUE "COURSE".
           05                 PIC X(08)  VALUE "TERM".
           05                 PIC X(06)  VALUE "SECT".
           05                 PIC X(09)  VALUE "INSTR".
           05                 PIC X(07)  VALUE "ENRL".
           05                 PIC X(07)  VALUE "RESP".
           05                 PIC X(08)  VALUE "RATE %".
           05                 PIC X(07)  VALUE "MEAN".
           05                 PIC X(71)  VALUE "DISPOSITION".

       01  REGISTER-DETAIL-LINE.
           05  RD-COURSE-ID       PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-INSTRUCTOR-ID   PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-ENROLLED        PIC ZZ9.
           05                     PIC X(04)  VALUE SPACE.
           05  RD-RESPONSES       PIC ZZZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-RESPONSE-RATE   PIC ZZ9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-OVERALL-MEAN    PIC 9.99 BLANK WHEN ZERO.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-DISPOSITION     PIC X(36).
           05                     PIC X(35)  VALUE SPACE.

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
               ON ASCENDING KEY SR-SECT-KEY
               ON ASCENDING KEY SR-INSTRUCTOR-ID
               INPUT PROCEDURE IS 200-RELEASE-RESPONSES
               OUTPUT PROCEDURE IS 300-SUMMARIZE-SECTIONS.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SECTION-FILE
                 EVAL-RESULT-FILE
                 EVAL-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT EVAL-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE EVALUATION PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ EVAL-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' EVALPARM IS EMPTY - CONTROL CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF EP-TERM-CODE = SPACES
                   OR EP-NUM-QUESTIONS NOT NUMERIC
                   OR EP-NUM-QUESTIONS = ZERO
                   OR EP-NUM-QUESTIONS > 20
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' EVALPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE EP-TERM-CODE TO RGH-TERM-CODE.
           MOVE EP-BATCH-ID  TO RGH-BATCH-ID.

           CLOSE EVAL-PARM-FILE.

           OPEN INPUT SECTION-FILE.

           IF WS-SECT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O EVAL-RESULT-FILE.

           IF WS-RSLT-STATUS NOT = '00' AND WS-RSLT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE EVALUATION RESULT FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSLT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT EVAL-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       200-RELEASE-RESPONSES.

           OPEN INPUT EVAL-VENDOR-FILE.

           IF WS-VENDOR-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 200-RELEASE-RESPONSES'
               DISPLAY ' ERROR OPENING THE EVALUATION VENDOR FILE'
               DISPLAY ' FILE STATUS IS ', WS-VENDOR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL VENDOR-EOF
               READ EVAL-VENDOR-FILE
                   AT END
                       SET VENDOR-EOF TO TRUE
               END-READ
               IF NOT VENDOR-EOF
                   ADD 1 TO WS-RESPONSES-READ
                   MOVE EV-COURSE-ID     TO SR-COURSE-ID
                   MOVE EV-TERM-CODE     TO SR-TERM-CODE
                   MOVE EV-SECTION-NO    TO SR-SECTION-NO
                   MOVE EV-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
                   MOVE EV-ANSWERS       TO SR-ANSWERS
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

           CLOSE EVAL-VENDOR-FILE.


      *****************************************************
      *  300-SUMMARIZE-SECTIONS - CONTROL BREAK ON THE     *
      *  SECTION KEY: ACCUMULATES EACH SECTION'S SURVEYS,  *
      *  THEN VALIDATES AND STORES THE SECTION AT THE      *
      *  BREAK.                                            *
      *****************************************************
       300-SUMMARIZE-SECTIONS.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-SECT-KEY NOT = WS-CURRENT-SECT-KEY
                       IF WS-SECT-RESPONSES > ZERO
                           PERFORM 310-CLOSE-SECTION
                       END-IF
                       PERFORM 305-START-SECTION
                   END-IF
                   PERFORM 320-ACCUMULATE-RESPONSE
               END-IF
           END-PERFORM.

           IF WS-SECT-RESPONSES > ZERO
               PERFORM 310-CLOSE-SECTION
           END-IF.


       305-START-SECTION.

           MOVE SR-SECT-KEY      TO WS-CURRENT-SECT-KEY.
           MOVE SR-INSTRUCTOR-ID TO WS-CURRENT-INSTRUCTOR.
           MOVE "N" TO WS-INSTR-MIXED-SWITCH.
           MOVE ZERO TO WS-SECT-RESPONSES.
           PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
                   UNTIL WS-QUESTION-SUB > 20
               MOVE ZERO TO QT-SCORE-SUM (WS-QUESTION-SUB)
               MOVE ZERO TO QT-ANSWERED (WS-QUESTION-SUB)
           END-PERFORM.


      *****************************************************
      *  320-ACCUMULATE-RESPONSE - ADDS ONE SURVEY'S       *
      *  ANSWERS TO THE SECTION'S QUESTION TALLIES.  A     *
      *  BLANK OR ZERO ANSWER WAS SKIPPED BY THE STUDENT;  *
      *  ANYTHING OTHER THAN 1 TO 5 IS IGNORED AND         *
      *  COUNTED ON THE TRAILER.                           *
      *****************************************************
       320-ACCUMULATE-RESPONSE.

           ADD 1 TO WS-SECT-RESPONSES.

           IF SR-INSTRUCTOR-ID NOT = WS-CURRENT-INSTRUCTOR
               MOVE "Y" TO WS-INSTR-MIXED-SWITCH
           END-IF.

           PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
                   UNTIL WS-QUESTION-SUB > EP-NUM-QUESTIONS
               EVALUATE TRUE
                   WHEN SR-ANSWER (WS-QUESTION-SUB) = SPACE
                           OR SR-ANSWER (WS-QUESTION-SUB) = "0"
                       CONTINUE
                   WHEN SR-ANSWER (WS-QUESTION-SUB) >= "1"
                           AND SR-ANSWER (WS-QUESTION-SUB) <= "5"
                       MOVE SR-ANSWER (WS-QUESTION-SUB)
                           TO WS-ANSWER-VALUE
                       ADD WS-ANSWER-VALUE
                           TO QT-SCORE-SUM (WS-QUESTION-SUB)
                       ADD 1 TO QT-ANSWERED (WS-QUESTION-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-ANSWERS-IGNORED
               END-EVALUATE
           END-PERFORM.


      *****************************************************
      *  310-CLOSE-SECTION - A SECTION FOR ANOTHER TERM,   *
      *  NOT ON THE SECTION MASTER, OR WHOSE SURVEYS DO    *
      *  NOT ALL NAME THE INSTRUCTOR OF RECORD REJECTS     *
      *  WITH ALL ITS SURVEYS; OTHERWISE ITS RESULTS ARE   *
      *  STORED.                                           *
      *****************************************************
       310-CLOSE-SECTION.

           ADD 1 TO WS-SECTIONS-READ.
           MOVE WS-CURRENT-SECT-KEY TO CS-SECT-KEY.
           MOVE ZERO TO CS-ENROLLED-COUNT.
           MOVE ZERO TO WS-RESPONSE-RATE.
           MOVE ZERO TO ER-OVERALL-MEAN.

           IF WS-CUR-TERM-CODE NOT = EP-TERM-CODE
               ADD 1 TO WS-WRONG-TERM
               ADD WS-SECT-RESPONSES TO WS-RESPONSES-REJECTED
               MOVE "REJECTED - NOT THE EVALPARM TERM"
                   TO WS-DISPOSITION
           ELSE
               READ SECTION-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-SECTFILE
                       ADD WS-SECT-RESPONSES TO WS-RESPONSES-REJECTED
                       MOVE ZERO TO CS-ENROLLED-COUNT
                       MOVE "REJECTED - SECTION NOT ON SECTFILE"
                           TO WS-DISPOSITION
                   NOT INVALID KEY
                       IF INSTRUCTOR-MIXED
                               OR WS-CURRENT-INSTRUCTOR NOT =
                                  CS-INSTRUCTOR-ID
                           ADD 1 TO WS-INSTR-MISMATCH
                           ADD WS-SECT-RESPONSES
                               TO WS-RESPONSES-REJECTED
                           MOVE "REJECTED - INSTRUCTOR NOT OF RECORD"
                               TO WS-DISPOSITION
                       ELSE
                           PERFORM 330-STORE-RESULT
                       END-IF
               END-READ
           END-IF.

           PERFORM 170-WRITE-REGISTER-LINE.


      *****************************************************
      *  330-STORE-RESULT - BUILDS THE RESULT RECORD: THE  *
      *  MEAN OF EACH QUESTION OVER THE SURVEYS THAT       *
      *  ANSWERED IT, THE OVERALL MEAN OVER EVERY ANSWER,  *
      *  AND THE RESPONSE RATE AGAINST THE SECTION'S       *
      *  ENROLLMENT (100 PERCENT AT MOST).  A RESEND OF A  *
      *  SECTION ALREADY ON THE FILE REPLACES IT.          *
      *****************************************************
       330-STORE-RESULT.

           MOVE SPACES TO EVAL-RESULT-RECORD.
           MOVE CS-SECT-KEY        TO ER-SECT-KEY.
           MOVE CS-INSTRUCTOR-ID   TO ER-INSTRUCTOR-ID.
           MOVE CS-ENROLLED-COUNT  TO ER-ENROLLED-COUNT.
           MOVE WS-SECT-RESPONSES  TO ER-RESPONSE-COUNT.
           MOVE EP-NUM-QUESTIONS   TO ER-NUM-QUESTIONS.
           MOVE EP-BATCH-ID        TO ER-BATCH-ID.
           MOVE WS-RUN-DATE        TO ER-LOAD-DATE.

           IF CS-ENROLLED-COUNT = ZERO
                   OR WS-SECT-RESPONSES >= CS-ENROLLED-COUNT
               MOVE 100 TO WS-RESPONSE-RATE
           ELSE
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-SECT-RESPONSES * 100 / CS-ENROLLED-COUNT
           END-IF.
           MOVE WS-RESPONSE-RATE TO ER-RESPONSE-RATE.

           MOVE ZERO TO WS-TOTAL-SCORE.
           MOVE ZERO TO WS-TOTAL-ANSWERED.
           PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
                   UNTIL WS-QUESTION-SUB > 20
               IF QT-ANSWERED (WS-QUESTION-SUB) > ZERO
                   COMPUTE ER-QUESTION-MEAN (WS-QUESTION-SUB)
                       ROUNDED = QT-SCORE-SUM (WS-QUESTION-SUB) /
                                 QT-ANSWERED (WS-QUESTION-SUB)
                   ADD QT-SCORE-SUM (WS-QUESTION-SUB)
                       TO WS-TOTAL-SCORE
                   ADD QT-ANSWERED (WS-QUESTION-SUB)
                       TO WS-TOTAL-ANSWERED
               ELSE
                   MOVE ZERO TO ER-QUESTION-MEAN (WS-QUESTION-SUB)
               END-IF
           END-PERFORM.

           IF WS-TOTAL-ANSWERED > ZERO
               COMPUTE ER-OVERALL-MEAN ROUNDED =
                   WS-TOTAL-SCORE / WS-TOTAL-ANSWERED
           ELSE
               MOVE ZERO TO ER-OVERALL-MEAN
           END-IF.

           WRITE EVAL-RESULT-RECORD
               INVALID KEY
                   REWRITE EVAL-RESULT-RECORD
                       INVALID KEY
                           DISPLAY '******************************'
                           DISPLAY ' 330-STORE-RESULT'
                           DISPLAY ' REWRITE FAILED ON EVALRSLT FOR ',
                                   ER-SECT-KEY
                           DISPLAY ' FILE STATUS IS ', WS-RSLT-STATUS
                           DISPLAY '*******************************'
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-SECTIONS-REPLACED
                   MOVE "STORED - REPLACES EARLIER RESULTS"
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-SECTIONS-ADDED
                   MOVE "STORED" TO WS-DISPOSITION
           END-WRITE.


       170-WRITE-REGISTER-LINE.

           MOVE WS-CUR-COURSE-ID       TO RD-COURSE-ID.
           MOVE WS-CUR-TERM-CODE       TO RD-TERM-CODE.
           MOVE WS-CUR-SECTION-NO      TO RD-SECTION-NO.
           MOVE WS-CURRENT-INSTRUCTOR  TO RD-INSTRUCTOR-ID.
           MOVE CS-ENROLLED-COUNT      TO RD-ENROLLED.
           MOVE WS-SECT-RESPONSES      TO RD-RESPONSES.
           MOVE WS-RESPONSE-RATE       TO RD-RESPONSE-RATE.
           MOVE ER-OVERALL-MEAN        TO RD-OVERALL-MEAN.
           MOVE WS-DISPOSITION         TO RD-DISPOSITION.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "SURVEYS READ" TO TR-CAPTION.
           MOVE WS-RESPONSES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS READ" TO TR-CAPTION.
           MOVE WS-SECTIONS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS STORED" TO TR-CAPTION.
           MOVE WS-SECTIONS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS REPLACED" TO TR-CAPTION.
           MOVE WS-SECTIONS-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "REJECTED - NOT THE EVALPARM TERM" TO TR-CAPTION.
           MOVE WS-WRONG-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "REJECTED - SECTION NOT ON SECTFILE" TO TR-CAPTION.
           MOVE WS-NOT-ON-SECTFILE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "REJECTED - INSTRUCTOR NOT OF RECORD" TO TR-CAPTION.
           MOVE WS-INSTR-MISMATCH TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SURVEYS IN REJECTED SECTIONS" TO TR-CAPTION.
           MOVE WS-RESPONSES-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "INVALID ANSWERS IGNORED" TO TR-CAPTION.
           MOVE WS-ANSWERS-IGNORED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
