       IDENTIFICATION DIVISION.

       PROGRAM-ID. LMSGRD.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  LMSGRD - LMS FINAL GRADE IMPORT                   *
      *  READS THE FINAL GRADES THE LEARNING MANAGEMENT    *
      *  SYSTEM RETURNS (LMSGIN) FOR THE TERM ON THE       *
      *  LMSGPARM CARD, SO INSTRUCTORS NO LONGER RETYPE    *
      *  THEM.  EACH GRADE IS MATCHED TO THE STUDENT'S     *
      *  CURRENT REGISTRATION ON REGFILE: A GRADE FOR A    *
      *  COURSE NOT ON THE STUDENT'S REGCRNT RECORD IS     *
      *  REJECTED, AS IS ONE NAMING A SECTION OTHER THAN   *
      *  THE ONE REGSECT HAS THE STUDENT IN, ONE WHOSE     *
      *  PERCENTAGE IS NOT NUMERIC OR OVER 100, AND ONE    *
      *  FOR A COURSE GRADED BY LETTER OR BY EXAM, WHICH   *
      *  THE LMS DOES NOT GRADE.  AN ACCEPTED GRADE IS     *
      *  WRITTEN AS A GRDTRAN-FORMAT BATCH (LMSGOUT) FOR   *
      *  GRDPOST - A *HDR* RECORD NAMING THE TERM AND      *
      *  BATCH ID, ONE DETAIL PER GRADE CARRYING THE       *
      *  CREDITS AND GRADING BASIS FROM THE REGISTRATION,  *
      *  AND A *TRL* RECORD WITH THE DETAIL COUNT.  EVERY  *
      *  GRADE PRINTS ON THE LMSGRPT REGISTER.             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LMS-GRADE-PARM-FILE
               ASSIGN LMSGPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LMS-GRADE-FILE
               ASSIGN LMSGIN
               FILE STATUS IS WS-GRADEIN-STATUS.

           SELECT CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT POSTING-OUT-FILE
               ASSIGN LMSGOUT.

           SELECT LMS-GRADE-REGISTER
               ASSIGN LMSGRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  LMS-GRADE-PARM-FILE.

       01  LMS-GRADE-PARM-RECORD.
           05  LGP-TERM-CODE            PIC X(05).
           05  LGP-BATCH-ID             PIC X(08).

       FD  LMS-GRADE-FILE.

       01  LMS-GRADE-RECORD.
           05  LG-STUDENT-ID            PIC 9(09).
           05  LG-TERM-CODE             PIC X(05).
           05  LG-COURSE-ID             PIC X(06).
           05  LG-SECTION-NO            PIC X(03).
           05  LG-FINAL-PCT             PIC 999.
           05                           PIC X(14).

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  POSTING-OUT-FILE.

       01  POSTING-OUT-RECORD.
           05  PO-STUDENT-ID            PIC 9(09).
           05  PO-COURSE-ID             PIC X(06).
           05  PO-COURSE-CREDITS        PIC 99V9.
           05  PO-PERCENTAGE-EARNED     PIC 999.
           05  PO-ATTEMPTED-CREDITS     PIC 99V9.
           05  PO-GRADING-BASIS         PIC X(01).
           05  PO-SECTION-NO            PIC X(03).
           05  PO-CONSORTIUM-FLAG       PIC X(01).
       01  POSTING-OUT-HEADER REDEFINES POSTING-OUT-RECORD.
           05  PH-HDR-LITERAL           PIC X(05).
           05  PH-HDR-TERM-CODE         PIC X(05).
           05  PH-HDR-BATCH-ID          PIC X(08).
           05                           PIC X(11).
       01  POSTING-OUT-TRAILER REDEFINES POSTING-OUT-RECORD.
           05  PT-TRL-LITERAL           PIC X(05).
           05  PT-TRL-COUNT             PIC 9(09).
           05                           PIC X(15).

       FD  LMS-GRADE-REGISTER.

       01  LMSG-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  GRADEIN-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  GRADEIN-EOF                     VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-GRADEIN-STATUS       PIC XX.
           05  WS-REG-STATUS           PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-REG-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  REG-FOUND                       VALUE "Y".
           05  WS-COURSE-FOUND-SWITCH  PIC X(01)   VALUE "N".
               88  COURSE-FOUND                    VALUE "Y".
           05  WS-SECTION-OK-SWITCH    PIC X(01)   VALUE "Y".
               88  SECTION-MATCHES                 VALUE "Y".
           05  WS-GRADES-READ          PIC 9(07) VALUE ZERO.
           05  WS-GRADES-POSTED        PIC 9(09) VALUE ZERO.
           05  WS-WRONG-TERM           PIC 9(07) VALUE ZERO.
           05  WS-BAD-STUDENT-ID       PIC 9(07) VALUE ZERO.
           05  WS-BAD-PERCENTAGE       PIC 9(07) VALUE ZERO.
           05  WS-NOT-REGISTERED       PIC 9(07) VALUE ZERO.
           05  WS-COURSE-NOT-ON-REG    PIC 9(07) VALUE ZERO.
           05  WS-SECTION-MISMATCH     PIC 9(07) VALUE ZERO.
           05  WS-NOT-PCT-GRADED       PIC 9(07) VALUE ZERO.

       01  LMSG-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  LGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  LGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  LGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "LMSGRD LMS FINAL GRADE IMPORT REGISTER".
           05                 PIC X(06)   VALUE "TERM: ".
           05  LGH-TERM-CODE  PIC X(05).
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(07)   VALUE "BATCH: ".
           05  LGH-BATCH-ID   PIC X(08).
           05                 PIC X(38)  VALUE SPACE.

       01  LMSG-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT".
           05                 PIC X(08)  VALUE "TERM".
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(05)  VALUE "SECT".
           05                 PIC X(05)  VALUE "PCT".
           05                 PIC X(06)  VALUE "CRED".
           05                 PIC X(06)  VALUE "BASIS".
           05                 PIC X(83)  VALUE "DISPOSITION".

       01  LMSG-DETAIL-LINE.
           05  LD-STUDENT-ID      PIC X(09).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  LD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-SECTION-NO      PIC X(03).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-FINAL-PCT       PIC X(03).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-CREDITS         PIC Z9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  LD-GRADING-BASIS   PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  LD-DISPOSITION     PIC X(40).
           05                     PIC X(43)  VALUE SPACE.

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

           PERFORM UNTIL GRADEIN-EOF
               READ LMS-GRADE-FILE
                   AT END
                       SET GRADEIN-EOF TO TRUE
               END-READ
               IF NOT GRADEIN-EOF
                   ADD 1 TO WS-GRADES-READ
                   PERFORM 110-PROCESS-GRADE
               END-IF
           END-PERFORM.

           PERFORM 235-WRITE-BATCH-TRAILER.

           PERFORM 240-PRINT-TRAILER.

           CLOSE LMS-GRADE-FILE
                 CURRENT-REG-FILE
                 REG-SECTION-FILE
                 POSTING-OUT-FILE
                 LMS-GRADE-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO LGH-MONTH.
           MOVE CD-DAY     TO LGH-DAY.
           MOVE CD-YEAR    TO LGH-YEAR.

           OPEN INPUT LMS-GRADE-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE LMS GRADE PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ LMS-GRADE-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' LMSGPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF LGP-TERM-CODE = SPACES
                   OR LGP-BATCH-ID = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' TERM OR BATCH ID MISSING ON LMSGPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE LGP-TERM-CODE TO LGH-TERM-CODE.
           MOVE LGP-BATCH-ID  TO LGH-BATCH-ID.

           CLOSE LMS-GRADE-PARM-FILE.

           OPEN INPUT LMS-GRADE-FILE.

           IF WS-GRADEIN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE LMS GRADE FILE'
               DISPLAY ' FILE STATUS IS ', WS-GRADEIN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT POSTING-OUT-FILE.

           MOVE SPACES          TO POSTING-OUT-RECORD.
           MOVE "*HDR*"         TO PH-HDR-LITERAL.
           MOVE LGP-TERM-CODE   TO PH-HDR-TERM-CODE.
           MOVE LGP-BATCH-ID    TO PH-HDR-BATCH-ID.
           WRITE POSTING-OUT-RECORD.

           OPEN OUTPUT LMS-GRADE-REGISTER.

           MOVE LMSG-HEADING-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER PAGE.
           MOVE LMSG-COLUMN-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 2.
           MOVE SPACES TO LMSG-REC.
           WRITE LMSG-REC.


      *****************************************************
      *  110-PROCESS-GRADE - THE GRADE MUST BE FOR THE     *
      *  PARM TERM, CARRY A USABLE PERCENTAGE, AND NAME A  *
      *  COURSE AND SECTION THE STUDENT IS REGISTERED IN   *
      *  THAT IS GRADED BY PERCENTAGE.                     *
      *****************************************************
       110-PROCESS-GRADE.

           MOVE SPACES            TO LMSG-DETAIL-LINE.
           MOVE LG-STUDENT-ID     TO LD-STUDENT-ID.
           MOVE LG-TERM-CODE      TO LD-TERM-CODE.
           MOVE LG-COURSE-ID      TO LD-COURSE-ID.
           MOVE LG-SECTION-NO     TO LD-SECTION-NO.
           MOVE LG-FINAL-PCT      TO LD-FINAL-PCT.

           MOVE "N" TO WS-REG-FOUND-SWITCH.
           MOVE "N" TO WS-COURSE-FOUND-SWITCH.
           MOVE "Y" TO WS-SECTION-OK-SWITCH.
           IF LG-TERM-CODE = LGP-TERM-CODE
                   AND LG-STUDENT-ID NUMERIC
               PERFORM 120-FIND-REGISTRATION
           END-IF.

           EVALUATE TRUE
               WHEN LG-TERM-CODE NOT = LGP-TERM-CODE
                   ADD 1 TO WS-WRONG-TERM
                   MOVE "REJECTED - NOT THE LMSGPARM TERM"
                       TO LD-DISPOSITION
               WHEN LG-STUDENT-ID NOT NUMERIC
                   ADD 1 TO WS-BAD-STUDENT-ID
                   MOVE "REJECTED - STUDENT ID NOT NUMERIC"
                       TO LD-DISPOSITION
               WHEN LG-FINAL-PCT NOT NUMERIC
                       OR LG-FINAL-PCT > 100
                   ADD 1 TO WS-BAD-PERCENTAGE
                   MOVE "REJECTED - PERCENTAGE NOT 0 TO 100"
                       TO LD-DISPOSITION
               WHEN NOT REG-FOUND
                   ADD 1 TO WS-NOT-REGISTERED
                   MOVE "REJECTED - NOT REGISTERED FOR THE TERM"
                       TO LD-DISPOSITION
               WHEN NOT COURSE-FOUND
                   ADD 1 TO WS-COURSE-NOT-ON-REG
                   MOVE "REJECTED - COURSE NOT ON REGISTRATION"
                       TO LD-DISPOSITION
               WHEN NOT SECTION-MATCHES
                   ADD 1 TO WS-SECTION-MISMATCH
                   MOVE "REJECTED - NOT THE REGISTERED SECTION"
                       TO LD-DISPOSITION
               WHEN RG-GRADING-BASIS (RGCRSNDX) = "L" OR "E" OR "X"
                   ADD 1 TO WS-NOT-PCT-GRADED
                   MOVE "REJECTED - NOT GRADED BY PERCENTAGE"
                       TO LD-DISPOSITION
               WHEN OTHER
                   PERFORM 130-POST-GRADE
           END-EVALUATE.

           MOVE LMSG-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC.


      *****************************************************
      *  120-FIND-REGISTRATION - READS THE STUDENT'S TERM  *
      *  REGISTRATION AND LOOKS FOR THE COURSE ON IT.  A   *
      *  COURSE ADDED INTO A SECTION MUST BE GRADED FOR    *
      *  THAT SECTION.                                     *
      *****************************************************
       120-FIND-REGISTRATION.

           MOVE LG-STUDENT-ID TO RG-STUDENT-ID.
           MOVE LG-TERM-CODE  TO RG-TERM-CODE.
           READ CURRENT-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND-SWITCH
           END-READ.

           IF REG-FOUND
               SET RGCRSNDX TO 1
               SEARCH RG-COURSE-TBL
                   AT END
                       CONTINUE
                   WHEN RG-COURSE-ID (RGCRSNDX) = LG-COURSE-ID
                       MOVE "Y" TO WS-COURSE-FOUND-SWITCH
               END-SEARCH
           END-IF.

           IF COURSE-FOUND
               MOVE RG-COURSE-CREDITS (RGCRSNDX) TO LD-CREDITS
               MOVE RG-GRADING-BASIS (RGCRSNDX)  TO LD-GRADING-BASIS
               MOVE LG-STUDENT-ID TO RS-STUDENT-ID
               MOVE LG-TERM-CODE  TO RS-TERM-CODE
               MOVE LG-COURSE-ID  TO RS-COURSE-ID
               READ REG-SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RS-SECTION-NO NOT = LG-SECTION-NO
                           MOVE "N" TO WS-SECTION-OK-SWITCH
                       END-IF
               END-READ
           END-IF.


      *****************************************************
      *  130-POST-GRADE - ONE GRDTRAN DETAIL, CREDITS AND  *
      *  BASIS AS REGISTERED.                              *
      *****************************************************
       130-POST-GRADE.

           MOVE SPACES            TO POSTING-OUT-RECORD.
           MOVE LG-STUDENT-ID     TO PO-STUDENT-ID.
           MOVE LG-COURSE-ID      TO PO-COURSE-ID.
           MOVE RG-COURSE-CREDITS (RGCRSNDX)
               TO PO-COURSE-CREDITS.
           MOVE LG-FINAL-PCT      TO PO-PERCENTAGE-EARNED.
           MOVE RG-ATTEMPTED-CREDITS (RGCRSNDX)
               TO PO-ATTEMPTED-CREDITS.
           MOVE RG-GRADING-BASIS (RGCRSNDX)
               TO PO-GRADING-BASIS.
           MOVE LG-SECTION-NO     TO PO-SECTION-NO.
           MOVE SPACE             TO PO-CONSORTIUM-FLAG.
           WRITE POSTING-OUT-RECORD.
           ADD 1 TO WS-GRADES-POSTED.
           MOVE "BATCHED FOR GRDPOST" TO LD-DISPOSITION.


       235-WRITE-BATCH-TRAILER.

           MOVE SPACES            TO POSTING-OUT-RECORD.
           MOVE "*TRL*"           TO PT-TRL-LITERAL.
           MOVE WS-GRADES-POSTED  TO PT-TRL-COUNT.
           WRITE POSTING-OUT-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO LMSG-REC.
           WRITE LMSG-REC AFTER 2.

           MOVE "LMS GRADES READ" TO TR-CAPTION.
           MOVE WS-GRADES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "GRADES BATCHED FOR GRDPOST" TO TR-CAPTION.
           MOVE WS-GRADES-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - NOT THE LMSGPARM TERM" TO TR-CAPTION.
           MOVE WS-WRONG-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - STUDENT ID NOT NUMERIC" TO TR-CAPTION.
           MOVE WS-BAD-STUDENT-ID TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - BAD PERCENTAGE" TO TR-CAPTION.
           MOVE WS-BAD-PERCENTAGE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - NOT REGISTERED" TO TR-CAPTION.
           MOVE WS-NOT-REGISTERED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - COURSE NOT REGISTERED" TO TR-CAPTION.
           MOVE WS-COURSE-NOT-ON-REG TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - WRONG SECTION" TO TR-CAPTION.
           MOVE WS-SECTION-MISMATCH TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.

           MOVE "REJECTED - NOT GRADED BY PERCENTAGE" TO TR-CAPTION.
           MOVE WS-NOT-PCT-GRADED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMSG-REC.
           WRITE LMSG-REC AFTER 1.
