       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSGRD.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CONSGRD - CONSORTIUM PARTNER GRADE INTAKE         *
      *  READS THE GRADE FILE A PARTNER SCHOOL RETURNS FOR *
      *  OUR STUDENTS CROSS-REGISTERED THERE (CONSGIN) FOR *
      *  THE CONSPARM TERM.  EACH GRADE MUST MATCH A       *
      *  CONSORTIUM REGISTRATION ON CONSREG THAT IS STILL  *
      *  REGISTERED - NOT DROPPED, NOT ALREADY GRADED -    *
      *  AND IS CONVERTED TO OUR PERCENTAGE SCALE THROUGH  *
      *  THE SCALETAB INSTITUTION-SCALE TABLE, THE SAME    *
      *  TABLE TRANSFIN USES; AN UNKNOWN INSTITUTION /     *
      *  GRADE COMBINATION REJECTS.  A CONVERTED GRADE IS  *
      *  WRITTEN AS A GRDTRAN-FORMAT BATCH (CONSOUT) FOR   *
      *  GRDPOST UNDER THE HOME-INSTITUTION EQUIVALENT     *
      *  COURSE AND CREDITS FROM THE REGISTRATION, GRADED  *
      *  BASIS G AND CARRYING THE CONSORTIUM MARKER, SO IT *
      *  POSTS AS A HOME-EQUIVALENT OCCURRENCE THAT THE    *
      *  TRANSCRIPT SHOWS AS CONSORTIUM WORK.  THE         *
      *  REGISTRATION IS MARKED GRADED WITH THE PARTNER'S  *
      *  GRADE AND THE CONVERTED PERCENTAGE.  EVERY GRADE  *
      *  PRINTS ON THE CONSRPT REGISTER.                   *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONS-PARM-FILE
               ASSIGN CONSPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SCALE-TABLE-FILE
               ASSIGN SCALETAB
               FILE STATUS IS WS-SCALE-STATUS.

           SELECT PARTNER-GRADE-FILE
               ASSIGN CONSGIN
               FILE STATUS IS WS-GRADEIN-STATUS.

           SELECT CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT POSTING-OUT-FILE
               ASSIGN CONSOUT.

           SELECT CONS-REGISTER
               ASSIGN CONSRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  CONS-PARM-FILE.

       01  CONS-PARM-RECORD.
           05  CP-TERM-CODE             PIC X(05).
           05  CP-BATCH-ID              PIC X(08).

       FD  SCALE-TABLE-FILE.

       01  SCALE-TABLE-RECORD.
           05  ST-INST-CODE             PIC X(06).
           05  ST-SOURCE-GRADE          PIC X(05).
           05  ST-OUR-PCT               PIC 999.

       FD  PARTNER-GRADE-FILE.

       01  PARTNER-GRADE-RECORD.
           05  PG-STUDENT-ID            PIC 9(09).
           05  PG-TERM-CODE             PIC X(05).
           05  PG-PARTNER-INST          PIC X(06).
           05  PG-PARTNER-COURSE        PIC X(10).
           05  PG-PARTNER-GRADE         PIC X(05).

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

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

       FD  CONS-REGISTER.

       01  CONS-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  SCALE-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  SCALE-EOF                       VALUE "Y".
           05  GRADEIN-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  GRADEIN-EOF                     VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-SCALE-STATUS         PIC XX.
           05  WS-GRADEIN-STATUS       PIC XX.
           05  WS-CONS-STATUS          PIC XX.
           05  WS-REG-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  CONS-REG-FOUND                  VALUE "Y".
           05  WS-NUM-SCALES           PIC 9(04) VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(04) VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(04) VALUE ZERO.
           05  WS-GRADES-READ          PIC 9(07) VALUE ZERO.
           05  WS-GRADES-POSTED        PIC 9(09) VALUE ZERO.
           05  WS-WRONG-TERM           PIC 9(07) VALUE ZERO.
           05  WS-NOT-REGISTERED       PIC 9(07) VALUE ZERO.
           05  WS-REG-DROPPED          PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-NO-SCALE-ENTRY       PIC 9(07) VALUE ZERO.

       01  SCALE-TABLE-GROUP.
           05  SCALE-ENTRY OCCURS 2000 TIMES.
               10  SC-INST-CODE        PIC X(06).
               10  SC-SOURCE-GRADE     PIC X(05).
               10  SC-OUR-PCT          PIC 999.

       01  CONS-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "CONSGRD CONSORTIUM GRADE INTAKE REGISTER".
           05                 PIC X(06)   VALUE "TERM: ".
           05  CGH-TERM-CODE  PIC X(05).
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(07)   VALUE "BATCH: ".
           05  CGH-BATCH-ID   PIC X(08).
           05                 PIC X(38)  VALUE SPACE.

       01  CONS-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT".
           05                 PIC X(08)  VALUE "TERM".
           05                 PIC X(09)  VALUE "PARTNER".
           05                 PIC X(12)  VALUE "PARTNER CRSE".
           05                 PIC X(07)  VALUE "GRADE".
           05                 PIC X(08)  VALUE "HOME".
           05                 PIC X(06)  VALUE "CRED".
           05                 PIC X(05)  VALUE "PCT".
           05                 PIC X(66)  VALUE "DISPOSITION".

       01  CONS-DETAIL-LINE.
           05  CG-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  CG-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  CG-PARTNER-INST    PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  CG-PARTNER-COURSE  PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  CG-PARTNER-GRADE   PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  CG-HOME-COURSE-ID  PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  CG-CREDITS         PIC Z9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  CG-CONVERTED-PCT   PIC ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  CG-DISPOSITION     PIC X(38).
           05                     PIC X(28)  VALUE SPACE.

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
               READ PARTNER-GRADE-FILE
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

           CLOSE PARTNER-GRADE-FILE
                 CONSORTIUM-REG-FILE
                 POSTING-OUT-FILE
                 CONS-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CGH-MONTH.
           MOVE CD-DAY     TO CGH-DAY.
           MOVE CD-YEAR    TO CGH-YEAR.

           OPEN INPUT CONS-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ CONS-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' CONSPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF CP-TERM-CODE = SPACES
                   OR CP-BATCH-ID = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' TERM OR BATCH ID MISSING ON CONSPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE CP-TERM-CODE TO CGH-TERM-CODE.
           MOVE CP-BATCH-ID  TO CGH-BATCH-ID.

           CLOSE CONS-PARM-FILE.

           PERFORM 120-LOAD-SCALE-TABLE.

           OPEN INPUT PARTNER-GRADE-FILE.

           IF WS-GRADEIN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE PARTNER GRADE FILE'
               DISPLAY ' FILE STATUS IS ', WS-GRADEIN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O CONSORTIUM-REG-FILE.

           IF WS-CONS-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM REG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT POSTING-OUT-FILE.

           MOVE SPACES          TO POSTING-OUT-RECORD.
           MOVE "*HDR*"         TO PH-HDR-LITERAL.
           MOVE CP-TERM-CODE    TO PH-HDR-TERM-CODE.
           MOVE CP-BATCH-ID     TO PH-HDR-BATCH-ID.
           WRITE POSTING-OUT-RECORD.

           OPEN OUTPUT CONS-REGISTER.

           MOVE CONS-HEADING-LINE TO CONS-REC.
           WRITE CONS-REC AFTER PAGE.
           MOVE CONS-COLUMN-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 2.
           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC.


       120-LOAD-SCALE-TABLE.

           OPEN INPUT SCALE-TABLE-FILE.

           IF WS-SCALE-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-SCALE-TABLE'
               DISPLAY ' ERROR OPENING THE SCALE TABLE FILE'
               DISPLAY ' FILE STATUS IS ', WS-SCALE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SCALE-EOF
               READ SCALE-TABLE-FILE
                   AT END
                       SET SCALE-EOF TO TRUE
               END-READ
               IF NOT SCALE-EOF
                   ADD 1 TO WS-NUM-SCALES
                   IF WS-NUM-SCALES > 2000
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-SCALE-TABLE'
                       DISPLAY ' MORE THAN 2000 SCALE ENTRIES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE ST-INST-CODE
                       TO SC-INST-CODE (WS-NUM-SCALES)
                   MOVE ST-SOURCE-GRADE
                       TO SC-SOURCE-GRADE (WS-NUM-SCALES)
                   MOVE ST-OUR-PCT
                       TO SC-OUR-PCT (WS-NUM-SCALES)
               END-IF
           END-PERFORM.

           IF WS-NUM-SCALES = ZERO
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-SCALE-TABLE'
               DISPLAY ' SCALETAB IS EMPTY - NOTHING TO CONVERT BY'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           CLOSE SCALE-TABLE-FILE.


      *****************************************************
      *  110-PROCESS-GRADE - THE GRADE MUST BE FOR THE     *
      *  PARM TERM AND MATCH A REGISTRATION STILL AWAITING *
      *  ITS GRADE; THE PARTNER'S GRADE MUST CONVERT.      *
      *****************************************************
       110-PROCESS-GRADE.

           MOVE SPACES            TO CONS-DETAIL-LINE.
           MOVE PG-STUDENT-ID     TO CG-STUDENT-ID.
           MOVE PG-TERM-CODE      TO CG-TERM-CODE.
           MOVE PG-PARTNER-INST   TO CG-PARTNER-INST.
           MOVE PG-PARTNER-COURSE TO CG-PARTNER-COURSE.
           MOVE PG-PARTNER-GRADE  TO CG-PARTNER-GRADE.

           MOVE "N" TO WS-REG-FOUND-SWITCH.
           IF PG-TERM-CODE = CP-TERM-CODE
               MOVE PG-STUDENT-ID     TO CR-STUDENT-ID
               MOVE PG-TERM-CODE      TO CR-TERM-CODE
               MOVE PG-PARTNER-INST   TO CR-PARTNER-INST
               MOVE PG-PARTNER-COURSE TO CR-PARTNER-COURSE
               READ CONSORTIUM-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REG-FOUND-SWITCH
                       MOVE CR-HOME-COURSE-ID TO CG-HOME-COURSE-ID
                       MOVE CR-CREDITS        TO CG-CREDITS
               END-READ
           END-IF.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-NUM-SCALES
                      OR WS-MATCH-SUB > ZERO
               IF SC-INST-CODE (WS-SCAN-SUB) = PG-PARTNER-INST
                       AND SC-SOURCE-GRADE (WS-SCAN-SUB)
                           = PG-PARTNER-GRADE
                   MOVE WS-SCAN-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN PG-TERM-CODE NOT = CP-TERM-CODE
                   ADD 1 TO WS-WRONG-TERM
                   MOVE "REJECTED - NOT THE CONSPARM TERM"
                       TO CG-DISPOSITION
               WHEN NOT CONS-REG-FOUND
                   ADD 1 TO WS-NOT-REGISTERED
                   MOVE "REJECTED - NO CONSORTIUM REGISTRATION"
                       TO CG-DISPOSITION
               WHEN CR-DROPPED
                   ADD 1 TO WS-REG-DROPPED
                   MOVE "REJECTED - REGISTRATION DROPPED"
                       TO CG-DISPOSITION
               WHEN CR-GRADE-POSTED
                   ADD 1 TO WS-ALREADY-POSTED
                   MOVE "REJECTED - GRADE ALREADY POSTED"
                       TO CG-DISPOSITION
               WHEN WS-MATCH-SUB = ZERO
                   ADD 1 TO WS-NO-SCALE-ENTRY
                   MOVE "REJECTED - NO SCALE TABLE ENTRY"
                       TO CG-DISPOSITION
               WHEN OTHER
                   MOVE SC-OUR-PCT (WS-MATCH-SUB) TO CG-CONVERTED-PCT
                   PERFORM 130-POST-GRADE
           END-EVALUATE.

           MOVE CONS-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC.


      *****************************************************
      *  130-POST-GRADE - ONE GRDTRAN DETAIL FOR THE HOME  *
      *  EQUIVALENT COURSE, THEN THE REGISTRATION IS       *
      *  MARKED GRADED SO THE SAME GRADE CANNOT POST       *
      *  TWICE.                                            *
      *****************************************************
       130-POST-GRADE.

           MOVE "P"                       TO CR-REG-STATUS.
           MOVE PG-PARTNER-GRADE          TO CR-PARTNER-GRADE.
           MOVE SC-OUR-PCT (WS-MATCH-SUB) TO CR-POSTED-PCT.
           MOVE CD-CURRENT-DATE           TO CR-POSTED-DATE.
           REWRITE CONSORTIUM-REG-RECORD
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 130-POST-GRADE'
                   DISPLAY ' REWRITE FAILED ON CONSREG FOR ',
                           CR-STUDENT-ID
                   DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
                   DISPLAY '*******************************'
                   STOP RUN
               NOT INVALID KEY
                   MOVE SPACES            TO POSTING-OUT-RECORD
                   MOVE CR-STUDENT-ID     TO PO-STUDENT-ID
                   MOVE CR-HOME-COURSE-ID TO PO-COURSE-ID
                   MOVE CR-CREDITS        TO PO-COURSE-CREDITS
                   MOVE CR-POSTED-PCT     TO PO-PERCENTAGE-EARNED
                   MOVE CR-CREDITS        TO PO-ATTEMPTED-CREDITS
                   MOVE "G"               TO PO-GRADING-BASIS
                   MOVE SPACES            TO PO-SECTION-NO
                   MOVE "C"               TO PO-CONSORTIUM-FLAG
                   WRITE POSTING-OUT-RECORD
                   ADD 1 TO WS-GRADES-POSTED
                   MOVE "POSTED AS HOME-EQUIVALENT COURSE"
                       TO CG-DISPOSITION
           END-REWRITE.


       235-WRITE-BATCH-TRAILER.

           MOVE SPACES            TO POSTING-OUT-RECORD.
           MOVE "*TRL*"           TO PT-TRL-LITERAL.
           MOVE WS-GRADES-POSTED  TO PT-TRL-COUNT.
           WRITE POSTING-OUT-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO CONS-REC.
           WRITE CONS-REC AFTER 2.

           MOVE "PARTNER GRADES READ" TO TR-CAPTION.
           MOVE WS-GRADES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.

           MOVE "GRADES POSTED" TO TR-CAPTION.
           MOVE WS-GRADES-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.

           MOVE "REJECTED - NOT THE CONSPARM TERM" TO TR-CAPTION.
           MOVE WS-WRONG-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.

           MOVE "REJECTED - NOT REGISTERED" TO TR-CAPTION.
           MOVE WS-NOT-REGISTERED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.

           MOVE "REJECTED - REGISTRATION DROPPED" TO TR-CAPTION.
           MOVE WS-REG-DROPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.

           MOVE "REJECTED - GRADE ALREADY POSTED" TO TR-CAPTION.
           MOVE WS-ALREADY-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.

           MOVE "REJECTED - NO SCALE TABLE ENTRY" TO TR-CAPTION.
           MOVE WS-NO-SCALE-ENTRY TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONS-REC.
           WRITE CONS-REC AFTER 1.
