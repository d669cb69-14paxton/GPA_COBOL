       IDENTIFICATION DIVISION.

       PROGRAM-ID. EVALRPT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  EVALRPT - COURSE EVALUATION RESULTS BY INSTRUCTOR *
      *  PRINTS EVERY SECTION ON THE EVALUATION RESULT     *
      *  FILE (EVALRSLT) FOR THE EVRPARM TERM, GROUPED BY  *
      *  INSTRUCTOR WITHIN THE INSTRUCTOR'S HOME           *
      *  DEPARTMENT FROM THE INSTRUCTOR MASTER (INSTFILE). *
      *  EACH SECTION SHOWS ITS ENROLLMENT, SURVEYS        *
      *  RETURNED, RESPONSE RATE AND OVERALL MEAN,         *
      *  FOLLOWED BY THE MEAN FOR EACH QUESTION, BESIDE    *
      *  THE SAME SECTION'S GRADE DISTRIBUTION AND AVERAGE *
      *  POSTED PERCENTAGE - THE OCCURRENCES THE           *
      *  POSTED-SECTION CROSS-REFERENCE (GRDSECT)          *
      *  ATTRIBUTES TO THE SECTION, AS CARRIED ON THE      *
      *  NIGHTLY COURSE-OCCURRENCE EXTRACT (OCCFILE). A    *
      *  SECTION WHOSE RESPONSE RATE IS BELOW THE EVRPARM  *
      *  MINIMUM HAS ITS EVALUATION RESULTS SUPPRESSED AND *
      *  IS LEFT OUT OF THE INSTRUCTOR AND DEPARTMENT      *
      *  EVALUATION TOTALS; ITS GRADES STILL PRINT.  EACH  *
      *  INSTRUCTOR AND DEPARTMENT CLOSES WITH A TOTAL     *
      *  LINE WHOSE MEAN IS WEIGHTED BY SURVEYS RETURNED.  *
      *  THE RUN BALANCES TO THE EXTRACT'S TRAILER AND     *
      *  ENDS WITH RETURN CODE 8 ON A SHORT OR             *
      *  OUT-OF-BALANCE EXTRACT.                           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EVAL-RPT-PARM-FILE
               ASSIGN EVRPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EVAL-RESULT-FILE
               ASSIGN EVALRSLT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ER-SECT-KEY
               FILE STATUS IS WS-RSLT-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE
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

           SELECT OCCURRENCE-FILE
               ASSIGN OCCFILE
               FILE STATUS IS WS-OCC-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.

           SELECT EVAL-REPORT
               ASSIGN EVALRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  EVAL-RPT-PARM-FILE.

       01  EVAL-RPT-PARM-RECORD.
           05  RP-TERM-CODE             PIC X(05).
           05  RP-MIN-RESPONSE-RATE     PIC 999V9.

       FD  EVAL-RESULT-FILE.

            COPY EVALRSLT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  GRADE-PARM-FILE.

       01  GRADE-PARM-RECORD.
           05  GP-GRADE           PIC 99.
           05  GP-POINTS          PIC 9V9.
           05  GP-LETTER          PIC XX.
       01  GRADE-CERT-RECORD REDEFINES GRADE-PARM-RECORD.
           05  GP-CERT-LITERAL    PIC X(05).
               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).

       FD  EVAL-REPORT.

       01  EVAL-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  RESULT-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  RESULT-EOF                      VALUE "Y".
           05  OCCFILE-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  OCCFILE-EOF                     VALUE "Y".
           05  GRADE-PARM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-PARM-EOF                  VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-RSLT-STATUS          PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  WS-OCC-STATUS           PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  WS-NUM-SECTS            PIC 9(04) VALUE ZERO.
           05  WS-PICK-SUB             PIC 9(04) VALUE ZERO.
           05  WS-BEST-SUB             PIC 9(04) VALUE ZERO.
           05  WS-PRINTED-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-QUESTION-SUB         PIC 9(02) VALUE ZERO.
           05  WS-BAND-SUB             PIC 99    VALUE ZERO.
           05  WS-WORK-SECT-KEY.
               10  WS-WORK-COURSE-ID   PIC X(06) VALUE SPACES.
               10  WS-WORK-TERM        PIC X(05) VALUE SPACES.
               10  WS-WORK-SECTION-NO  PIC X(03) VALUE SPACES.
           05  WS-WORK-PCT             PIC 999   VALUE ZERO.
           05  WS-WORK-LETTER          PIC XX    VALUE SPACES.
           05  WS-WORK-DEPT            PIC X(04) VALUE SPACES.
           05  WS-WORK-INSTR-NAME      PIC X(25) VALUE SPACES.
           05  WS-PREV-DEPT            PIC X(04) VALUE SPACES.
           05  WS-PREV-INSTRUCTOR      PIC X(06) VALUE SPACES.
           05  WS-MEAN-PCT             PIC 999V9 VALUE ZERO.
           05  WS-RESPONSE-RATE        PIC 999V9 VALUE ZERO.
           05  WS-OVERALL-MEAN         PIC 9V99  VALUE ZERO.
           05  WS-SECTS-REPORTED       PIC 9(07) VALUE ZERO.
           05  WS-SECTS-SUPPRESSED     PIC 9(07) VALUE ZERO.
           05  WS-SECTS-NO-GRADES      PIC 9(07) VALUE ZERO.
           05  WS-OCCS-MATCHED         PIC 9(09) VALUE ZERO.
           05  WS-INSTR-NOT-ON-MAST    PIC 9(07) VALUE ZERO.
           05  WS-INSTRS-REPORTED      PIC 9(07) VALUE ZERO.
           05  WS-DEPTS-REPORTED       PIC 9(07) VALUE ZERO.

      *****************************************************
      *  OCCFILE BALANCING - TOTALS TAKEN AS THE EXTRACT   *
      *  IS READ AND THE VALUES FROM ITS *CTL* TRAILER.    *
      *****************************************************
       01  OCCFILE-CONTROL-FIELDS.
           05  WS-OCC-TRAILER-SWITCH   PIC X(01)   VALUE "N".
               88  OCC-TRAILER-SEEN                VALUE "Y".
           05  WS-OCC-BALANCE-SWITCH   PIC X(01)   VALUE "Y".
               88  OCCFILE-IN-BALANCE              VALUE "Y".
           05  WS-OCC-RECORDS          PIC 9(09) VALUE ZERO.
           05  WS-OCC-HASH             PIC 9(13) VALUE ZERO.
           05  WS-OCC-STUDENTS         PIC 9(09) VALUE ZERO.
           05  WS-OCC-OCCURRENCES      PIC 9(09) VALUE ZERO.
           05  WS-OCC-CREDITS          PIC 9(09)V9 VALUE ZERO.
           05  WS-OT-RECORD-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-OT-ID-HASH-TOTAL     PIC 9(13) VALUE ZERO.
           05  WS-OT-STUDENT-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-OT-OCCUR-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-OT-CREDIT-TOTAL      PIC 9(09)V9 VALUE ZERO.

       01 WS-NUM-GRADES              PIC 99 VALUE ZERO.

       01 GRADE-TBL-GROUP.
                   05 GRADE-TBL OCCURS 1 TO 9 TIMES
                      DEPENDING ON WS-NUM-GRADES
                      INDEXED BY GROUP-X.
                           10 GRADE        PIC 99.
                           10 POINTS       PIC 9V9.
                           10 LETTER       PIC XX.

      *****************************************************
      *  ONE ENTRY PER EVALUATED SECTION FOR THE TERM,     *
      *  SEQUENCED FOR PRINTING BY SECTION WITHIN          *
      *  INSTRUCTOR WITHIN DEPARTMENT, WITH THE SECTION'S  *
      *  POSTED-GRADE TALLIES FROM THE EXTRACT.            *
      *****************************************************
       01  SECTION-TBL-GROUP.
           05  SECTION-ENTRY OCCURS 2000 TIMES
                             INDEXED BY STNDX.
               10  ST-SORT-KEY.
                   15  ST-DEPARTMENT       PIC X(04).
                   15  ST-INSTRUCTOR-ID    PIC X(06).
                   15  ST-SECT-KEY.
                       20  ST-COURSE-ID    PIC X(06).
                       20  ST-TERM-CODE    PIC X(05).
                       20  ST-SECTION-NO   PIC X(03).
               10  ST-INSTRUCTOR-NAME      PIC X(25).
               10  ST-PRINTED-SW           PIC X(01).
               10  ST-SUPPRESS-SW          PIC X(01).
                   88  ST-SUPPRESSED               VALUE "Y".
               10  ST-ENROLLED             PIC 9(03).
               10  ST-RESPONSES            PIC 9(03).
               10  ST-RESPONSE-RATE        PIC 999V9.
               10  ST-NUM-QUESTIONS        PIC 9(02).
               10  ST-QUESTION-MEAN        PIC 9V99 OCCURS 20 TIMES.
               10  ST-OVERALL-MEAN         PIC 9V99.
               10  ST-GRADED-COUNT         PIC 9(05).
               10  ST-PCT-SUM              PIC 9(07).
               10  ST-BAND-COUNT           PIC 9(05) OCCURS 9 TIMES.

      *****************************************************
      *  INSTRUCTOR AND DEPARTMENT TOTALS.  EVALUATION     *
      *  FIGURES COUNT UNSUPPRESSED SECTIONS ONLY; THE     *
      *  MEAN IS CARRIED AS A SURVEY-WEIGHTED SUM.  GRADE  *
      *  FIGURES COUNT EVERY SECTION.                      *
      *****************************************************
       01  INSTR-TOTALS.
           05  IT-SECTIONS             PIC 9(05).
           05  IT-ENROLLED             PIC 9(07).
           05  IT-RESPONSES            PIC 9(07).
           05  IT-WEIGHTED-SUM         PIC 9(09)V99.
           05  IT-GRADED               PIC 9(07).
           05  IT-PCT-SUM              PIC 9(09).
           05  IT-BAND-COUNT           PIC 9(07) OCCURS 9 TIMES.

       01  DEPT-TOTALS.
           05  DT-SECTIONS             PIC 9(05).
           05  DT-ENROLLED             PIC 9(07).
           05  DT-RESPONSES            PIC 9(07).
           05  DT-WEIGHTED-SUM         PIC 9(09)V99.
           05  DT-GRADED               PIC 9(07).
           05  DT-PCT-SUM              PIC 9(09).
           05  DT-BAND-COUNT           PIC 9(07) OCCURS 9 TIMES.

       01  TOTAL-WORK.
           05  TW-SECTIONS             PIC 9(05).
           05  TW-ENROLLED             PIC 9(07).
           05  TW-RESPONSES            PIC 9(07).
           05  TW-WEIGHTED-SUM         PIC 9(09)V99.
           05  TW-GRADED               PIC 9(07).
           05  TW-PCT-SUM              PIC 9(09).
           05  TW-BAND-COUNT           PIC 9(07) OCCURS 9 TIMES.

       01  EVAL-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  EVH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  EVH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  EVH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(44)
               VALUE "COURSE EVALUATION RESULTS BY INSTRUCTOR".
           05                 PIC X(06)   VALUE "TERM: ".
           05  EVH-TERM-CODE  PIC X(05).
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(10)   VALUE "MIN RATE: ".
           05  EVH-MIN-RATE   PIC ZZ9.9.
           05                 PIC X(34)   VALUE SPACE.

       01  EVAL-COLUMN-LINE.
           05                 PIC X(12)  VALUE "COURSE SEC".
           05                 PIC X(08)  VALUE "ENROLL".
           05                 PIC X(08)  VALUE "RESP".
           05                 PIC X(07)  VALUE "RATE%".
           05                 PIC X(06)  VALUE "MEAN".
           05                 PIC X(08)  VALUE "GRADED".
           05                 PIC X(07)  VALUE "AVG PCT".
           05                 PIC X(55)
               VALUE "COUNTS BY GRADE BAND".
           05                 PIC X(21)  VALUE "NOTE".

       01  DEPT-CAPTION-LINE.
           05                 PIC X(12)  VALUE "DEPARTMENT:".
           05  DCL-DEPARTMENT     PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  DCL-DEPT-NAME      PIC X(30).
           05                 PIC X(84)  VALUE SPACE.

       01  INSTR-CAPTION-LINE.
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(12)  VALUE "INSTRUCTOR:".
           05  ICL-INSTRUCTOR-ID  PIC X(06).
           05                 PIC X(02)  VALUE SPACE.
           05  ICL-INSTR-NAME     PIC X(25).
           05                 PIC X(83)  VALUE SPACE.

       01  EVAL-DETAIL-LINE.
           05  ED-LINE-KEY.
               10  ED-COURSE-ID   PIC X(06).
               10                 PIC X(01)  VALUE SPACE.
               10  ED-SECTION-NO  PIC X(03).
           05  ED-TOTAL-CAPTION REDEFINES ED-LINE-KEY
                                  PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  ED-ENROLLED        PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  ED-RESPONSES       PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  ED-RESPONSE-RATE   PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  ED-OVERALL-MEAN    PIC 9.99 BLANK WHEN ZERO.
           05                     PIC X(02)  VALUE SPACE.
           05  ED-GRADED          PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  ED-MEAN-PCT        PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  ED-BAND OCCURS 9 TIMES.
               10  ED-BAND-COUNT  PIC ZZZZ9.
               10                 PIC X(01).
           05                     PIC X(01)  VALUE SPACE.
           05  ED-NOTE            PIC X(21).

       01  QUESTION-MEANS-LINE.
           05                     PIC X(12)  VALUE SPACE.
           05                     PIC X(20)
               VALUE "QUESTION MEANS:".
           05  QM-ENTRY OCCURS 20 TIMES.
               10  QM-MEAN        PIC 9.99 BLANK WHEN ZERO.
               10                 PIC X(01).

       01  OCC-BALANCE-HEADING-LINE.
           05                 PIC X(36)
               VALUE "COURSE-OCCURRENCE EXTRACT BALANCING".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(07)  VALUE "TRAILER".
           05                 PIC X(07)  VALUE SPACE.
           05                 PIC X(08)  VALUE "THIS RUN".
           05                 PIC X(70)  VALUE SPACE.

       01  OCC-BALANCE-LINE.
           05  OB-CAPTION             PIC X(36).
           05  OB-TRAILER-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(04)  VALUE SPACE.
           05  OB-READ-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(70)  VALUE SPACE.

       01  OCC-BALANCE-HOURS-LINE.
           05  OH-CAPTION             PIC X(36).
           05  OH-TRAILER-HOURS       PIC ZZZ,ZZZ,ZZ9.9.
           05                         PIC X(02)  VALUE SPACE.
           05  OH-READ-HOURS          PIC ZZZ,ZZZ,ZZ9.9.
           05                         PIC X(68)  VALUE SPACE.

       01  OCC-STATUS-LINE.
           05  OS-CAPTION             PIC X(60).
           05                         PIC X(72)  VALUE SPACE.

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

           PERFORM UNTIL OCCFILE-EOF
               READ OCCURRENCE-FILE
                   AT END
                       SET OCCFILE-EOF TO TRUE
               END-READ
               IF NOT OCCFILE-EOF
                   IF WS-OCC-STATUS = '00'
                       PERFORM 110-TALLY-OCC-RECORD
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 000-MAIN-MODULE'
                       DISPLAY ' ERROR IN READING THE OCCURRENCE FILE'
                       DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
                       DISPLAY '*******************************'
                       SET OCCFILE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 220-PRINT-REPORT.

           PERFORM 290-BALANCE-TO-OCCFILE.

           PERFORM 260-PRINT-TRAILER.

           CLOSE OCCURRENCE-FILE
                 INSTRUCTOR-MASTER-FILE
                 DEPT-MASTER-FILE
                 EVAL-REPORT.

           IF NOT OCCFILE-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE REPORT IS INCOMPLETE.  SEE EVALRPT.'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO EVH-MONTH.
           MOVE CD-DAY     TO EVH-DAY.
           MOVE CD-YEAR    TO EVH-YEAR.

           OPEN INPUT EVAL-RPT-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE EVALUATION REPORT PARM'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ EVAL-RPT-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' EVRPARM IS EMPTY - CONTROL CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF RP-TERM-CODE = SPACES
                   OR RP-MIN-RESPONSE-RATE NOT NUMERIC
                   OR RP-MIN-RESPONSE-RATE > 100
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' EVRPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE RP-TERM-CODE         TO EVH-TERM-CODE.
           MOVE RP-MIN-RESPONSE-RATE TO EVH-MIN-RATE.

           CLOSE EVAL-RPT-PARM-FILE.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00'
                   AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEPARTMENT MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEPTM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 120-LOAD-RESULTS.
           PERFORM 130-LOAD-GRADE-TABLE.

           OPEN INPUT OCCURRENCE-FILE.

           IF WS-OCC-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OCCURRENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT EVAL-REPORT.

           MOVE EVAL-HEADING-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER PAGE.
           MOVE EVAL-COLUMN-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 2.
           MOVE SPACES TO EVAL-REC.
           WRITE EVAL-REC.


      *****************************************************
      *  120-LOAD-RESULTS - LOADS EVERY RESULT FOR THE     *
      *  EVRPARM TERM, FILED UNDER ITS INSTRUCTOR'S HOME   *
      *  DEPARTMENT, AND MARKS THE SECTIONS WHOSE          *
      *  RESPONSE RATE FALLS BELOW THE MINIMUM.            *
      *****************************************************
       120-LOAD-RESULTS.

           OPEN INPUT EVAL-RESULT-FILE.

           IF WS-RSLT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-RESULTS'
               DISPLAY ' ERROR OPENING THE EVALUATION RESULT FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSLT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL RESULT-EOF
               READ EVAL-RESULT-FILE
                   AT END
                       SET RESULT-EOF TO TRUE
               END-READ
               IF NOT RESULT-EOF
                   IF ER-TERM-CODE = RP-TERM-CODE
                       PERFORM 125-ADD-SECTION
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE EVAL-RESULT-FILE.


       125-ADD-SECTION.

           IF WS-NUM-SECTS >= 2000
               DISPLAY '******************************'
               DISPLAY ' 125-ADD-SECTION'
               DISPLAY ' MORE THAN 2000 EVALUATED SECTIONS -'
               DISPLAY ' RAISE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 127-LOOKUP-INSTRUCTOR.

           ADD 1 TO WS-NUM-SECTS.
           SET STNDX TO WS-NUM-SECTS.
           MOVE WS-WORK-DEPT        TO ST-DEPARTMENT (STNDX).
           MOVE ER-INSTRUCTOR-ID    TO ST-INSTRUCTOR-ID (STNDX).
           MOVE ER-SECT-KEY         TO ST-SECT-KEY (STNDX).
           MOVE WS-WORK-INSTR-NAME  TO ST-INSTRUCTOR-NAME (STNDX).
           MOVE "N"                 TO ST-PRINTED-SW (STNDX).
           MOVE ER-ENROLLED-COUNT   TO ST-ENROLLED (STNDX).
           MOVE ER-RESPONSE-COUNT   TO ST-RESPONSES (STNDX).
           MOVE ER-RESPONSE-RATE    TO ST-RESPONSE-RATE (STNDX).
           MOVE ER-NUM-QUESTIONS    TO ST-NUM-QUESTIONS (STNDX).
           MOVE ER-OVERALL-MEAN     TO ST-OVERALL-MEAN (STNDX).
           PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
                   UNTIL WS-QUESTION-SUB > 20
               MOVE ER-QUESTION-MEAN (WS-QUESTION-SUB)
                   TO ST-QUESTION-MEAN (STNDX WS-QUESTION-SUB)
           END-PERFORM.
           IF ER-RESPONSE-RATE < RP-MIN-RESPONSE-RATE
               MOVE "Y" TO ST-SUPPRESS-SW (STNDX)
           ELSE
               MOVE "N" TO ST-SUPPRESS-SW (STNDX)
           END-IF.
           MOVE ZERO TO ST-GRADED-COUNT (STNDX).
           MOVE ZERO TO ST-PCT-SUM (STNDX).
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               MOVE ZERO TO ST-BAND-COUNT (STNDX WS-BAND-SUB)
           END-PERFORM.


      *****************************************************
      *  127-LOOKUP-INSTRUCTOR - THE HOME DEPARTMENT AND   *
      *  NAME OF THE SECTION'S INSTRUCTOR.  AN INSTRUCTOR  *
      *  NOT ON THE MASTER FILES UNDER ????.               *
      *****************************************************
       127-LOOKUP-INSTRUCTOR.

           MOVE ER-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID.
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-INSTR-NOT-ON-MAST
                   MOVE "????" TO WS-WORK-DEPT
                   MOVE "*** NOT ON INSTRUCTOR MASTER"
                       TO WS-WORK-INSTR-NAME
               NOT INVALID KEY
                   MOVE IM-HOME-DEPT       TO WS-WORK-DEPT
                   MOVE IM-INSTRUCTOR-NAME TO WS-WORK-INSTR-NAME
           END-READ.


       130-LOAD-GRADE-TABLE.

           OPEN INPUT GRADE-PARM-FILE.

           IF WS-GRDPARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 130-LOAD-GRADE-TABLE'
               DISPLAY ' ERROR OPENING THE GRADE PARAMETER FILE'
               DISPLAY ' FILE STATUS IS ', WS-GRDPARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL GRADE-PARM-EOF
               READ GRADE-PARM-FILE
                   AT END
                       SET GRADE-PARM-EOF TO TRUE
               END-READ
               IF NOT GRADE-PARM-EOF
                 IF GP-CERT-PRESENT
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-NUM-GRADES
                   IF WS-NUM-GRADES > 9
                       DISPLAY '******************************'
                       DISPLAY ' 130-LOAD-GRADE-TABLE'
                       DISPLAY ' TOO MANY GRADE BANDS IN GRDPARM -'
                       DISPLAY ' MAXIMUM IS 9'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE GP-GRADE  TO GRADE  (WS-NUM-GRADES)
                   MOVE GP-POINTS TO POINTS (WS-NUM-GRADES)
                   MOVE GP-LETTER TO LETTER (WS-NUM-GRADES)
                 END-IF
               END-IF
           END-PERFORM.

           CLOSE GRADE-PARM-FILE.


      *****************************************************
      *  110-TALLY-OCC-RECORD - EVERY RECORD COUNTS TOWARD *
      *  THE BALANCE; AN OCCURRENCE FOR THE TERM THAT      *
      *  CARRIES A POSTED SECTION IS TALLIED UNDER IT.     *
      *****************************************************
       110-TALLY-OCC-RECORD.

           IF CO-CTL-PRESENT
               PERFORM 295-SAVE-OCC-TRAILER
           ELSE
               ADD 1 TO WS-OCC-RECORDS
               ADD CO-STUDENT-ID TO WS-OCC-HASH
               IF CO-STUDENT-HEADER
                   ADD 1 TO WS-OCC-STUDENTS
               ELSE
                   ADD 1 TO WS-OCC-OCCURRENCES
                   ADD CO-ATTEMPTED-CREDITS TO WS-OCC-CREDITS
                   IF CO-TERM-CODE = RP-TERM-CODE
                           AND CO-SECTION-NO NOT = SPACES
                       PERFORM 140-TALLY-SECTION-OCC
                   END-IF
               END-IF
           END-IF.


       140-TALLY-SECTION-OCC.

           MOVE CO-COURSE-ID  TO WS-WORK-COURSE-ID.
           MOVE CO-TERM-CODE  TO WS-WORK-TERM.
           MOVE CO-SECTION-NO TO WS-WORK-SECTION-NO.

           SET STNDX TO 1.
           SEARCH SECTION-ENTRY VARYING STNDX
               AT END
                   CONTINUE
               WHEN STNDX > WS-NUM-SECTS
                   CONTINUE
               WHEN ST-SECT-KEY (STNDX) = WS-WORK-SECT-KEY
                   PERFORM 150-ACCUMULATE-GRADE
           END-SEARCH.


       150-ACCUMULATE-GRADE.

           IF CO-BASIS-LETTER
               MOVE CO-ENTERED-LETTER TO WS-WORK-LETTER
               PERFORM 165-RESOLVE-LETTER-PCT
           ELSE
               MOVE CO-PERCENTAGE-EARNED TO WS-WORK-PCT
           END-IF.

           ADD 1 TO WS-OCCS-MATCHED.
           ADD 1 TO ST-GRADED-COUNT (STNDX).
           ADD WS-WORK-PCT TO ST-PCT-SUM (STNDX).

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-NUM-GRADES
                      OR WS-WORK-PCT > GRADE (WS-BAND-SUB)
               CONTINUE
           END-PERFORM.

           IF WS-BAND-SUB <= WS-NUM-GRADES
               ADD 1 TO ST-BAND-COUNT (STNDX WS-BAND-SUB)
           END-IF.


      *****************************************************
      *  165-RESOLVE-LETTER-PCT - A LETTER-GRADED COURSE   *
      *  CARRIES NO PERCENTAGE.  THE LETTER IS MAPPED TO   *
      *  ONE POINT ABOVE ITS BAND CUTOFF SO THE            *
      *  DISTRIBUTION COUNTS IT IN THE RIGHT BAND; AN      *
      *  UNMATCHED LETTER COUNTS BELOW EVERY BAND.         *
      *****************************************************
       165-RESOLVE-LETTER-PCT.

           MOVE ZERO TO WS-WORK-PCT.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-NUM-GRADES
               IF LETTER (WS-BAND-SUB) = WS-WORK-LETTER
                   COMPUTE WS-WORK-PCT = GRADE (WS-BAND-SUB) + 1
               END-IF
           END-PERFORM.


      *****************************************************
      *  220-PRINT-REPORT - PRINTS THE SECTIONS SEQUENCED  *
      *  BY SECTION WITHIN INSTRUCTOR WITHIN DEPARTMENT BY *
      *  REPEATEDLY SELECTING THE LOWEST UNPRINTED SORT    *
      *  KEY, CLOSING EACH INSTRUCTOR AND DEPARTMENT WITH  *
      *  ITS TOTAL LINE.                                   *
      *****************************************************
       220-PRINT-REPORT.

           MOVE ZERO TO WS-PRINTED-COUNT.
           MOVE SPACES TO WS-PREV-DEPT.
           MOVE SPACES TO WS-PREV-INSTRUCTOR.

           PERFORM 230-PRINT-NEXT-LOWEST
               UNTIL WS-PRINTED-COUNT >= WS-NUM-SECTS.

           IF WS-NUM-SECTS > ZERO
               PERFORM 250-PRINT-INSTR-TOTAL
               PERFORM 255-PRINT-DEPT-TOTAL
           END-IF.


       230-PRINT-NEXT-LOWEST.

           MOVE ZERO TO WS-BEST-SUB.
           PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                   UNTIL WS-PICK-SUB > WS-NUM-SECTS
               IF ST-PRINTED-SW (WS-PICK-SUB) = "N"
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-PICK-SUB TO WS-BEST-SUB
                   ELSE
                       IF ST-SORT-KEY (WS-PICK-SUB) <
                               ST-SORT-KEY (WS-BEST-SUB)
                           MOVE WS-PICK-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-SUB = ZERO
               MOVE WS-NUM-SECTS TO WS-PRINTED-COUNT
           ELSE
               MOVE "Y" TO ST-PRINTED-SW (WS-BEST-SUB)
               ADD 1 TO WS-PRINTED-COUNT
               IF ST-DEPARTMENT (WS-BEST-SUB) NOT = WS-PREV-DEPT
                   IF WS-PREV-DEPT NOT = SPACES
                       PERFORM 250-PRINT-INSTR-TOTAL
                       PERFORM 255-PRINT-DEPT-TOTAL
                   END-IF
                   PERFORM 232-START-DEPARTMENT
                   PERFORM 234-START-INSTRUCTOR
               ELSE
                   IF ST-INSTRUCTOR-ID (WS-BEST-SUB) NOT =
                           WS-PREV-INSTRUCTOR
                       PERFORM 250-PRINT-INSTR-TOTAL
                       PERFORM 234-START-INSTRUCTOR
                   END-IF
               END-IF
               PERFORM 240-PRINT-SECTION-LINE
               PERFORM 237-ADD-TO-TOTALS
           END-IF.


       232-START-DEPARTMENT.

           ADD 1 TO WS-DEPTS-REPORTED.
           MOVE ST-DEPARTMENT (WS-BEST-SUB) TO WS-PREV-DEPT.
           MOVE ZEROS TO DEPT-TOTALS.

           MOVE ST-DEPARTMENT (WS-BEST-SUB) TO DCL-DEPARTMENT.
           MOVE "D" TO DA-RECORD-TYPE.
           MOVE ST-DEPARTMENT (WS-BEST-SUB) TO DA-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER" TO DCL-DEPT-NAME
               NOT INVALID KEY
                   MOVE DA-NAME TO DCL-DEPT-NAME
           END-READ.

           MOVE SPACES TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.
           MOVE DEPT-CAPTION-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.


       234-START-INSTRUCTOR.

           ADD 1 TO WS-INSTRS-REPORTED.
           MOVE ST-INSTRUCTOR-ID (WS-BEST-SUB) TO WS-PREV-INSTRUCTOR.
           MOVE ZEROS TO INSTR-TOTALS.

           MOVE ST-INSTRUCTOR-ID (WS-BEST-SUB)   TO ICL-INSTRUCTOR-ID.
           MOVE ST-INSTRUCTOR-NAME (WS-BEST-SUB) TO ICL-INSTR-NAME.
           MOVE SPACES TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.
           MOVE INSTR-CAPTION-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.


      *****************************************************
      *  237-ADD-TO-TOTALS - A SUPPRESSED SECTION ADDS     *
      *  ONLY ITS GRADES TO THE INSTRUCTOR AND DEPARTMENT  *
      *  TOTALS.                                           *
      *****************************************************
       237-ADD-TO-TOTALS.

           ADD 1 TO IT-SECTIONS DT-SECTIONS.

           IF NOT ST-SUPPRESSED (WS-BEST-SUB)
               ADD ST-ENROLLED (WS-BEST-SUB)  TO IT-ENROLLED
                                                 DT-ENROLLED
               ADD ST-RESPONSES (WS-BEST-SUB) TO IT-RESPONSES
                                                 DT-RESPONSES
               COMPUTE IT-WEIGHTED-SUM = IT-WEIGHTED-SUM +
                   ST-OVERALL-MEAN (WS-BEST-SUB) *
                   ST-RESPONSES (WS-BEST-SUB)
               COMPUTE DT-WEIGHTED-SUM = DT-WEIGHTED-SUM +
                   ST-OVERALL-MEAN (WS-BEST-SUB) *
                   ST-RESPONSES (WS-BEST-SUB)
           END-IF.

           ADD ST-GRADED-COUNT (WS-BEST-SUB) TO IT-GRADED DT-GRADED.
           ADD ST-PCT-SUM (WS-BEST-SUB) TO IT-PCT-SUM DT-PCT-SUM.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               ADD ST-BAND-COUNT (WS-BEST-SUB WS-BAND-SUB)
                   TO IT-BAND-COUNT (WS-BAND-SUB)
                      DT-BAND-COUNT (WS-BAND-SUB)
           END-PERFORM.


      *****************************************************
      *  240-PRINT-SECTION-LINE - THE SECTION'S RESULTS    *
      *  AND ITS GRADES, THEN ITS QUESTION MEANS.  A       *
      *  SUPPRESSED SECTION SHOWS ITS RESPONSE RATE BUT NO *
      *  MEANS.                                            *
      *****************************************************
       240-PRINT-SECTION-LINE.

           MOVE SPACES TO ED-TOTAL-CAPTION.
           MOVE ST-COURSE-ID (WS-BEST-SUB)     TO ED-COURSE-ID.
           MOVE ST-SECTION-NO (WS-BEST-SUB)    TO ED-SECTION-NO.
           MOVE ST-ENROLLED (WS-BEST-SUB)      TO ED-ENROLLED.
           MOVE ST-RESPONSES (WS-BEST-SUB)     TO ED-RESPONSES.
           MOVE ST-RESPONSE-RATE (WS-BEST-SUB) TO ED-RESPONSE-RATE.
           MOVE ST-GRADED-COUNT (WS-BEST-SUB)  TO ED-GRADED.

           IF ST-GRADED-COUNT (WS-BEST-SUB) > ZERO
               COMPUTE WS-MEAN-PCT =
                   ST-PCT-SUM (WS-BEST-SUB) /
                   ST-GRADED-COUNT (WS-BEST-SUB)
           ELSE
               ADD 1 TO WS-SECTS-NO-GRADES
               MOVE ZERO TO WS-MEAN-PCT
           END-IF.
           MOVE WS-MEAN-PCT TO ED-MEAN-PCT.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               MOVE ST-BAND-COUNT (WS-BEST-SUB WS-BAND-SUB)
                   TO ED-BAND-COUNT (WS-BAND-SUB)
           END-PERFORM.

           EVALUATE TRUE
               WHEN ST-SUPPRESSED (WS-BEST-SUB)
                   ADD 1 TO WS-SECTS-SUPPRESSED
                   MOVE ZERO TO ED-OVERALL-MEAN
                   MOVE "SUPPRESSED - LOW RATE" TO ED-NOTE
               WHEN ST-GRADED-COUNT (WS-BEST-SUB) = ZERO
                   ADD 1 TO WS-SECTS-REPORTED
                   MOVE ST-OVERALL-MEAN (WS-BEST-SUB)
                       TO ED-OVERALL-MEAN
                   MOVE "NO GRADES POSTED" TO ED-NOTE
               WHEN OTHER
                   ADD 1 TO WS-SECTS-REPORTED
                   MOVE ST-OVERALL-MEAN (WS-BEST-SUB)
                       TO ED-OVERALL-MEAN
                   MOVE SPACES TO ED-NOTE
           END-EVALUATE.

           MOVE EVAL-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           IF NOT ST-SUPPRESSED (WS-BEST-SUB)
               PERFORM 245-PRINT-QUESTION-MEANS
           END-IF.


       245-PRINT-QUESTION-MEANS.

           PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
                   UNTIL WS-QUESTION-SUB > 20
               IF WS-QUESTION-SUB > ST-NUM-QUESTIONS (WS-BEST-SUB)
                   MOVE ZERO TO QM-MEAN (WS-QUESTION-SUB)
               ELSE
                   MOVE ST-QUESTION-MEAN (WS-BEST-SUB WS-QUESTION-SUB)
                       TO QM-MEAN (WS-QUESTION-SUB)
               END-IF
           END-PERFORM.

           MOVE QUESTION-MEANS-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.


       250-PRINT-INSTR-TOTAL.

           MOVE INSTR-TOTALS TO TOTAL-WORK.
           MOVE "INSTR TOT" TO ED-TOTAL-CAPTION.
           PERFORM 257-FORMAT-TOTAL-LINE.


       255-PRINT-DEPT-TOTAL.

           MOVE DEPT-TOTALS TO TOTAL-WORK.
           MOVE "DEPT TOTAL" TO ED-TOTAL-CAPTION.
           PERFORM 257-FORMAT-TOTAL-LINE.


      *****************************************************
      *  257-FORMAT-TOTAL-LINE - RESPONSE RATE AND MEAN    *
      *  OVER THE UNSUPPRESSED SECTIONS, THE MEAN WEIGHTED *
      *  BY SURVEYS RETURNED; GRADES OVER ALL SECTIONS.    *
      *****************************************************
       257-FORMAT-TOTAL-LINE.

           MOVE TW-ENROLLED  TO ED-ENROLLED.
           MOVE TW-RESPONSES TO ED-RESPONSES.
           MOVE TW-GRADED    TO ED-GRADED.

           IF TW-ENROLLED = ZERO
                   OR TW-RESPONSES >= TW-ENROLLED
               IF TW-RESPONSES > ZERO
                   MOVE 100 TO WS-RESPONSE-RATE
               ELSE
                   MOVE ZERO TO WS-RESPONSE-RATE
               END-IF
           ELSE
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   TW-RESPONSES * 100 / TW-ENROLLED
           END-IF.
           MOVE WS-RESPONSE-RATE TO ED-RESPONSE-RATE.

           IF TW-RESPONSES > ZERO
               COMPUTE WS-OVERALL-MEAN ROUNDED =
                   TW-WEIGHTED-SUM / TW-RESPONSES
           ELSE
               MOVE ZERO TO WS-OVERALL-MEAN
           END-IF.
           MOVE WS-OVERALL-MEAN TO ED-OVERALL-MEAN.

           IF TW-GRADED > ZERO
               COMPUTE WS-MEAN-PCT = TW-PCT-SUM / TW-GRADED
           ELSE
               MOVE ZERO TO WS-MEAN-PCT
           END-IF.
           MOVE WS-MEAN-PCT TO ED-MEAN-PCT.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               MOVE TW-BAND-COUNT (WS-BAND-SUB)
                   TO ED-BAND-COUNT (WS-BAND-SUB)
           END-PERFORM.

           IF TW-RESPONSES = ZERO
               MOVE "ALL SECTIONS SUPPRESSD" TO ED-NOTE
           ELSE
               MOVE SPACES TO ED-NOTE
           END-IF.

           MOVE EVAL-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.


       260-PRINT-TRAILER.

           MOVE SPACES TO EVAL-REC.
           WRITE EVAL-REC AFTER 2.

           MOVE "SECTIONS EVALUATED FOR THE TERM" TO TR-CAPTION.
           MOVE WS-NUM-SECTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "SECTIONS REPORTED WITH RESULTS" TO TR-CAPTION.
           MOVE WS-SECTS-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "SECTIONS SUPPRESSED - LOW RATE" TO TR-CAPTION.
           MOVE WS-SECTS-SUPPRESSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "SECTIONS WITH NO GRADES POSTED" TO TR-CAPTION.
           MOVE WS-SECTS-NO-GRADES TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "GRADES MATCHED TO SECTIONS" TO TR-CAPTION.
           MOVE WS-OCCS-MATCHED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "INSTRUCTORS REPORTED" TO TR-CAPTION.
           MOVE WS-INSTRS-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "DEPARTMENTS REPORTED" TO TR-CAPTION.
           MOVE WS-DEPTS-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "SECTIONS - INSTRUCTOR NOT ON MASTER" TO TR-CAPTION.
           MOVE WS-INSTR-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.


       290-BALANCE-TO-OCCFILE.

           IF NOT OCC-TRAILER-SEEN
               MOVE "N" TO WS-OCC-BALANCE-SWITCH
               DISPLAY '******************************'
               DISPLAY ' 290-BALANCE-TO-OCCFILE'
               DISPLAY ' OCCFILE HAS NO *CTL* TRAILER - THE'
               DISPLAY ' EXTRACT IS SHORT OR WAS WITHHELD'
               DISPLAY '*******************************'
           END-IF.

           IF WS-OCC-RECORDS NOT = WS-OT-RECORD-COUNT
                   OR WS-OCC-HASH NOT = WS-OT-ID-HASH-TOTAL
                   OR WS-OCC-STUDENTS NOT = WS-OT-STUDENT-COUNT
                   OR WS-OCC-OCCURRENCES NOT = WS-OT-OCCUR-COUNT
                   OR WS-OCC-CREDITS NOT = WS-OT-CREDIT-TOTAL
               MOVE "N" TO WS-OCC-BALANCE-SWITCH
           END-IF.

           MOVE SPACES TO EVAL-REC.
           WRITE EVAL-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 1.

           EVALUATE TRUE
               WHEN NOT OCC-TRAILER-SEEN
                   MOVE "STATUS - NO EXTRACT TRAILER, OUT OF BALANCE"
                       TO OS-CAPTION
               WHEN WS-OCC-HASH NOT = WS-OT-ID-HASH-TOTAL
                   MOVE "STATUS - STUDENT-ID HASH DISAGREES"
                       TO OS-CAPTION
               WHEN OCCFILE-IN-BALANCE
                   MOVE "STATUS - IN BALANCE" TO OS-CAPTION
               WHEN OTHER
                   MOVE "STATUS - OUT OF BALANCE" TO OS-CAPTION
           END-EVALUATE.
           MOVE OCC-STATUS-LINE TO EVAL-REC.
           WRITE EVAL-REC AFTER 2.


      *****************************************************
      *  295-SAVE-OCC-TRAILER - HOLDS THE EXTRACT'S        *
      *  TRAILER TOTALS AND ENDS THE READ.                 *
      *****************************************************
       295-SAVE-OCC-TRAILER.

           MOVE "Y" TO WS-OCC-TRAILER-SWITCH.
           MOVE CO-CTL-RECORD-COUNT  TO WS-OT-RECORD-COUNT.
           MOVE CO-CTL-ID-HASH-TOTAL TO WS-OT-ID-HASH-TOTAL.
           MOVE CO-CTL-STUDENT-COUNT TO WS-OT-STUDENT-COUNT.
           MOVE CO-CTL-OCCUR-COUNT   TO WS-OT-OCCUR-COUNT.
           MOVE CO-CTL-CREDIT-TOTAL  TO WS-OT-CREDIT-TOTAL.
           SET OCCFILE-EOF TO TRUE.
