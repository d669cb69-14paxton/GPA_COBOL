      *  (COMPUTED BY GPACALC OVER THE MAJOR-DEPARTMENT    *
      *  COURSES OF THE FULL MASTER-PLUS-OVERFLOW          *
      *  HISTORY), AND ANY OPEN SUSPENSE ITEMS ON          *
      *  SUSPFILE, AND THE REQUIREMENTS OF THE MAJOR ON    *
      *  THE PROGRAM REQUIREMENTS MASTER (REQMAST) AS      *
      *  JUDGED BY REQEVAL - A REQUIREMENT STILL IN        *
      *  PROGRESS ON THE APPLIED-FOR TERM'S REGISTRATION   *
      *  DOES NOT BLOCK CLEARANCE; AN UNMET ONE DOES.      *
      *  EACH SECOND MAJOR OR MINOR ON THE DECLARED-       *
      *  PROGRAM FILE (PROGDECL) IN FORCE FOR THE TERM     *
      *  APPLIED FOR MUST MEET ITS OWN GPA FLOOR, COMPUTED *
      *  THE SAME WAY AS THE MAJOR GPA.                    *
      *  CLEARED APPLICANTS ARE WRITTEN TO THE             *
      *  GRADUATING-CANDIDATES FILE (GRADCAND) THAT FEEDS  *
      *  THE HONORS RUN AND THE CONFER CONFERRAL BATCH,    *
      *  CARRYING THE TERM AND DEGREE APPLIED FOR; THE     *
      *  REST PRINT ON THE DEFICIENCY REPORT (GRADRPT)     *
      *  FOR THE REGISTRAR.                                *
      *  CLEARANCE FLOORS COME FROM THE CLRPARM CARD; A    *
      *  SECOND MAJOR IS HELD TO THE MAJOR GPA FLOOR, AND  *
      *  A MINOR TO THE MINOR FLOOR (THE MAJOR FLOOR WHEN  *
      *  THE CARD CARRIES NONE).                           *
      *  A GRADUATE-LEVEL APPLICANT (TUITION CLASS LEVEL G *
      *  ON TUITCLS) MUST HAVE THE THESIS OR DISSERTATION  *
      *  FINAL-SUBMISSION DATE RECORDED ON THE MILESTONE   *
      *  FILE (THESMILE) BEFORE THE DEGREE CLEARS.         *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SP-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL REQUIREMENT-FILE
               ASSIGN REQMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RQ-REQ-KEY
               FILE STATUS IS WS-REQM-STATUS.

           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN PROGDECL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-DECL-KEY
               FILE STATUS IS WS-DECL-STATUS.

           SELECT OPTIONAL TUITION-CLASS-FILE
               ASSIGN TUITCLS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-STUDENT-ID
               FILE STATUS IS WS-TCLS-STATUS.

           SELECT OPTIONAL MILESTONE-FILE
               ASSIGN THESMILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TM-STUDENT-ID
               FILE STATUS IS WS-MILE-STATUS.

           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.
           05  CP-MIN-CREDITS           PIC 999V99.
           05  CP-MIN-GPA               PIC 9V99.
           05  CP-MIN-MAJOR-GPA         PIC 9V99.
           05  CP-MIN-MINOR-GPA         PIC 9V99.

       FD  STUDENT-FILE.

               88  SP-CLEARED                      VALUE "C".
           05  SP-CLEARED-DATE         PIC 9(08).

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REQUIREMENT-FILE.

            COPY REQMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DECLARATION-FILE.

            COPY PROGDECL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  MILESTONE-FILE.

            COPY THESMILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EQUIV-FILE.

            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  GRADE-PARM-FILE.

       01  GRADE-PARM-RECORD.

       01  CANDIDATE-RECORD.
           05  CN-STUDENT-ID            PIC 9(09).
           05  CN-TERM-CODE             PIC X(05).
           05  CN-DEGREE-CODE           PIC X(04).

       FD  CLEARANCE-REPORT.

           05  WS-SUSP-STATUS          PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  WS-OPT-STATUS           PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-REQM-STATUS          PIC XX.
           05  WS-REQM-SCAN-SWITCH     PIC X(01)   VALUE "N".
               88  REQM-SCAN-DONE                  VALUE "Y".
           05  WS-REQ-CRS-SUB          PIC 9(02) VALUE ZERO.
           05  WS-DECL-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-MILE-STATUS          PIC XX.
           05  WS-THESIS-SWITCH        PIC X(01)   VALUE "N".
               88  THESIS-SUBMITTED                VALUE "Y".
           05  WS-DECL-SCAN-SWITCH     PIC X(01)   VALUE "N".
               88  DECL-SCAN-DONE                  VALUE "Y".
           05  WS-PROGRAM-DEPT         PIC X(04) VALUE SPACES.
           05  WS-PROGRAM-MIN-GPA      PIC 9V99  VALUE ZERO.
           05  WS-PROGRAM-SHORT-SWITCH PIC X(01)   VALUE "N".
               88  PROGRAM-GPA-SHORT               VALUE "Y".
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-MIN-CREDITS          PIC 999V99 VALUE ZERO.
           05  WS-MIN-GPA              PIC 9V99  VALUE ZERO.
           05  WS-MIN-MAJOR-GPA        PIC 9V99  VALUE ZERO.
           05  WS-MIN-MINOR-GPA        PIC 9V99  VALUE ZERO.
           05  WS-MAJOR-GPA            PIC 999V99 VALUE ZERO.
           05  WS-MAJOR-COURSES        PIC 9(03) VALUE ZERO.
           05  WS-APPLS-READ           PIC 9(07) VALUE ZERO.
           05  WS-APPLS-CLEARED        PIC 9(07) VALUE ZERO.
           05  WS-APPLS-DEFICIENT      PIC 9(07) VALUE ZERO.
           05  WS-APPLS-NOT-FOUND      PIC 9(07) VALUE ZERO.
           05  WS-APPLS-REQS-UNMET     PIC 9(07) VALUE ZERO.
           05  WS-APPLS-PROGRAM-GPA    PIC 9(07) VALUE ZERO.
           05  WS-APPLS-NO-THESIS      PIC 9(07) VALUE ZERO.

       01  EQUIV-WORK-FIELDS.
           05  WS-EQUIV-STATUS         PIC XX.
           05  EQUIV-EOF-SWITCH        PIC X(01) VALUE "N".
               88  EQUIV-EOF                     VALUE "Y".
           05  WS-NUM-EQUIV            PIC 9(03) VALUE ZERO.
           05  WS-EQ-SUB               PIC 9(03) VALUE ZERO.
           05  WS-EQ-HOPS              PIC 9(01) VALUE ZERO.
           05  WS-EQ-HIT-SWITCH        PIC X(01) VALUE "N".
               88  EQUIV-HIT                     VALUE "Y".
           05  WS-RESOLVE-ID           PIC X(06) VALUE SPACES.

       01  EQUIV-TBL-GROUP.
           05  EQUIV-ENTRY OCCURS 200 TIMES.
               10  EQ-OLD-ID           PIC X(06).
               10  EQ-NEW-ID           PIC X(06).

       01  REQ-DEFICIENCY-TEXT.
           05                     PIC X(12)  VALUE "REQUIREMENT ".
           05  RDT-REQ-NO         PIC 9(02).
           05                     PIC X(08)  VALUE " UNMET: ".
           05  RDT-REQ-TITLE      PIC X(18).

       01  PROGRAM-DEFICIENCY-TEXT.
           05  PDT-PROGRAM-TYPE   PIC X(13).
           05  PDT-PROGRAM-CODE   PIC X(04).
           05                     PIC X(23)
               VALUE " GPA BELOW MINIMUM".

       01  CATALOG-WORK-FIELDS.
           05  WS-CATALOG-STATUS       PIC XX.

            COPY GPACPARM IN KC2477.SHARED.COBOL.STUDGPA.

            COPY REQEPARM IN KC2477.SHARED.COBOL.STUDGPA.

       01  CLEARANCE-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CLH-MONTH      PIC 9(02).
                 STUDENT-FILE
                 OVERFLOW-FILE
                 SUSPENSE-FILE
                 CURRENT-REG-FILE
                 REQUIREMENT-FILE
                 DECLARATION-FILE
                 TUITION-CLASS-FILE
                 MILESTONE-FILE
                 CANDIDATE-FILE
                 CLEARANCE-REPORT.

           PERFORM 130-LOAD-GRADE-TABLE.
           PERFORM 905-LOAD-CATALOG.
           PERFORM 910-LOAD-ROUND-POLICY.
           PERFORM 915-LOAD-EQUIV.

           OPEN INPUT GRAD-APPL-FILE.

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

           OPEN INPUT REQUIREMENT-FILE.

           IF WS-REQM-STATUS NOT = '00' AND WS-REQM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REQUIREMENTS MASTER'
               DISPLAY ' FILE STATUS IS ', WS-REQM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DECLARATION-FILE.

           IF WS-DECL-STATUS NOT = '00' AND WS-DECL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DECLARED PROGRAM FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT TUITION-CLASS-FILE.

           IF WS-TCLS-STATUS NOT = '00' AND WS-TCLS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CLASS FILE'
               DISPLAY ' FILE STATUS IS ', WS-TCLS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT MILESTONE-FILE.

           IF WS-MILE-STATUS NOT = '00' AND WS-MILE-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE THESIS MILESTONE FILE'
               DISPLAY ' FILE STATUS IS ', WS-MILE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT CANDIDATE-FILE.

           OPEN OUTPUT CLEARANCE-REPORT.
           MOVE CP-MIN-GPA       TO WS-MIN-GPA.
           MOVE CP-MIN-MAJOR-GPA TO WS-MIN-MAJOR-GPA.

           IF CP-MIN-MINOR-GPA NUMERIC
               MOVE CP-MIN-MINOR-GPA TO WS-MIN-MINOR-GPA
           ELSE
               MOVE CP-MIN-MAJOR-GPA TO WS-MIN-MINOR-GPA
           END-IF.

           CLOSE CLEAR-PARM-FILE.


                   MOVE GP-GRADE  TO GC-GRADE  (GC-NUM-GRADES)
                   MOVE GP-POINTS TO GC-POINTS (GC-NUM-GRADES)
                   MOVE GP-LETTER TO GC-LETTER (GC-NUM-GRADES)
                   MOVE GP-GRADE  TO RE-GRADE  (GC-NUM-GRADES)
                   MOVE GP-POINTS TO RE-POINTS (GC-NUM-GRADES)
                   MOVE GP-LETTER TO RE-LETTER (GC-NUM-GRADES)
                 END-IF
               END-IF
           END-PERFORM.

           CLOSE GRADE-PARM-FILE.

           MOVE GC-NUM-GRADES TO RE-NUM-GRADES.

           MOVE ZEROS TO GC-DEANS-GPA-THRESHOLD.
           MOVE ZEROS TO GC-DEANS-MIN-CREDITS.
           MOVE ZEROS TO GC-PROBATION-THRESHOLD.
               PERFORM 190-WRITE-DEFICIENCY
           END-IF.

           MOVE SM-MAJOR-CODE TO WS-PROGRAM-DEPT.
           PERFORM 150-COMPUTE-MAJOR-GPA.

           IF WS-MAJOR-COURSES > ZERO
               PERFORM 190-WRITE-DEFICIENCY
           END-IF.

           PERFORM 165-CHECK-DECLARED-PROGRAMS.

           IF PROGRAM-GPA-SHORT
               ADD 1 TO WS-APPLS-PROGRAM-GPA
           END-IF.

           PERFORM 170-CHECK-REQUIREMENTS.

           IF RE-NUM-REQS > ZERO AND RE-UNMET-COUNT > ZERO
               ADD 1 TO WS-APPLS-REQS-UNMET
               MOVE "N" TO WS-CLEAR-SWITCH
               PERFORM 180-WRITE-UNMET-REQ
                   VARYING REREQNDX FROM 1 BY 1
                   UNTIL REREQNDX > RE-NUM-REQS
           END-IF.

           PERFORM 160-SCAN-SUSPENSE.

           IF WS-OPEN-SUSP-COUNT > ZERO
               PERFORM 190-WRITE-DEFICIENCY
           END-IF.

           MOVE SM-STUDENT-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   MOVE SPACE TO TC-LEVEL
           END-READ.

           IF TC-GRADUATE
               PERFORM 185-CHECK-THESIS
               IF NOT THESIS-SUBMITTED
                   ADD 1 TO WS-APPLS-NO-THESIS
                   MOVE "N" TO WS-CLEAR-SWITCH
                   MOVE "THESIS FINAL SUBMISSION NOT RECORDED"
                       TO CL-DISPOSITION
                   PERFORM 190-WRITE-DEFICIENCY
               END-IF
           END-IF.

           IF APPLICANT-IS-CLEAR
               ADD 1 TO WS-APPLS-CLEARED
               MOVE SM-STUDENT-ID TO CN-STUDENT-ID
               MOVE GA-TERM-CODE TO CN-TERM-CODE
               MOVE GA-DEGREE-CODE TO CN-DEGREE-CODE
               WRITE CANDIDATE-RECORD
               MOVE "CLEARED - WRITTEN TO GRADCAND"
                   TO CL-DISPOSITION
      *****************************************************
      *  150-COMPUTE-MAJOR-GPA - BUILDS A COURSE LIST OF   *
      *  ONLY THE COURSES WHOSE CATALOG DEPARTMENT IS THE  *
      *  PROGRAM IN WS-PROGRAM-DEPT (THE STUDENT'S MAJOR,  *
      *  OR A DECLARED SECOND MAJOR OR MINOR) FROM MASTER  *
      *  PLUS OVERFLOW, AND CALLS GPACALC, THE SAME        *
      *  COMPUTATION THE NIGHTLY RUN CERTIFIES, SO THE     *
      *  PROGRAM GPA A CLEARANCE DECISION RESTS ON CAN     *
      *  NEVER DISAGREE WITH THE GPA RUN.                  *
      *****************************************************
       150-COMPUTE-MAJOR-GPA.

           PERFORM 900-CHECK-CATALOG.

           IF CATALOG-COURSE-OK
                   AND WS-LOOKUP-DEPT = WS-PROGRAM-DEPT
                   AND GC-NUM-COURSES < 150
               ADD 1 TO GC-NUM-COURSES
               MOVE SM-COURSE-ID (SMSTINDX)
           PERFORM 900-CHECK-CATALOG.

           IF CATALOG-COURSE-OK
                   AND WS-LOOKUP-DEPT = WS-PROGRAM-DEPT
                   AND GC-NUM-COURSES < 150
               ADD 1 TO GC-NUM-COURSES
               MOVE SO-COURSE-ID (SOCRSNDX)
           END-IF.


      *****************************************************
      *  165-CHECK-DECLARED-PROGRAMS - EVERY SECOND MAJOR  *
      *  AND MINOR DECLARED FOR THE STUDENT AND IN FORCE   *
      *  BY THE TERM APPLIED FOR IS HELD TO ITS GPA FLOOR. *
      *  A PROGRAM WITH NO COURSEWORK YET IS NOT JUDGED,   *
      *  THE SAME AS THE PRIMARY MAJOR.                    *
      *****************************************************
       165-CHECK-DECLARED-PROGRAMS.

           MOVE "N" TO WS-PROGRAM-SHORT-SWITCH.
           MOVE "N" TO WS-DECL-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO DR-STUDENT-ID.
           MOVE LOW-VALUES    TO DR-PROGRAM-TYPE.
           MOVE LOW-VALUES    TO DR-PROGRAM-CODE.

           START DECLARATION-FILE
               KEY IS NOT LESS THAN DR-DECL-KEY
               INVALID KEY
                   SET DECL-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DECL-SCAN-DONE
               READ DECLARATION-FILE NEXT
                   AT END
                       SET DECL-SCAN-DONE TO TRUE
               END-READ
               IF NOT DECL-SCAN-DONE
                   IF DR-STUDENT-ID NOT = SM-STUDENT-ID
                       SET DECL-SCAN-DONE TO TRUE
                   ELSE
                       IF DR-EFFECTIVE-TERM NOT > GA-TERM-CODE
                           PERFORM 167-CHECK-ONE-PROGRAM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       167-CHECK-ONE-PROGRAM.

           IF DR-SECOND-MAJOR
               MOVE WS-MIN-MAJOR-GPA TO WS-PROGRAM-MIN-GPA
               MOVE "SECOND MAJOR " TO PDT-PROGRAM-TYPE
           ELSE
               MOVE WS-MIN-MINOR-GPA TO WS-PROGRAM-MIN-GPA
               MOVE "MINOR "        TO PDT-PROGRAM-TYPE
           END-IF.

           MOVE DR-PROGRAM-CODE TO WS-PROGRAM-DEPT.
           PERFORM 150-COMPUTE-MAJOR-GPA.

           IF WS-MAJOR-COURSES > ZERO
                   AND WS-MAJOR-GPA < WS-PROGRAM-MIN-GPA
               MOVE "N" TO WS-CLEAR-SWITCH
               MOVE "Y" TO WS-PROGRAM-SHORT-SWITCH
               MOVE DR-PROGRAM-CODE TO PDT-PROGRAM-CODE
               MOVE PROGRAM-DEFICIENCY-TEXT TO CL-DISPOSITION
               PERFORM 190-WRITE-DEFICIENCY
           END-IF.


      *****************************************************
      *  160-SCAN-SUSPENSE - COUNTS THE OPEN SUSPENSE      *
      *  ITEMS ON FILE FOR THE APPLICANT.  ANY OPEN ITEM   *
           END-PERFORM.


      *****************************************************
      *  170-CHECK-REQUIREMENTS - LOADS THE REQUIREMENTS   *
      *  OF THE STUDENT'S MAJOR FROM REQMAST AND THE FULL  *
      *  COURSE HISTORY (MASTER PLUS OVERFLOW, WITH THE    *
      *  APPLIED-FOR TERM'S REGISTRATION AS WORK IN        *
      *  PROGRESS), EVERY ID RESOLVED THROUGH CRSEQUIV,    *
      *  AND CALLS REQEVAL - THE SAME EVALUATION THE       *
      *  DEGWKSHT WORKSHEET PRINTS.  A MAJOR WITH NO       *
      *  REQUIREMENTS ON FILE IS NOT CHECKED.              *
      *****************************************************
       170-CHECK-REQUIREMENTS.

           MOVE ZERO TO RE-NUM-REQS.
           MOVE ZERO TO RE-NUM-COURSES.
           MOVE ZERO TO RE-UNMET-COUNT.
           MOVE "N" TO WS-REQM-SCAN-SWITCH.

           MOVE SM-MAJOR-CODE TO RQ-MAJOR-CODE.
           MOVE ZERO TO RQ-REQ-NO.
           START REQUIREMENT-FILE
               KEY IS NOT LESS THAN RQ-REQ-KEY
               INVALID KEY
                   SET REQM-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL REQM-SCAN-DONE
               READ REQUIREMENT-FILE NEXT
                   AT END
                       SET REQM-SCAN-DONE TO TRUE
               END-READ
               IF NOT REQM-SCAN-DONE
                   IF RQ-MAJOR-CODE NOT = SM-MAJOR-CODE
                           OR RE-NUM-REQS >= 40
                       SET REQM-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 171-ADD-REQUIREMENT
                   END-IF
               END-IF
           END-PERFORM.

           IF RE-NUM-REQS > ZERO
               PERFORM 173-ADD-MASTER-COURSE
                   VARYING SMSTINDX FROM 1 BY 1
                   UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD
               MOVE "N" TO WS-OVFL-SEG-EOF-SWITCH
               PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                       UNTIL OVFL-SEG-EOF
                   MOVE SM-STUDENT-ID  TO SO-STUDENT-ID
                   MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
                   READ OVERFLOW-FILE
                       INVALID KEY
                           SET OVFL-SEG-EOF TO TRUE
                       NOT INVALID KEY
                           PERFORM 174-ADD-OVFL-COURSE
                               VARYING SOCRSNDX FROM 1 BY 1
                               UNTIL SOCRSNDX > SO-NUM-CRS-SEGMENT
                   END-READ
               END-PERFORM
               MOVE SM-STUDENT-ID TO RG-STUDENT-ID
               MOVE GA-TERM-CODE  TO RG-TERM-CODE
               READ CURRENT-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 175-ADD-REG-COURSE
                           VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
               END-READ
               CALL "REQEVAL" USING REQEVAL-PARMS
           END-IF.


       171-ADD-REQUIREMENT.

           ADD 1 TO RE-NUM-REQS.
           MOVE RQ-REQ-NO      TO RE-REQ-NO (RE-NUM-REQS).
           MOVE RQ-REQ-TYPE    TO RE-REQ-TYPE (RE-NUM-REQS).
           MOVE RQ-REQ-TITLE   TO RE-REQ-TITLE (RE-NUM-REQS).
           MOVE RQ-MIN-CREDITS TO RE-MIN-CREDITS (RE-NUM-REQS).
           MOVE RQ-MIN-PCT     TO RE-MIN-PCT (RE-NUM-REQS).
           IF RQ-NUM-COURSES > 20
               MOVE 20 TO RQ-NUM-COURSES
           END-IF.
           MOVE RQ-NUM-COURSES TO RE-REQ-NUM-COURSES (RE-NUM-REQS).

           PERFORM VARYING WS-REQ-CRS-SUB FROM 1 BY 1
                   UNTIL WS-REQ-CRS-SUB > RQ-NUM-COURSES
               MOVE RQ-COURSE-ID (WS-REQ-CRS-SUB) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               MOVE WS-RESOLVE-ID
                   TO RE-REQ-COURSE-ID (RE-NUM-REQS, WS-REQ-CRS-SUB)
           END-PERFORM.


       173-ADD-MASTER-COURSE.

           IF RE-NUM-COURSES < 180
               ADD 1 TO RE-NUM-COURSES
               MOVE SM-COURSE-ID (SMSTINDX) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               MOVE WS-RESOLVE-ID
                   TO RE-COURSE-ID (RE-NUM-COURSES)
               MOVE SM-COURSE-CREDITS (SMSTINDX)
                   TO RE-COURSE-CREDITS (RE-NUM-COURSES)
               MOVE SM-PERCENTAGE-EARNED (SMSTINDX)
                   TO RE-PERCENTAGE-EARNED (RE-NUM-COURSES)
               MOVE SM-GRADING-BASIS (SMSTINDX)
                   TO RE-GRADING-BASIS (RE-NUM-COURSES)
               MOVE SM-FORGIVE-FLAG (SMSTINDX)
                   TO RE-FORGIVE-FLAG (RE-NUM-COURSES)
               MOVE "H" TO RE-COURSE-SOURCE (RE-NUM-COURSES)
           END-IF.


       174-ADD-OVFL-COURSE.

           IF RE-NUM-COURSES < 180
               ADD 1 TO RE-NUM-COURSES
               MOVE SO-COURSE-ID (SOCRSNDX) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               MOVE WS-RESOLVE-ID
                   TO RE-COURSE-ID (RE-NUM-COURSES)
               MOVE SO-COURSE-CREDITS (SOCRSNDX)
                   TO RE-COURSE-CREDITS (RE-NUM-COURSES)
               MOVE SO-PERCENTAGE-EARNED (SOCRSNDX)
                   TO RE-PERCENTAGE-EARNED (RE-NUM-COURSES)
               MOVE SO-GRADING-BASIS (SOCRSNDX)
                   TO RE-GRADING-BASIS (RE-NUM-COURSES)
               MOVE SO-FORGIVE-FLAG (SOCRSNDX)
                   TO RE-FORGIVE-FLAG (RE-NUM-COURSES)
               MOVE "H" TO RE-COURSE-SOURCE (RE-NUM-COURSES)
           END-IF.


       175-ADD-REG-COURSE.

           IF RE-NUM-COURSES < 180
               ADD 1 TO RE-NUM-COURSES
               MOVE RG-COURSE-ID (RGCRSNDX) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               MOVE WS-RESOLVE-ID
                   TO RE-COURSE-ID (RE-NUM-COURSES)
               MOVE RG-COURSE-CREDITS (RGCRSNDX)
                   TO RE-COURSE-CREDITS (RE-NUM-COURSES)
               MOVE RG-PERCENTAGE-EARNED (RGCRSNDX)
                   TO RE-PERCENTAGE-EARNED (RE-NUM-COURSES)
               MOVE RG-GRADING-BASIS (RGCRSNDX)
                   TO RE-GRADING-BASIS (RE-NUM-COURSES)
               MOVE RG-FORGIVE-FLAG (RGCRSNDX)
                   TO RE-FORGIVE-FLAG (RE-NUM-COURSES)
               MOVE "R" TO RE-COURSE-SOURCE (RE-NUM-COURSES)
           END-IF.


       180-WRITE-UNMET-REQ.

           IF RE-REQ-UNMET (REREQNDX)
               MOVE RE-REQ-NO (REREQNDX)    TO RDT-REQ-NO
               MOVE RE-REQ-TITLE (REREQNDX) TO RDT-REQ-TITLE
               MOVE REQ-DEFICIENCY-TEXT     TO CL-DISPOSITION
               PERFORM 190-WRITE-DEFICIENCY
           END-IF.


      *****************************************************
      *  185-CHECK-THESIS - A GRADUATE DEGREE CLEARS ONLY  *
      *  ONCE THE THESIS OR DISSERTATION FINAL-SUBMISSION  *
      *  DATE IS ON THE MILESTONE FILE.                    *
      *****************************************************
       185-CHECK-THESIS.

           MOVE "N" TO WS-THESIS-SWITCH.
           MOVE SM-STUDENT-ID TO TM-STUDENT-ID.
           READ MILESTONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TM-FINAL-SUBMIT-DATE NOT = ZERO
                       MOVE "Y" TO WS-THESIS-SWITCH
                   END-IF
           END-READ.


       190-WRITE-DEFICIENCY.

           MOVE CLEARANCE-DETAIL-LINE TO CLEAR-REC.
           MOVE TRAILER-DETAIL-LINE TO CLEAR-REC.
           WRITE CLEAR-REC AFTER 1.

           MOVE "APPLICANTS WITH UNMET REQUIREMENTS" TO TR-CAPTION.
           MOVE WS-APPLS-REQS-UNMET TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CLEAR-REC.
           WRITE CLEAR-REC AFTER 1.

           MOVE "APPLICANTS BELOW A PROGRAM GPA FLOOR" TO TR-CAPTION.
           MOVE WS-APPLS-PROGRAM-GPA TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CLEAR-REC.
           WRITE CLEAR-REC AFTER 1.

           MOVE "GRADUATE APPLICANTS WITHOUT THESIS" TO TR-CAPTION.
           MOVE WS-APPLS-NO-THESIS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CLEAR-REC.
           WRITE CLEAR-REC AFTER 1.


      *****************************************************
      *  900-CHECK-CATALOG - LOOKS THE COURSE UP IN THE    *
           MOVE OP-ROUND-PRECISION TO GC-ROUND-PRECISION.

           CLOSE RUN-OPTION-FILE.


      *****************************************************
      *  915-LOAD-EQUIV - LOADS THE COURSE RENUMBERING     *
      *  EQUIVALENCY CROSS-REFERENCE.  AN ABSENT FILE      *
      *  SIMPLY LOADS NOTHING - NO COURSE HAS EVER BEEN    *
      *  RENUMBERED AS FAR AS THIS RUN IS CONCERNED.       *
      *****************************************************
       915-LOAD-EQUIV.

           OPEN INPUT EQUIV-FILE.

           PERFORM UNTIL EQUIV-EOF
               READ EQUIV-FILE
                   AT END
                       SET EQUIV-EOF TO TRUE
               END-READ
               IF NOT EQUIV-EOF
                   ADD 1 TO WS-NUM-EQUIV
                   IF WS-NUM-EQUIV > 200
                       DISPLAY '******************************'
                       DISPLAY ' 915-LOAD-EQUIV'
                       DISPLAY ' MORE THAN 200 EQUIVALENCIES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE EQ-OLD-COURSE-ID
                       TO EQ-OLD-ID (WS-NUM-EQUIV)
                   MOVE EQ-NEW-COURSE-ID
                       TO EQ-NEW-ID (WS-NUM-EQUIV)
               END-IF
           END-PERFORM.

           CLOSE EQUIV-FILE.


      *****************************************************
      *  920-RESOLVE-COURSE-ID - FOLLOWS THE EQUIVALENCY   *
      *  CHAIN FROM THE ID IN WS-RESOLVE-ID TO ITS         *
      *  CURRENT SUCCESSOR, AT MOST FIVE HOPS.  AN ID      *
      *  WITH NO ENTRY RESOLVES TO ITSELF.                 *
      *****************************************************
       920-RESOLVE-COURSE-ID.

           MOVE ZERO TO WS-EQ-HOPS.
           MOVE "Y" TO WS-EQ-HIT-SWITCH.
           PERFORM UNTIL NOT EQUIV-HIT OR WS-EQ-HOPS >= 5
               MOVE "N" TO WS-EQ-HIT-SWITCH
               PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                       UNTIL WS-EQ-SUB > WS-NUM-EQUIV
                          OR EQUIV-HIT
                   IF EQ-OLD-ID (WS-EQ-SUB) = WS-RESOLVE-ID
                       MOVE EQ-NEW-ID (WS-EQ-SUB) TO WS-RESOLVE-ID
                       MOVE "Y" TO WS-EQ-HIT-SWITCH
                   END-IF
               END-PERFORM
               ADD 1 TO WS-EQ-HOPS
           END-PERFORM.
