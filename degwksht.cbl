       IDENTIFICATION DIVISION.

       PROGRAM-ID. DEGWKSHT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DEGWKSHT - DEGREE-PROGRESS WORKSHEET              *
      *  PRINTS ONE WORKSHEET PAGE ON WKSRPT FOR EACH      *
      *  STUDENT ID ON WKSREQ: EVERY REQUIREMENT OF THE    *
      *  STUDENT'S MAJOR FROM THE PROGRAM REQUIREMENTS     *
      *  MASTER (REQMAST) AS SATISFIED, IN PROGRESS, OR    *
      *  UNMET, WITH EACH LISTED COURSE AND THE CREDITS    *
      *  COMPLETED AND REGISTERED TOWARD IT.  COMPLETED    *
      *  WORK IS THE MASTER PLUS OVERFLOW HISTORY; WORK IN *
      *  PROGRESS IS THE REGISTRATION (REGFILE) FOR THE    *
      *  TERM ON THE WKSPARM CARD.  COURSE IDS ON BOTH     *
      *  SIDES RESOLVE THROUGH CRSEQUIV.  THE EVALUATION   *
      *  ITSELF IS REQEVAL, THE SAME RULE GRADAPP CLEARS   *
      *  GRADUATION APPLICANTS BY.                         *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT WORKSHEET-PARM-FILE
               ASSIGN WKSPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT WORKSHEET-REQ-FILE
               ASSIGN WKSREQ
               FILE STATUS IS WS-REQ-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL OVERFLOW-FILE
               ASSIGN OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SO-OVFL-KEY
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT REQUIREMENT-FILE
               ASSIGN REQMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RQ-REQ-KEY
               FILE STATUS IS WS-REQM-STATUS.

           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.

           SELECT WORKSHEET-REPORT
               ASSIGN WKSRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  WORKSHEET-PARM-FILE.

       01  WORKSHEET-PARM-RECORD.
           05  WK-TERM-CODE             PIC X(05).

       FD  WORKSHEET-REQ-FILE.

       01  WORKSHEET-REQ-RECORD.
           05  WQ-STUDENT-ID            PIC 9(09).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REQUIREMENT-FILE.

            COPY REQMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EQUIV-FILE.

            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  GRADE-PARM-FILE.

       01  GRADE-PARM-RECORD.
           05  GP-GRADE           PIC 99.
           05  GP-POINTS          PIC 9V9.
           05  GP-LETTER          PIC XX.
       01  GRADE-CERT-RECORD REDEFINES GRADE-PARM-RECORD.
           05  GP-CERT-LITERAL    PIC X(05).
               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).

       FD  WORKSHEET-REPORT.

       01  WKS-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  REQ-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  REQ-EOF                         VALUE "Y".
           05  GRADE-PARM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-PARM-EOF                  VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-REQ-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-REQM-STATUS          PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-REQM-SCAN-SWITCH     PIC X(01)   VALUE "N".
               88  REQM-SCAN-DONE                  VALUE "Y".
           05  WS-REQ-CRS-SUB          PIC 9(02) VALUE ZERO.
           05  WS-WORKSHEETS-PRINTED   PIC 9(07) VALUE ZERO.
           05  WS-REQUESTS-NOT-FOUND   PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-UNMET       PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-NO-REQS     PIC 9(07) VALUE ZERO.

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

            COPY REQEPARM IN KC2477.SHARED.COBOL.STUDGPA.

       01  WORKSHEET-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  DWH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DWH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DWH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "DEGREE PROGRESS WORKSHEET".
           05                 PIC X(72)  VALUE SPACE.

       01  WORKSHEET-STUDENT-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  DWS-STUDENT-ID PIC 9(09).
           05                 PIC X(03)  VALUE SPACE.
           05  DWS-NAME-LAST  PIC X(16).
           05                 PIC X(02)  VALUE SPACE.
           05  DWS-NAME-FIRST PIC X(12).
           05                 PIC X(09)  VALUE "  MAJOR: ".
           05  DWS-MAJOR-CODE PIC X(04).
           05                 PIC X(18)
               VALUE "  REGISTERED TERM ".
           05  DWS-TERM-CODE  PIC X(05).
           05                 PIC X(45)  VALUE SPACE.

       01  WORKSHEET-COLUMN-LINE.
           05                 PIC X(05)  VALUE "REQ".
           05                 PIC X(10)  VALUE "TYPE".
           05                 PIC X(31)  VALUE "REQUIREMENT".
           05                 PIC X(07)  VALUE "MIN PCT".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(07)  VALUE "MIN CRD".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(08)  VALUE "DONE".
           05                 PIC X(08)  VALUE "IN PROG".
           05                 PIC X(11)  VALUE "STATUS".
           05                 PIC X(43)  VALUE SPACE.

       01  WORKSHEET-REQ-LINE.
           05  DWR-REQ-NO     PIC 9(02).
           05                 PIC X(03)  VALUE SPACE.
           05  DWR-TYPE       PIC X(08).
           05                 PIC X(02)  VALUE SPACE.
           05  DWR-TITLE      PIC X(30).
           05                 PIC X(02)  VALUE SPACE.
           05  DWR-MIN-PCT    PIC ZZ9.
           05                 PIC X(04)  VALUE SPACE.
           05  DWR-MIN-CRD    PIC ZZ9.9.
           05                 PIC X(03)  VALUE SPACE.
           05  DWR-DONE       PIC ZZ9.9.
           05                 PIC X(03)  VALUE SPACE.
           05  DWR-PENDING    PIC ZZ9.9.
           05                 PIC X(03)  VALUE SPACE.
           05  DWR-STATUS     PIC X(11).
           05                 PIC X(43)  VALUE SPACE.

       01  WORKSHEET-COURSE-LINE.
           05                 PIC X(08)  VALUE SPACE.
           05                 PIC X(07)  VALUE "COURSE ".
           05  DWC-COURSE-ID  PIC X(06).
           05                 PIC X(03)  VALUE SPACE.
           05  DWC-STATUS     PIC X(11).
           05                 PIC X(97)  VALUE SPACE.

       01  WORKSHEET-SUMMARY-LINE.
           05                 PIC X(24)
               VALUE "REQUIREMENTS SATISFIED: ".
           05  DWM-SATISFIED  PIC Z9.
           05                 PIC X(15)  VALUE "  IN PROGRESS: ".
           05  DWM-IN-PROG    PIC Z9.
           05                 PIC X(09)  VALUE "  UNMET: ".
           05  DWM-UNMET      PIC Z9.
           05                 PIC X(78)  VALUE SPACE.

       01  WORKSHEET-CAPTION-LINE.
           05  DWK-CAPTION    PIC X(50).
           05                 PIC X(82)  VALUE SPACE.

       01  NOT-FOUND-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  DNF-STUDENT-ID PIC 9(09).
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(26)
               VALUE "NOT ON THE STUDENT MASTER".
           05                 PIC X(85)  VALUE SPACE.

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

           PERFORM UNTIL REQ-EOF
               READ WORKSHEET-REQ-FILE
                   AT END
                       SET REQ-EOF TO TRUE
               END-READ
               IF NOT REQ-EOF
                   PERFORM 110-PROCESS-REQUEST
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE WORKSHEET-REQ-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 CURRENT-REG-FILE
                 REQUIREMENT-FILE
                 WORKSHEET-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO DWH-MONTH.
           MOVE CD-DAY     TO DWH-DAY.
           MOVE CD-YEAR    TO DWH-YEAR.

           OPEN INPUT WORKSHEET-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE WORKSHEET PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ WORKSHEET-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' WKSPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE WK-TERM-CODE TO WS-TERM-CODE.

           CLOSE WORKSHEET-PARM-FILE.

           PERFORM 130-LOAD-GRADE-TABLE.
           PERFORM 915-LOAD-EQUIV.

           OPEN INPUT WORKSHEET-REQ-FILE.

           IF WS-REQ-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE WORKSHEET REQUESTS'
               DISPLAY ' FILE STATUS IS ', WS-REQ-STATUS
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

           OPEN INPUT OVERFLOW-FILE.

           IF WS-OVFL-STATUS NOT = '00' AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
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

           OPEN INPUT REQUIREMENT-FILE.

           IF WS-REQM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REQUIREMENTS MASTER'
               DISPLAY ' FILE STATUS IS ', WS-REQM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT WORKSHEET-REPORT.


       110-PROCESS-REQUEST.

           MOVE WQ-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-REQUESTS-NOT-FOUND
                   MOVE WQ-STUDENT-ID TO DNF-STUDENT-ID
                   MOVE NOT-FOUND-LINE TO WKS-REC
                   WRITE WKS-REC AFTER PAGE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 200-PRINT-WORKSHEET
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

           MOVE ZERO TO RE-NUM-GRADES.

           PERFORM UNTIL GRADE-PARM-EOF
               READ GRADE-PARM-FILE
                   AT END
                       SET GRADE-PARM-EOF TO TRUE
               END-READ
               IF NOT GRADE-PARM-EOF
                 IF GP-CERT-PRESENT
                   CONTINUE
                 ELSE
                   ADD 1 TO RE-NUM-GRADES
                   IF RE-NUM-GRADES > 9
                       DISPLAY '******************************'
                       DISPLAY ' 130-LOAD-GRADE-TABLE'
                       DISPLAY ' TOO MANY GRADE BANDS IN GRDPARM -'
                       DISPLAY ' MAXIMUM IS 9'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE GP-GRADE  TO RE-GRADE  (RE-NUM-GRADES)
                   MOVE GP-POINTS TO RE-POINTS (RE-NUM-GRADES)
                   MOVE GP-LETTER TO RE-LETTER (RE-NUM-GRADES)
                 END-IF
               END-IF
           END-PERFORM.

           CLOSE GRADE-PARM-FILE.


      *****************************************************
      *  150-LOAD-REQUIREMENTS - EVERY REQMAST RECORD FOR  *
      *  THE STUDENT'S MAJOR, EACH LISTED COURSE RESOLVED  *
      *  THROUGH CRSEQUIV TO ITS CURRENT ID.               *
      *****************************************************
       150-LOAD-REQUIREMENTS.

           MOVE ZERO TO RE-NUM-REQS.
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
                       PERFORM 155-ADD-REQUIREMENT
                   END-IF
               END-IF
           END-PERFORM.


       155-ADD-REQUIREMENT.

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


      *****************************************************
      *  160-BUILD-COURSE-LIST - THE MASTER AND OVERFLOW   *
      *  OCCURRENCES AS COMPLETED HISTORY, THEN THE        *
      *  REGISTRATION FOR THE PARM TERM AS WORK IN         *
      *  PROGRESS, EVERY ID RESOLVED THROUGH CRSEQUIV.     *
      *****************************************************
       160-BUILD-COURSE-LIST.

           MOVE ZERO TO RE-NUM-COURSES.

           PERFORM 162-ADD-MASTER-COURSE
               VARYING SMSTINDX FROM 1 BY 1
               UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD.

           MOVE "N" TO WS-OVFL-SEG-EOF-SWITCH.
           PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                   UNTIL OVFL-SEG-EOF
               MOVE SM-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET OVFL-SEG-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM 164-ADD-OVFL-COURSE
                           VARYING SOCRSNDX FROM 1 BY 1
                           UNTIL SOCRSNDX > SO-NUM-CRS-SEGMENT
               END-READ
           END-PERFORM.

           IF WS-TERM-CODE NOT = SPACES
               MOVE SM-STUDENT-ID TO RG-STUDENT-ID
               MOVE WS-TERM-CODE  TO RG-TERM-CODE
               READ CURRENT-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 166-ADD-REG-COURSE
                           VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
               END-READ
           END-IF.


       162-ADD-MASTER-COURSE.

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


       164-ADD-OVFL-COURSE.

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


       166-ADD-REG-COURSE.

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


      *****************************************************
      *  200-PRINT-WORKSHEET - ONE PAGE PER STUDENT: THE   *
      *  REQUIREMENTS OF THE MAJOR AS REQEVAL JUDGES THEM, *
      *  EACH FOLLOWED BY ITS LISTED COURSES.              *
      *****************************************************
       200-PRINT-WORKSHEET.

           ADD 1 TO WS-WORKSHEETS-PRINTED.

           MOVE WORKSHEET-HEADING-LINE TO WKS-REC.
           WRITE WKS-REC AFTER PAGE.

           MOVE SM-STUDENT-ID  TO DWS-STUDENT-ID.
           MOVE SM-NAME-LAST   TO DWS-NAME-LAST.
           MOVE SM-NAME-FIRST  TO DWS-NAME-FIRST.
           MOVE SM-MAJOR-CODE  TO DWS-MAJOR-CODE.
           MOVE WS-TERM-CODE   TO DWS-TERM-CODE.
           MOVE WORKSHEET-STUDENT-LINE TO WKS-REC.
           WRITE WKS-REC AFTER 2.

           PERFORM 150-LOAD-REQUIREMENTS.

           IF RE-NUM-REQS = ZERO
               ADD 1 TO WS-STUDENTS-NO-REQS
               MOVE "NO REQUIREMENTS ON FILE FOR THE MAJOR"
                   TO DWK-CAPTION
               MOVE WORKSHEET-CAPTION-LINE TO WKS-REC
               WRITE WKS-REC AFTER 2
           ELSE
               PERFORM 160-BUILD-COURSE-LIST
               CALL "REQEVAL" USING REQEVAL-PARMS
               MOVE WORKSHEET-COLUMN-LINE TO WKS-REC
               WRITE WKS-REC AFTER 2
               MOVE SPACES TO WKS-REC
               WRITE WKS-REC
               PERFORM 210-PRINT-REQUIREMENT
                   VARYING REREQNDX FROM 1 BY 1
                   UNTIL REREQNDX > RE-NUM-REQS
               MOVE RE-SATISFIED-COUNT   TO DWM-SATISFIED
               MOVE RE-IN-PROGRESS-COUNT TO DWM-IN-PROG
               MOVE RE-UNMET-COUNT       TO DWM-UNMET
               MOVE WORKSHEET-SUMMARY-LINE TO WKS-REC
               WRITE WKS-REC AFTER 2
               IF RE-UNMET-COUNT > ZERO
                   ADD 1 TO WS-STUDENTS-UNMET
               END-IF
           END-IF.


       210-PRINT-REQUIREMENT.

           MOVE RE-REQ-NO (REREQNDX)          TO DWR-REQ-NO.
           IF RE-ELECTIVE-POOL (REREQNDX)
               MOVE "POOL"    TO DWR-TYPE
           ELSE
               MOVE "COURSES" TO DWR-TYPE
           END-IF.
           MOVE RE-REQ-TITLE (REREQNDX)       TO DWR-TITLE.
           MOVE RE-MIN-PCT (REREQNDX)         TO DWR-MIN-PCT.
           MOVE RE-MIN-CREDITS (REREQNDX)     TO DWR-MIN-CRD.
           MOVE RE-CREDITS-DONE (REREQNDX)    TO DWR-DONE.
           MOVE RE-CREDITS-PENDING (REREQNDX) TO DWR-PENDING.
           EVALUATE TRUE
               WHEN RE-REQ-SATISFIED (REREQNDX)
                   MOVE "SATISFIED"   TO DWR-STATUS
               WHEN RE-REQ-IN-PROGRESS (REREQNDX)
                   MOVE "IN PROGRESS" TO DWR-STATUS
               WHEN OTHER
                   MOVE "UNMET"       TO DWR-STATUS
           END-EVALUATE.
           MOVE WORKSHEET-REQ-LINE TO WKS-REC.
           WRITE WKS-REC AFTER 1.

           PERFORM VARYING RERCSNDX FROM 1 BY 1
                   UNTIL RERCSNDX > RE-REQ-NUM-COURSES (REREQNDX)
               MOVE RE-REQ-COURSE-ID (REREQNDX, RERCSNDX)
                   TO DWC-COURSE-ID
               EVALUATE TRUE
                   WHEN RE-REQ-CRS-DONE (REREQNDX, RERCSNDX)
                       MOVE "COMPLETED"  TO DWC-STATUS
                   WHEN RE-REQ-CRS-IN-PROGRESS (REREQNDX, RERCSNDX)
                       MOVE "REGISTERED" TO DWC-STATUS
                   WHEN OTHER
                       MOVE "NOT MET"    TO DWC-STATUS
               END-EVALUATE
               MOVE WORKSHEET-COURSE-LINE TO WKS-REC
               WRITE WKS-REC AFTER 1
           END-PERFORM.


       240-PRINT-TRAILER.

           MOVE SPACES TO WKS-REC.
           WRITE WKS-REC AFTER PAGE.

           MOVE "WORKSHEETS PRINTED" TO TR-CAPTION.
           MOVE WS-WORKSHEETS-PRINTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKS-REC.
           WRITE WKS-REC AFTER 2.

           MOVE "STUDENTS WITH UNMET REQUIREMENTS" TO TR-CAPTION.
           MOVE WS-STUDENTS-UNMET TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKS-REC.
           WRITE WKS-REC AFTER 1.

           MOVE "MAJORS WITH NO REQUIREMENTS ON FILE" TO TR-CAPTION.
           MOVE WS-STUDENTS-NO-REQS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKS-REC.
           WRITE WKS-REC AFTER 1.

           MOVE "REQUESTS NOT ON MASTER" TO TR-CAPTION.
           MOVE WS-REQUESTS-NOT-FOUND TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKS-REC.
           WRITE WKS-REC AFTER 1.


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
