       IDENTIFICATION DIVISION.

       PROGRAM-ID. GRDMISS.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  GRDMISS - MISSING-GRADE PLACEHOLDER RUN           *
      *  RUN AFTER THE MISSPARM TERM'S GRADE DEADLINE      *
      *  (CAL-GRADE-DEADLINE-DATE ON ACADCAL).  EVERY      *
      *  COURSE ON THE TERM'S REGFILE REGISTRATIONS IS     *
      *  MATCHED, BY RESOLVED COURSE ID (CRSEQUIV          *
      *  RENUMBERING AND CRSECATG CROSS-LISTING, AS        *
      *  GRDPOST MATCHES), AGAINST THE STUDENT'S MASTER    *
      *  AND OVERFLOW COURSE OCCURRENCES; EXAM CREDIT DOES *
      *  NOT COUNT AS A POSTED GRADE.  A COURSE WITH NO    *
      *  OCCURRENCE IS A MISSING GRADE.  THE MODE ON THE   *
      *  PARM CARD DECIDES WHAT HAPPENS - W ONLY LISTS THE *
      *  MISSING GRADES AND MAY BE RUN AT ANY TIME, C ALSO *
      *  POSTS A NOT-REPORTED (BASIS N) PLACEHOLDER FOR    *
      *  EACH, CARRYING THE REGISTERED ATTEMPTED CREDITS   *
      *  AND NO GPA EFFECT, AND IS REFUSED UNTIL THE       *
      *  DEADLINE HAS PASSED.  PLACEHOLDERS GO ON THE      *
      *  MASTER OR THE LAST OVERFLOW SEGMENT EXACTLY AS    *
      *  GRDPOST APPENDS A GRADE, AND ARE JOURNALED ON     *
      *  JRNLFILE.  GRDPOST REPLACES THE PLACEHOLDER WHEN  *
      *  THE REAL GRADE ARRIVES.  A PLACEHOLDER ALREADY    *
      *  POSTED MATCHES LIKE ANY OCCURRENCE, SO A RERUN    *
      *  POSTS NOTHING TWICE.  THE MISSING GRADES PRINT ON *
      *  MISSRPT BY THE INSTRUCTOR'S HOME DEPARTMENT       *
      *  (INSTFILE) AND INSTRUCTOR OF THE REGISTERED       *
      *  SECTION (REGSECT, SECTFILE), FOR THE DEANS; A     *
      *  COURSE WITH NO SECTION OR A SECTION NOT ON        *
      *  SECTFILE PRINTS WITH INSTRUCTOR ??????.           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MISS-PARM-FILE
               ASSIGN MISSPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT OPTIONAL INSTRUCTOR-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

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

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT MISSING-GRADE-REPORT
               ASSIGN MISSRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  MISS-PARM-FILE.

       01  MISS-PARM-RECORD.
           05  MP-TERM-CODE             PIC X(05).
           05  MP-MODE                  PIC X(01).
               88  MP-MODE-WARNING              VALUE "W".
               88  MP-MODE-COMMIT               VALUE "C".
               88  MP-MODE-VALID                VALUE "W" "C".

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EQUIV-FILE.

            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSTRUCTOR-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-DEPARTMENT            PIC X(04).
           05  SR-INSTRUCTOR-ID         PIC X(06).
           05  SR-INSTRUCTOR-NAME       PIC X(25).
           05  SR-COURSE-ID             PIC X(06).
           05  SR-SECTION-NO            PIC X(03).
           05  SR-STUDENT-ID            PIC 9(09).
           05  SR-NAME-LAST             PIC X(16).
           05  SR-NAME-FIRST            PIC X(12).
           05  SR-ATTEMPTED-CREDITS     PIC 99V9.
           05  SR-DISPOSITION           PIC X(30).

       FD  MISSING-GRADE-REPORT.

       01  MISS-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  REGF-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  REGF-EOF                        VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-INST-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  INSTRUCTOR-IS-OPEN              VALUE "Y".
           05  WS-ON-MASTER-SWITCH     PIC X(01)   VALUE "N".
               88  STUDENT-ON-MASTER               VALUE "Y".
           05  WS-GRADE-FOUND-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-IS-POSTED                 VALUE "Y".
           05  WS-OVFL-SCAN-EOF-SWITCH PIC X(01)   VALUE "N".
               88  OVFL-SCAN-EOF                   VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-REG-RESOLVED-ID      PIC X(06) VALUE SPACES.
           05  WS-CRS-SUB              PIC 9(02) VALUE ZERO.
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-OVFL-CRS-SUB         PIC 9(02) VALUE ZERO.
           05  WS-LAST-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-NR-ATTEMPTED         PIC 99V9  VALUE ZERO.
           05  WS-DISPOSITION          PIC X(30) VALUE SPACES.
           05  WS-CURRENT-DEPT         PIC X(04) VALUE SPACES.
           05  WS-CURRENT-INSTRUCTOR   PIC X(06) VALUE SPACES.
           05  WS-INST-MISSING         PIC 9(05) VALUE ZERO.
           05  WS-REGS-FOR-TERM        PIC 9(07) VALUE ZERO.
           05  WS-COURSES-CHECKED      PIC 9(07) VALUE ZERO.
           05  WS-GRADES-MISSING       PIC 9(07) VALUE ZERO.
           05  WS-PLACEHOLDERS-POSTED  PIC 9(07) VALUE ZERO.
           05  WS-POSTINGS-FAILED      PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-NOT-ON-MAST PIC 9(07) VALUE ZERO.
           05  WS-INSTRUCTORS-LISTED   PIC 9(07) VALUE ZERO.

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

       01  XLIST-WORK-FIELDS.
           05  WS-CATALOG-STATUS       PIC XX.
           05  CATALOG-EOF-SWITCH      PIC X(01) VALUE "N".
               88  CATALOG-EOF                   VALUE "Y".
           05  WS-NUM-XLIST            PIC 9(03) VALUE ZERO.
           05  WS-XL-SUB               PIC 9(03) VALUE ZERO.
           05  WS-XL-HIT-SWITCH        PIC X(01) VALUE "N".
               88  XLIST-HIT                     VALUE "Y".

       01  XLIST-TBL-GROUP.
           05  XLIST-ENTRY OCCURS 300 TIMES.
               10  XL-COURSE-ID        PIC X(06).
               10  XL-GROUP-ID         PIC X(06).

       01  MISS-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  MH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "MISSING GRADES BY INSTRUCTOR".
           05                 PIC X(06)   VALUE "TERM: ".
           05  MH-TERM-CODE   PIC X(05).
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(06)   VALUE "MODE: ".
           05  MH-MODE        PIC X(01).
           05                 PIC X(48)   VALUE SPACE.

       01  DEPT-CAPTION-LINE.
           05                 PIC X(12)  VALUE "DEPARTMENT: ".
           05  DC-DEPARTMENT  PIC X(04).
           05                 PIC X(116) VALUE SPACE.

       01  INSTRUCTOR-CAPTION-LINE.
           05                 PIC X(12)  VALUE "INSTRUCTOR: ".
           05  IC-INSTRUCTOR-ID   PIC X(06).
           05                 PIC X(02)  VALUE SPACE.
           05  IC-INSTRUCTOR-NAME PIC X(25).
           05                 PIC X(87)  VALUE SPACE.

       01  MISS-COLUMN-LINE.
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(06)  VALUE "SEC".
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(31)  VALUE "STUDENT NAME".
           05                 PIC X(07)  VALUE "ATT CR".
           05                 PIC X(30)  VALUE "DISPOSITION".
           05                 PIC X(39)  VALUE SPACE.

       01  MISS-DETAIL-LINE.
           05  MD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  MD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-ATTEMPTED       PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  MD-DISPOSITION     PIC X(30).
           05                     PIC X(39)  VALUE SPACE.

       01  INSTRUCTOR-FOOTING-LINE.
           05                     PIC X(31)
               VALUE "GRADES MISSING FOR INSTRUCTOR: ".
           05  IF-MISSING         PIC ZZ,ZZ9.
           05                     PIC X(95)  VALUE SPACE.

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
               ON ASCENDING KEY SR-DEPARTMENT
               ON ASCENDING KEY SR-INSTRUCTOR-ID
               ON ASCENDING KEY SR-COURSE-ID
               ON ASCENDING KEY SR-SECTION-NO
               ON ASCENDING KEY SR-NAME-LAST
               ON ASCENDING KEY SR-NAME-FIRST
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS 200-FIND-MISSING-GRADES
               OUTPUT PROCEDURE IS 300-PRINT-MISSING-GRADES.

           PERFORM 400-PRINT-TRAILER.

           CLOSE REG-SECTION-FILE
                 SECTION-MASTER-FILE
                 INSTRUCTOR-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 JOURNAL-FILE
                 MISSING-GRADE-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO MH-MONTH.
           MOVE CD-DAY     TO MH-DAY.
           MOVE CD-YEAR    TO MH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT MISS-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE MISSING GRADE PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ MISS-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' MISSPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF MP-TERM-CODE = SPACES OR NOT MP-MODE-VALID
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' MISSPARM NEEDS A TERM CODE AND A MODE'
               DISPLAY ' OF W OR C'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE MP-TERM-CODE TO WS-TERM-CODE.
           MOVE MP-TERM-CODE TO MH-TERM-CODE.
           MOVE MP-MODE      TO MH-MODE.

           CLOSE MISS-PARM-FILE.

           PERFORM 110-CHECK-DEADLINE.

           PERFORM 915-LOAD-EQUIV.
           PERFORM 917-LOAD-XLIST.

           IF MP-MODE-COMMIT
               OPEN I-O STUDENT-FILE
               OPEN I-O OVERFLOW-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
               OPEN INPUT OVERFLOW-FILE
           END-IF.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF WS-OVFL-STATUS NOT = '00' AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE UPDATE JOURNAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-JRNL-STATUS
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

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT INSTRUCTOR-FILE.

           IF WS-INST-STATUS NOT = '00' AND WS-INST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT MISSING-GRADE-REPORT.


      *****************************************************
      *  110-CHECK-DEADLINE - THE TERM MUST BE ON THE      *
      *  ACADEMIC CALENDAR.  A COMMIT RUN IS REFUSED UNTIL *
      *  THE RUN DATE IS PAST THE TERM'S GRADE DEADLINE,   *
      *  SINCE BEFORE THEN A GRADE NOT YET POSTED IS       *
      *  SIMPLY NOT YET DUE.                               *
      *****************************************************
       110-CHECK-DEADLINE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 110-CHECK-DEADLINE'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 110-CHECK-DEADLINE'
                   DISPLAY ' TERM ', WS-TERM-CODE,
                           ' IS NOT ON THE ACADEMIC CALENDAR'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF MP-MODE-COMMIT
                   AND WS-RUN-DATE NOT > CAL-GRADE-DEADLINE-DATE
               DISPLAY '******************************'
               DISPLAY ' 110-CHECK-DEADLINE'
               DISPLAY ' GRADE DEADLINE ', CAL-GRADE-DEADLINE-DATE,
                       ' HAS NOT PASSED FOR TERM ', WS-TERM-CODE
               DISPLAY ' ONLY A W (LIST) RUN IS ALLOWED'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           CLOSE CALENDAR-FILE.


      *****************************************************
      *  200-FIND-MISSING-GRADES - CHECKS EVERY COURSE OF  *
      *  EVERY REGISTRATION FOR THE TERM AND RELEASES EACH *
      *  MISSING GRADE FOR THE REPORT.                     *
      *****************************************************
       200-FIND-MISSING-GRADES.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 200-FIND-MISSING-GRADES'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL REGF-EOF
               READ CURRENT-REG-FILE
                   AT END
                       SET REGF-EOF TO TRUE
               END-READ
               IF NOT REGF-EOF
                   IF RG-TERM-CODE = WS-TERM-CODE
                       PERFORM 210-CHECK-REGISTRATION
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CURRENT-REG-FILE.


       210-CHECK-REGISTRATION.

           ADD 1 TO WS-REGS-FOR-TERM.

           MOVE RG-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-STUDENTS-NOT-ON-MAST
                   MOVE "N" TO WS-ON-MASTER-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SWITCH
           END-READ.

           PERFORM 220-CHECK-COURSE
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED.


      *****************************************************
      *  220-CHECK-COURSE - A REGISTERED COURSE WITH NO    *
      *  OCCURRENCE ON THE STUDENT'S HISTORY IS A MISSING  *
      *  GRADE.  A STUDENT NOT ON THE MASTER CANNOT TAKE A *
      *  PLACEHOLDER, SO EACH OF THAT STUDENT'S COURSES    *
      *  LISTS AS NOT POSTED.                              *
      *****************************************************
       220-CHECK-COURSE.

           ADD 1 TO WS-COURSES-CHECKED.

           IF RG-ATTEMPTED-CREDITS (WS-CRS-SUB) > ZERO
               MOVE RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
                   TO WS-NR-ATTEMPTED
           ELSE
               MOVE RG-COURSE-CREDITS (WS-CRS-SUB)
                   TO WS-NR-ATTEMPTED
           END-IF.

           IF NOT STUDENT-ON-MASTER
               ADD 1 TO WS-GRADES-MISSING
               ADD 1 TO WS-POSTINGS-FAILED
               MOVE "NOT ON STUDENT MASTER" TO WS-DISPOSITION
               PERFORM 250-RELEASE-MISSING
           ELSE
               MOVE RG-COURSE-ID (WS-CRS-SUB) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               PERFORM 925-RESOLVE-XLIST-GROUP
               MOVE WS-RESOLVE-ID TO WS-REG-RESOLVED-ID
               PERFORM 230-FIND-OCCURRENCE
               IF NOT GRADE-IS-POSTED
                   ADD 1 TO WS-GRADES-MISSING
                   IF MP-MODE-COMMIT
                       PERFORM 240-POST-PLACEHOLDER
                   ELSE
                       MOVE "PLACEHOLDER PENDING - LIST RUN"
                           TO WS-DISPOSITION
                   END-IF
                   PERFORM 250-RELEASE-MISSING
               END-IF
           END-IF.


      *****************************************************
      *  230-FIND-OCCURRENCE - SCANS THE MASTER TABLE AND  *
      *  EVERY OVERFLOW SEGMENT FOR AN OCCURRENCE OF THE   *
      *  RESOLVED COURSE, IN ANY TERM AND UNDER ANY BASIS  *
      *  BUT EXAM CREDIT - THE SAME OCCURRENCES GRDPOST    *
      *  WOULD TREAT AS A DUPLICATE.  ALSO LEAVES THE LAST *
      *  OVERFLOW SEGMENT NUMBER FOR THE POSTING.          *
      *****************************************************
       230-FIND-OCCURRENCE.

           MOVE "N" TO WS-GRADE-FOUND-SWITCH.

           PERFORM VARYING SMSTINDX FROM 1 BY 1
                   UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD
                      OR GRADE-IS-POSTED
               IF NOT SM-BASIS-BY-EXAM (SMSTINDX)
                   MOVE SM-COURSE-ID (SMSTINDX) TO WS-RESOLVE-ID
                   PERFORM 920-RESOLVE-COURSE-ID
                   PERFORM 925-RESOLVE-XLIST-GROUP
                   IF WS-RESOLVE-ID = WS-REG-RESOLVED-ID
                       MOVE "Y" TO WS-GRADE-FOUND-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-OVFL-SCAN-EOF-SWITCH.
           MOVE ZERO TO WS-LAST-SEG-NO.

           PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                   UNTIL OVFL-SCAN-EOF
               MOVE SM-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET OVFL-SCAN-EOF TO TRUE
                   NOT INVALID KEY
                       MOVE WS-OVFL-SEG-NO TO WS-LAST-SEG-NO
                       PERFORM 235-CHECK-SEGMENT
               END-READ
           END-PERFORM.


       235-CHECK-SEGMENT.

           PERFORM VARYING WS-OVFL-CRS-SUB FROM 1 BY 1
                   UNTIL WS-OVFL-CRS-SUB > SO-NUM-CRS-SEGMENT
                      OR GRADE-IS-POSTED
               IF NOT SO-BASIS-BY-EXAM (WS-OVFL-CRS-SUB)
                   MOVE SO-COURSE-ID (WS-OVFL-CRS-SUB)
                       TO WS-RESOLVE-ID
                   PERFORM 920-RESOLVE-COURSE-ID
                   PERFORM 925-RESOLVE-XLIST-GROUP
                   IF WS-RESOLVE-ID = WS-REG-RESOLVED-ID
                       MOVE "Y" TO WS-GRADE-FOUND-SWITCH
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  240-POST-PLACEHOLDER - APPENDS THE NOT-REPORTED   *
      *  OCCURRENCE UNDER THE REGISTERED COURSE ID FOR THE *
      *  TERM: ZERO PERCENTAGE, THE REGISTERED CREDITS,    *
      *  AND THE REGISTERED ATTEMPTED CREDITS (THE COURSE  *
      *  CREDITS WHEN NONE WERE RECORDED).  A FULL MASTER  *
      *  TABLE SENDS IT TO THE LAST OVERFLOW SEGMENT, OR A *
      *  NEW ONE WHEN THAT IS FULL, THE WAY GRDPOST        *
      *  APPENDS.                                          *
      *****************************************************
       240-POST-PLACEHOLDER.

           IF SM-NUM-CRS-COMPLTD >= 30
               PERFORM 245-POST-TO-OVERFLOW
           ELSE
               MOVE "M" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE STUDENT-MASTER-RECORD TO JR-BEFORE-IMAGE
               ADD 1 TO SM-NUM-CRS-COMPLTD
               MOVE RG-COURSE-ID (WS-CRS-SUB)
                   TO SM-COURSE-ID (SM-NUM-CRS-COMPLTD)
               MOVE RG-COURSE-CREDITS (WS-CRS-SUB)
                   TO SM-COURSE-CREDITS (SM-NUM-CRS-COMPLTD)
               MOVE ZERO
                   TO SM-PERCENTAGE-EARNED (SM-NUM-CRS-COMPLTD)
               MOVE WS-NR-ATTEMPTED
                   TO SM-ATTEMPTED-CREDITS (SM-NUM-CRS-COMPLTD)
               MOVE "N"
                   TO SM-GRADING-BASIS (SM-NUM-CRS-COMPLTD)
               MOVE WS-TERM-CODE
                   TO SM-CRS-TERM-CODE (SM-NUM-CRS-COMPLTD)
               MOVE SPACE
                   TO SM-FORGIVE-FLAG (SM-NUM-CRS-COMPLTD)
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-POSTINGS-FAILED
                       MOVE "REWRITE FAILED - NOT POSTED"
                           TO WS-DISPOSITION
                   NOT INVALID KEY
                       ADD 1 TO WS-PLACEHOLDERS-POSTED
                       MOVE "NR PLACEHOLDER POSTED"
                           TO WS-DISPOSITION
               END-REWRITE
           END-IF.


       245-POST-TO-OVERFLOW.

           IF WS-LAST-SEG-NO > ZERO
               MOVE SM-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-LAST-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       ADD 1 TO WS-POSTINGS-FAILED
                       MOVE "OVERFLOW READ FAILED"
                           TO WS-DISPOSITION
                   NOT INVALID KEY
                       IF SO-NUM-CRS-SEGMENT < 30
                           MOVE "O" TO JR-FILE-CODE
                           MOVE "C" TO JR-ACTION-CODE
                           MOVE LOW-VALUES TO JR-BEFORE-IMAGE
                           MOVE STUDENT-OVFL-RECORD TO JR-BEFORE-IMAGE
                           ADD 1 TO SO-NUM-CRS-SEGMENT
                           PERFORM 247-MOVE-PLACEHOLDER-TO-SEGMENT
                           MOVE LOW-VALUES TO JR-AFTER-IMAGE
                           MOVE STUDENT-OVFL-RECORD TO JR-AFTER-IMAGE
                           PERFORM 180-WRITE-JOURNAL
                           REWRITE STUDENT-OVFL-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-POSTINGS-FAILED
                                   MOVE "OVERFLOW REWRITE FAILED"
                                       TO WS-DISPOSITION
                               NOT INVALID KEY
                                   ADD 1 TO WS-PLACEHOLDERS-POSTED
                                   MOVE "NR PLACEHOLDER POSTED"
                                       TO WS-DISPOSITION
                           END-REWRITE
                       ELSE
                           PERFORM 246-START-NEW-SEGMENT
                       END-IF
               END-READ
           ELSE
               PERFORM 246-START-NEW-SEGMENT
           END-IF.


       246-START-NEW-SEGMENT.

           MOVE SM-STUDENT-ID TO SO-STUDENT-ID.
           COMPUTE SO-SEGMENT-NO = WS-LAST-SEG-NO + 1.
           MOVE 1 TO SO-NUM-CRS-SEGMENT.
           PERFORM 247-MOVE-PLACEHOLDER-TO-SEGMENT.
           MOVE "O" TO JR-FILE-CODE.
           MOVE "A" TO JR-ACTION-CODE.
           MOVE LOW-VALUES TO JR-BEFORE-IMAGE.
           MOVE LOW-VALUES TO JR-AFTER-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO JR-AFTER-IMAGE.
           PERFORM 180-WRITE-JOURNAL.
           WRITE STUDENT-OVFL-RECORD
               INVALID KEY
                   ADD 1 TO WS-POSTINGS-FAILED
                   MOVE "OVERFLOW WRITE FAILED" TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-PLACEHOLDERS-POSTED
                   MOVE "NR PLACEHOLDER POSTED"
                       TO WS-DISPOSITION
           END-WRITE.


       247-MOVE-PLACEHOLDER-TO-SEGMENT.

           MOVE RG-COURSE-ID (WS-CRS-SUB)
               TO SO-COURSE-ID (SO-NUM-CRS-SEGMENT).
           MOVE RG-COURSE-CREDITS (WS-CRS-SUB)
               TO SO-COURSE-CREDITS (SO-NUM-CRS-SEGMENT).
           MOVE ZERO
               TO SO-PERCENTAGE-EARNED (SO-NUM-CRS-SEGMENT).
           MOVE WS-NR-ATTEMPTED
               TO SO-ATTEMPTED-CREDITS (SO-NUM-CRS-SEGMENT).
           MOVE "N"
               TO SO-GRADING-BASIS (SO-NUM-CRS-SEGMENT).
           MOVE WS-TERM-CODE
               TO SO-CRS-TERM-CODE (SO-NUM-CRS-SEGMENT).
           MOVE SPACE
               TO SO-FORGIVE-FLAG (SO-NUM-CRS-SEGMENT).


      *****************************************************
      *  250-RELEASE-MISSING - ATTRIBUTES THE MISSING      *
      *  GRADE TO THE INSTRUCTOR OF THE SECTION THE        *
      *  STUDENT WAS REGISTERED INTO, AND THAT             *
      *  INSTRUCTOR'S HOME DEPARTMENT, THEN RELEASES IT    *
      *  FOR THE REPORT.                                   *
      *****************************************************
       250-RELEASE-MISSING.

           MOVE RG-STUDENT-ID TO RS-STUDENT-ID.
           MOVE WS-TERM-CODE  TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (WS-CRS-SUB) TO RS-COURSE-ID.
           READ REG-SECTION-FILE
               INVALID KEY
                   MOVE SPACES TO SR-SECTION-NO
                   MOVE "??????" TO SR-INSTRUCTOR-ID
                   MOVE "NO SECTION RECORDED" TO SR-INSTRUCTOR-NAME
               NOT INVALID KEY
                   MOVE RS-SECTION-NO TO SR-SECTION-NO
                   PERFORM 255-FIND-INSTRUCTOR
           END-READ.

           MOVE "????" TO SR-DEPARTMENT.
           IF SR-INSTRUCTOR-ID NOT = "??????"
               MOVE SR-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
               READ INSTRUCTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-HOME-DEPT TO SR-DEPARTMENT
               END-READ
           END-IF.

           IF STUDENT-ON-MASTER
               MOVE SM-NAME-LAST  TO SR-NAME-LAST
               MOVE SM-NAME-FIRST TO SR-NAME-FIRST
           ELSE
               MOVE "*NOT ON MASTER*" TO SR-NAME-LAST
               MOVE SPACES TO SR-NAME-FIRST
           END-IF.

           MOVE RG-COURSE-ID (WS-CRS-SUB) TO SR-COURSE-ID.
           MOVE RG-STUDENT-ID   TO SR-STUDENT-ID.
           MOVE WS-NR-ATTEMPTED TO SR-ATTEMPTED-CREDITS.
           MOVE WS-DISPOSITION  TO SR-DISPOSITION.
           RELEASE SORT-RECORD.


       255-FIND-INSTRUCTOR.

           MOVE RS-COURSE-ID  TO CS-COURSE-ID.
           MOVE WS-TERM-CODE  TO CS-TERM-CODE.
           MOVE RS-SECTION-NO TO CS-SECTION-NO.
           READ SECTION-MASTER-FILE
               INVALID KEY
                   MOVE "??????" TO SR-INSTRUCTOR-ID
                   MOVE "SECTION NOT ON MASTER" TO SR-INSTRUCTOR-NAME
               NOT INVALID KEY
                   MOVE CS-INSTRUCTOR-ID   TO SR-INSTRUCTOR-ID
                   MOVE CS-INSTRUCTOR-NAME TO SR-INSTRUCTOR-NAME
           END-READ.


       180-WRITE-JOURNAL.

           MOVE "GRDMISS " TO JR-JOB-NAME.
           MOVE SPACES TO JR-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.


      *****************************************************
      *  300-PRINT-MISSING-GRADES - RETURNS THE MISSING    *
      *  GRADES BY DEPARTMENT AND INSTRUCTOR, STARTING A   *
      *  NEW PAGE AT EACH DEPARTMENT AND A NEW GROUP, WITH *
      *  ITS OWN COUNT, AT EACH INSTRUCTOR.                *
      *****************************************************
       300-PRINT-MISSING-GRADES.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-DEPARTMENT NOT = WS-CURRENT-DEPT
                           OR NOT INSTRUCTOR-IS-OPEN
                       IF INSTRUCTOR-IS-OPEN
                           PERFORM 320-CLOSE-INSTRUCTOR
                       END-IF
                       PERFORM 303-OPEN-DEPARTMENT
                       PERFORM 305-OPEN-INSTRUCTOR
                   ELSE
                       IF SR-INSTRUCTOR-ID NOT = WS-CURRENT-INSTRUCTOR
                           PERFORM 320-CLOSE-INSTRUCTOR
                           PERFORM 305-OPEN-INSTRUCTOR
                       END-IF
                   END-IF
                   PERFORM 310-LIST-MISSING-GRADE
               END-IF
           END-PERFORM.

           IF INSTRUCTOR-IS-OPEN
               PERFORM 320-CLOSE-INSTRUCTOR
           END-IF.


       303-OPEN-DEPARTMENT.

           MOVE SR-DEPARTMENT TO WS-CURRENT-DEPT.
           MOVE SR-DEPARTMENT TO DC-DEPARTMENT.

           MOVE MISS-HEADING-LINE TO MISS-REC.
           WRITE MISS-REC AFTER PAGE.
           MOVE DEPT-CAPTION-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 2.


       305-OPEN-INSTRUCTOR.

           MOVE "Y" TO WS-INST-OPEN-SWITCH.
           MOVE SR-INSTRUCTOR-ID TO WS-CURRENT-INSTRUCTOR.
           MOVE ZERO TO WS-INST-MISSING.
           ADD 1 TO WS-INSTRUCTORS-LISTED.

           MOVE SR-INSTRUCTOR-ID   TO IC-INSTRUCTOR-ID.
           MOVE SR-INSTRUCTOR-NAME TO IC-INSTRUCTOR-NAME.
           MOVE INSTRUCTOR-CAPTION-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 2.
           MOVE MISS-COLUMN-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 2.
           MOVE SPACES TO MISS-REC.
           WRITE MISS-REC.


       310-LIST-MISSING-GRADE.

           ADD 1 TO WS-INST-MISSING.

           MOVE SR-COURSE-ID         TO MD-COURSE-ID.
           MOVE SR-SECTION-NO        TO MD-SECTION-NO.
           MOVE SR-STUDENT-ID        TO MD-STUDENT-ID.
           MOVE SR-NAME-LAST         TO MD-NAME-LAST.
           MOVE SR-NAME-FIRST        TO MD-NAME-FIRST.
           MOVE SR-ATTEMPTED-CREDITS TO MD-ATTEMPTED.
           MOVE SR-DISPOSITION       TO MD-DISPOSITION.
           MOVE MISS-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.


       320-CLOSE-INSTRUCTOR.

           MOVE WS-INST-MISSING TO IF-MISSING.
           MOVE INSTRUCTOR-FOOTING-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 2.


       400-PRINT-TRAILER.

           MOVE MISS-HEADING-LINE TO MISS-REC.
           WRITE MISS-REC AFTER PAGE.
           MOVE SPACES TO MISS-REC.
           WRITE MISS-REC AFTER 2.

           MOVE "REGISTRATIONS FOR THE TERM" TO TR-CAPTION.
           MOVE WS-REGS-FOR-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.

           MOVE "REGISTERED COURSES CHECKED" TO TR-CAPTION.
           MOVE WS-COURSES-CHECKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.

           MOVE "GRADES MISSING" TO TR-CAPTION.
           MOVE WS-GRADES-MISSING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.

           MOVE "NOT-REPORTED PLACEHOLDERS POSTED" TO TR-CAPTION.
           MOVE WS-PLACEHOLDERS-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.

           MOVE "MISSING GRADES NOT POSTED" TO TR-CAPTION.
           MOVE WS-POSTINGS-FAILED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.

           MOVE "STUDENTS NOT ON STUDENT MASTER" TO TR-CAPTION.
           MOVE WS-STUDENTS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.

           MOVE "INSTRUCTORS LISTED" TO TR-CAPTION.
           MOVE WS-INSTRUCTORS-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MISS-REC.
           WRITE MISS-REC AFTER 1.


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


      *****************************************************
      *  917-LOAD-XLIST - LOADS EVERY CROSS-LISTED COURSE  *
      *  FROM THE CATALOG WITH THE PRIMARY LISTING OF ITS  *
      *  GROUP.  COURSES NOT CROSS-LISTED ARE NOT KEPT.    *
      *****************************************************
       917-LOAD-XLIST.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 917-LOAD-XLIST'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CATALOG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF AND CC-XLIST-GROUP NOT = SPACES
                   ADD 1 TO WS-NUM-XLIST
                   IF WS-NUM-XLIST > 300
                       DISPLAY '******************************'
                       DISPLAY ' 917-LOAD-XLIST'
                       DISPLAY ' MORE THAN 300 CROSS-LISTED COURSES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CC-COURSE-ID
                       TO XL-COURSE-ID (WS-NUM-XLIST)
                   MOVE CC-XLIST-GROUP
                       TO XL-GROUP-ID (WS-NUM-XLIST)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  925-RESOLVE-XLIST-GROUP - REPLACES THE RESOLVED   *
      *  ID IN WS-RESOLVE-ID WITH THE PRIMARY LISTING OF   *
      *  ITS CROSS-LIST GROUP.  AN ID NOT CROSS-LISTED IS  *
      *  LEFT AS IT IS.                                    *
      *****************************************************
       925-RESOLVE-XLIST-GROUP.

           MOVE "N" TO WS-XL-HIT-SWITCH.
           PERFORM VARYING WS-XL-SUB FROM 1 BY 1
                   UNTIL WS-XL-SUB > WS-NUM-XLIST
                      OR XLIST-HIT
               IF XL-COURSE-ID (WS-XL-SUB) = WS-RESOLVE-ID
                   MOVE XL-GROUP-ID (WS-XL-SUB) TO WS-RESOLVE-ID
                   MOVE "Y" TO WS-XL-HIT-SWITCH
               END-IF
           END-PERFORM.
