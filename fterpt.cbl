       IDENTIFICATION DIVISION.

       PROGRAM-ID. FTERPT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  FTERPT - CENSUS FTE AND CREDIT-HOUR PRODUCTION    *
      *  REPORT FOR THE BUDGET OFFICE, RUN FOR THE FTEPARM *
      *  TERM ON ITS CENSUS DATE AFTER CENSSNAP.  EVERY    *
      *  STUDENT REGISTERED ON THE TERM'S CENSUS SNAPSHOT  *
      *  (SNAPFILE) IS COUNTED UNDER THE MAJOR FROZEN ON   *
      *  THE SNAPSHOT: HEADCOUNT BY LEVEL (GRADUATE WHEN   *
      *  THE TUITION CLASS LEVEL ON TUITCLS IS G,          *
      *  UNDERGRADUATE OTHERWISE), FULL TIME OR PART TIME  *
      *  BY THE ENROLLMENT LEVEL FROZEN WITH THE LOAD, AND *
      *  FTE AS THE FROZEN ATTEMPTED LOAD OVER THE         *
      *  UNDERGRADUATE OR GRADUATE DIVISOR ON FTEPARM.     *
      *  THE SAME FIGURES ARE TAKEN FROM THE SNAPSHOT OF   *
      *  THE PRIOR-YEAR TERM ON THE CARD FOR COMPARISON; A *
      *  SNAPSHOT TAKEN BEFORE LOADS WERE FROZEN CANNOT BE *
      *  COUNTED AND IS TALLIED IN THE TRAILER.  STUDENT   *
      *  CREDIT HOURS ARE THE ATTEMPTED CREDITS OF EACH    *
      *  COUNTED STUDENT'S COURSES FOR THE TERM ON         *
      *  REGFILE, CREDITED TO THE COURSE'S TEACHING        *
      *  DEPARTMENT ON THE CATALOG (???? WHEN THE COURSE   *
      *  IS NOT CATALOGED) AT THE STUDENT'S LEVEL.  A      *
      *  STUDENT WHOSE REGFILE CREDITS NO LONGER MATCH THE *
      *  FROZEN LOAD HAS CHANGED REGISTRATION SINCE CENSUS *
      *  AND IS COUNTED IN THE TRAILER.  BOTH SECTIONS     *
      *  PRINT GROUPED BY OWNING COLLEGE FROM DEPTMAST     *
      *  WITH COLLEGE SUBTOTALS AND AN ALL-COLLEGES TOTAL; *
      *  A DEPARTMENT NOT ON THE MASTER PRINTS IN A        *
      *  CLOSING EXCEPTION GROUP.  REPORT ON FTERPT.       *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FTE-PARM-FILE
               ASSIGN FTEPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN SNAPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CN-SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL TUITION-CLASS-FILE
               ASSIGN TUITCLS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-STUDENT-ID
               FILE STATUS IS WS-TCLS-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT FTE-REPORT
               ASSIGN FTERPT.

       DATA DIVISION.

       FILE SECTION.

       FD  FTE-PARM-FILE.

      *****************************************************
      *  FTEPARM - THE CENSUS TERM, THE SAME TERM A YEAR   *
      *  EARLIER FOR THE COMPARISON, AND THE CREDIT HOURS  *
      *  THAT MAKE ONE UNDERGRADUATE AND ONE GRADUATE FTE. *
      *****************************************************
       01  FTE-PARM-RECORD.
           05  FP-TERM-CODE             PIC X(05).
           05  FP-PRIOR-TERM-CODE       PIC X(05).
           05  FP-UG-DIVISOR            PIC 99V9.
           05  FP-GR-DIVISOR            PIC 99V9.

       FD  SNAPSHOT-FILE.

            COPY CENSSNAP IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  FTE-REPORT.

       01  FTE-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-PARM-STATUS          PIC XX.
           05  WS-SNAP-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  DEPTM-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  DEPTM-EOF                       VALUE "Y".
           05  SNAP-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  SNAP-SCAN-DONE                  VALUE "Y".
           05  WS-DEPTM-FOUND-SWITCH   PIC X(01)   VALUE "N".
               88  DEPT-ON-MASTER                  VALUE "Y".
           05  WS-LEVEL-SWITCH         PIC X(01)   VALUE "U".
               88  STUDENT-GRADUATE                VALUE "G".
           05  WS-SCAN-TERM            PIC X(05) VALUE SPACES.
           05  WS-NUM-CATALOG          PIC 9(04) VALUE ZERO.
           05  WS-NUM-DEPTS            PIC 9(03) VALUE ZERO.
           05  WS-DEPT-SUB             PIC 9(03) VALUE ZERO.
           05  WS-NUM-DEPTM            PIC 9(03) VALUE ZERO.
           05  WS-NUM-COLLEGES         PIC 9(02) VALUE ZERO.
           05  WS-COL-SUB              PIC 9(02) VALUE ZERO.
           05  WS-EXCEPT-COL-SUB       PIC 9(02) VALUE ZERO.
           05  WS-WORK-COL-SUB         PIC 9(02) VALUE ZERO.
           05  WS-WORK-DEPT            PIC X(04) VALUE SPACES.
           05  WS-WORK-DEPT-NAME       PIC X(30) VALUE SPACES.
           05  WS-REG-LOAD             PIC 999V9 VALUE ZERO.
           05  WS-FTE-UG               PIC 9(05)V99 VALUE ZERO.
           05  WS-FTE-GR               PIC 9(05)V99 VALUE ZERO.
           05  WS-FTE-TOTAL            PIC 9(05)V99 VALUE ZERO.
           05  WS-PRIOR-FTE            PIC 9(05)V99 VALUE ZERO.
           05  WS-SNAPS-READ           PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-COUNTED     PIC 9(07) VALUE ZERO.
           05  WS-NOT-REGISTERED       PIC 9(07) VALUE ZERO.
           05  WS-NOT-CAPTURED         PIC 9(07) VALUE ZERO.
           05  WS-REG-CHANGED          PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-SNAPS-READ     PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-COUNTED        PIC 9(07) VALUE ZERO.
           05  WS-PRIOR-NOT-CAPTURED   PIC 9(07) VALUE ZERO.
           05  WS-UNCATALOGED-COURSES  PIC 9(07) VALUE ZERO.
           05  WS-DEPTS-NOT-ON-MAST    PIC 9(03) VALUE ZERO.

      *****************************************************
      *  CATALOG COURSES AND THEIR TEACHING DEPARTMENTS.   *
      *****************************************************
       01  CATALOG-TBL-GROUP.
           05  CATALOG-ENTRY OCCURS 2000 TIMES
                             INDEXED BY CAT-X.
               10  CAT-COURSE-ID       PIC X(06).
               10  CAT-DEPARTMENT      PIC X(04).

      *****************************************************
      *  DEPARTMENT MASTER TABLES - EACH DEPARTMENT        *
      *  CARRIES THE SUBSCRIPT OF ITS COLLEGE; THE LAST    *
      *  COLLEGE ENTRY IS THE EXCEPTION GROUP FOR CODES    *
      *  NOT ON THE MASTER.                                *
      *****************************************************
       01  DEPTM-TBL-GROUP.
           05  DEPTM-ENTRY OCCURS 200 TIMES
                           INDEXED BY DMNDX.
               10  DMT-DEPT-CODE       PIC X(04).
               10  DMT-DEPT-NAME       PIC X(30).
               10  DMT-COLLEGE-SUB     PIC 9(02).

      *****************************************************
      *  DEPARTMENTS TALLIED THIS RUN, AS A MAJOR, AS A    *
      *  TEACHING DEPARTMENT, OR BOTH.  THE COLLEGE TABLE  *
      *  AND THE GRAND TOTAL HOLD THE SAME FIGURES ROLLED  *
      *  UP, IN THE SAME ORDER AS LINE-TOTALS, WHICH THE   *
      *  PRINT PARAGRAPHS FORMAT FROM.                     *
      *****************************************************
       01  DEPT-TBL-GROUP.
           05  DEPT-ENTRY OCCURS 200 TIMES
                          INDEXED BY DEPTNDX.
               10  DT-DEPARTMENT       PIC X(04).
               10  DT-DEPT-NAME        PIC X(30).
               10  DT-COLLEGE-SUB      PIC 9(02).
               10  DT-MAJOR-SW         PIC X(01).
                   88  DT-HAS-MAJORS             VALUE "Y".
               10  DT-SCH-SW           PIC X(01).
                   88  DT-HAS-SCH                VALUE "Y".
               10  DT-TOTALS.
                   15  DT-HEAD-UG      PIC 9(07).
                   15  DT-HEAD-GR      PIC 9(07).
                   15  DT-FULL-TIME    PIC 9(07).
                   15  DT-PART-TIME    PIC 9(07).
                   15  DT-LOAD-UG      PIC 9(07)V9.
                   15  DT-LOAD-GR      PIC 9(07)V9.
                   15  DT-PRIOR-HEAD   PIC 9(07).
                   15  DT-PRIOR-LOAD-UG PIC 9(07)V9.
                   15  DT-PRIOR-LOAD-GR PIC 9(07)V9.
                   15  DT-SCH-UG       PIC 9(07)V9.
                   15  DT-SCH-GR       PIC 9(07)V9.

       01  COLLEGE-TBL-GROUP.
           05  COLLEGE-ENTRY OCCURS 21 TIMES.
               10  CLT-COLLEGE-CODE    PIC X(04).
               10  CLT-COLLEGE-NAME    PIC X(30).
               10  CLT-MAJOR-DEPTS     PIC 9(03).
               10  CLT-SCH-DEPTS       PIC 9(03).
               10  CLT-TOTALS.
                   15  CLT-HEAD-UG     PIC 9(07).
                   15  CLT-HEAD-GR     PIC 9(07).
                   15  CLT-FULL-TIME   PIC 9(07).
                   15  CLT-PART-TIME   PIC 9(07).
                   15  CLT-LOAD-UG     PIC 9(07)V9.
                   15  CLT-LOAD-GR     PIC 9(07)V9.
                   15  CLT-PRIOR-HEAD  PIC 9(07).
                   15  CLT-PRIOR-LOAD-UG PIC 9(07)V9.
                   15  CLT-PRIOR-LOAD-GR PIC 9(07)V9.
                   15  CLT-SCH-UG      PIC 9(07)V9.
                   15  CLT-SCH-GR      PIC 9(07)V9.

       01  GRAND-TOTALS.
           05  GT-HEAD-UG              PIC 9(07) VALUE ZERO.
           05  GT-HEAD-GR              PIC 9(07) VALUE ZERO.
           05  GT-FULL-TIME            PIC 9(07) VALUE ZERO.
           05  GT-PART-TIME            PIC 9(07) VALUE ZERO.
           05  GT-LOAD-UG              PIC 9(07)V9 VALUE ZERO.
           05  GT-LOAD-GR              PIC 9(07)V9 VALUE ZERO.
           05  GT-PRIOR-HEAD           PIC 9(07) VALUE ZERO.
           05  GT-PRIOR-LOAD-UG        PIC 9(07)V9 VALUE ZERO.
           05  GT-PRIOR-LOAD-GR        PIC 9(07)V9 VALUE ZERO.
           05  GT-SCH-UG               PIC 9(07)V9 VALUE ZERO.
           05  GT-SCH-GR               PIC 9(07)V9 VALUE ZERO.

       01  LINE-TOTALS.
           05  LT-HEAD-UG              PIC 9(07).
           05  LT-HEAD-GR              PIC 9(07).
           05  LT-FULL-TIME            PIC 9(07).
           05  LT-PART-TIME            PIC 9(07).
           05  LT-LOAD-UG              PIC 9(07)V9.
           05  LT-LOAD-GR              PIC 9(07)V9.
           05  LT-PRIOR-HEAD           PIC 9(07).
           05  LT-PRIOR-LOAD-UG        PIC 9(07)V9.
           05  LT-PRIOR-LOAD-GR        PIC 9(07)V9.
           05  LT-SCH-UG               PIC 9(07)V9.
           05  LT-SCH-GR               PIC 9(07)V9.

       01  FTE-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  FH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  FH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  FH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "CENSUS FTE AND CREDIT-HOUR REPORT".
           05                 PIC X(06)   VALUE "TERM: ".
           05  FH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  FTE-PARM-LINE.
           05                 PIC X(17)   VALUE "PRIOR-YEAR TERM ".
           05  FL-PRIOR-TERM  PIC X(05).
           05                 PIC X(25)
               VALUE "   UNDERGRADUATE FTE = ".
           05  FL-UG-DIVISOR  PIC Z9.9.
           05                 PIC X(22)
               VALUE " CR   GRADUATE FTE = ".
           05  FL-GR-DIVISOR  PIC Z9.9.
           05                 PIC X(03)   VALUE " CR".
           05                 PIC X(52)   VALUE SPACE.

       01  MAJOR-SECTION-LINE.
           05                 PIC X(48)
               VALUE "ENROLLMENT BY MAJOR DEPARTMENT AT CENSUS".
           05                 PIC X(84)  VALUE SPACE.

       01  MAJOR-COLUMN-LINE.
           05                 PIC X(24)  VALUE "DEPT DEPARTMENT NAME".
           05                 PIC X(07)  VALUE "  UG HC".
           05                 PIC X(07)  VALUE "  GR HC".
           05                 PIC X(07)  VALUE "   FULL".
           05                 PIC X(07)  VALUE "   PART".
           05                 PIC X(07)  VALUE "  TOTAL".
           05                 PIC X(10)  VALUE "    UG FTE".
           05                 PIC X(10)  VALUE "    GR FTE".
           05                 PIC X(10)  VALUE "   TOT FTE".
           05                 PIC X(07)  VALUE " PRI HC".
           05                 PIC X(08)  VALUE "  HC CHG".
           05                 PIC X(10)  VALUE "   PRI FTE".
           05                 PIC X(11)  VALUE "    FTE CHG".
           05                 PIC X(07)  VALUE SPACE.

       01  MAJOR-DETAIL-LINE.
           05  MD-DEPARTMENT      PIC X(04).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-DEPT-NAME       PIC X(18).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-HEAD-UG         PIC ZZZ,ZZ9.
           05  MD-HEAD-GR         PIC ZZZ,ZZ9.
           05  MD-FULL-TIME       PIC ZZZ,ZZ9.
           05  MD-PART-TIME       PIC ZZZ,ZZ9.
           05  MD-HEAD-TOTAL      PIC ZZZ,ZZ9.
           05  MD-FTE-UG          PIC ZZZ,ZZ9.99.
           05  MD-FTE-GR          PIC ZZZ,ZZ9.99.
           05  MD-FTE-TOTAL       PIC ZZZ,ZZ9.99.
           05  MD-PRIOR-HEAD      PIC ZZZ,ZZ9.
           05  MD-HEAD-CHANGE     PIC -ZZZ,ZZ9.
           05  MD-PRIOR-FTE       PIC ZZZ,ZZ9.99.
           05  MD-FTE-CHANGE      PIC -ZZZ,ZZ9.99.
           05                     PIC X(07)  VALUE SPACE.

       01  SCH-SECTION-LINE.
           05                 PIC X(48)
               VALUE "STUDENT CREDIT HOURS BY TEACHING DEPARTMENT".
           05                 PIC X(84)  VALUE SPACE.

       01  SCH-COLUMN-LINE.
           05                 PIC X(24)  VALUE "DEPT DEPARTMENT NAME".
           05                 PIC X(12)  VALUE "      UG SCH".
           05                 PIC X(12)  VALUE "      GR SCH".
           05                 PIC X(12)  VALUE "   TOTAL SCH".
           05                 PIC X(10)  VALUE "    UG FTE".
           05                 PIC X(10)  VALUE "    GR FTE".
           05                 PIC X(10)  VALUE "   TOT FTE".
           05                 PIC X(42)  VALUE SPACE.

       01  SCH-DETAIL-LINE.
           05  SD-DEPARTMENT      PIC X(04).
           05                     PIC X(01)  VALUE SPACE.
           05  SD-DEPT-NAME       PIC X(18).
           05                     PIC X(01)  VALUE SPACE.
           05  SD-SCH-UG          PIC Z,ZZZ,ZZ9.9.
           05                     PIC X(01)  VALUE SPACE.
           05  SD-SCH-GR          PIC Z,ZZZ,ZZ9.9.
           05                     PIC X(01)  VALUE SPACE.
           05  SD-SCH-TOTAL       PIC Z,ZZZ,ZZ9.9.
           05                     PIC X(01)  VALUE SPACE.
           05  SD-FTE-UG          PIC ZZZ,ZZ9.99.
           05  SD-FTE-GR          PIC ZZZ,ZZ9.99.
           05  SD-FTE-TOTAL       PIC ZZZ,ZZ9.99.
           05                     PIC X(42)  VALUE SPACE.

       01  COLLEGE-CAPTION-LINE.
           05                 PIC X(09)  VALUE "COLLEGE: ".
           05  CCL-COLLEGE-CODE   PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  CCL-COLLEGE-NAME   PIC X(30).
           05                 PIC X(87)  VALUE SPACE.

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

           MOVE FP-TERM-CODE TO WS-SCAN-TERM.
           PERFORM 150-SCAN-SNAPSHOT.

           MOVE FP-PRIOR-TERM-CODE TO WS-SCAN-TERM.
           PERFORM 150-SCAN-SNAPSHOT.

           PERFORM 210-ROLL-UP-COLLEGES.
           PERFORM 220-PRINT-MAJOR-SECTION.
           PERFORM 230-PRINT-SCH-SECTION.
           PERFORM 240-PRINT-TRAILER.

           CLOSE SNAPSHOT-FILE
                 CURRENT-REG-FILE
                 TUITION-CLASS-FILE
                 FTE-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO FH-MONTH.
           MOVE CD-DAY     TO FH-DAY.
           MOVE CD-YEAR    TO FH-YEAR.

           OPEN INPUT FTE-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE FTE PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ FTE-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' FTEPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF FP-TERM-CODE = SPACES
                   OR FP-PRIOR-TERM-CODE = SPACES
                   OR FP-UG-DIVISOR NOT NUMERIC
                   OR FP-GR-DIVISOR NOT NUMERIC
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' FTEPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF FP-UG-DIVISOR = ZERO OR FP-GR-DIVISOR = ZERO
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' FTEPARM FTE DIVISORS MUST BE ABOVE ZERO'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE FP-TERM-CODE       TO FH-TERM-CODE.
           MOVE FP-PRIOR-TERM-CODE TO FL-PRIOR-TERM.
           MOVE FP-UG-DIVISOR      TO FL-UG-DIVISOR.
           MOVE FP-GR-DIVISOR      TO FL-GR-DIVISOR.

           CLOSE FTE-PARM-FILE.

           PERFORM 120-LOAD-CATALOG.
           PERFORM 125-LOAD-DEPT-MASTER.

           OPEN INPUT SNAPSHOT-FILE.

           IF WS-SNAP-STATUS NOT = '00' AND WS-SNAP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SNAPSHOT FILE'
               DISPLAY ' FILE STATUS IS ', WS-SNAP-STATUS
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

           OPEN INPUT TUITION-CLASS-FILE.

           IF WS-TCLS-STATUS NOT = '00' AND WS-TCLS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CLASS FILE'
               DISPLAY ' FILE STATUS IS ', WS-TCLS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT FTE-REPORT.

           MOVE FTE-HEADING-LINE TO FTE-REC.
           WRITE FTE-REC AFTER PAGE.
           MOVE FTE-PARM-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.


       120-LOAD-CATALOG.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-CATALOG'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CATALOG-EOF
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF
                   IF WS-NUM-CATALOG >= 2000
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-CATALOG'
                       DISPLAY ' MORE THAN 2000 CATALOG COURSES -'
                       DISPLAY ' RAISE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NUM-CATALOG
                   MOVE CC-COURSE-ID
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-DEPARTMENT
                       TO CAT-DEPARTMENT (WS-NUM-CATALOG)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  125-LOAD-DEPT-MASTER - LOADS THE COLLEGES AND     *
      *  DEPARTMENTS, RESOLVING EACH DEPARTMENT'S OWNING   *
      *  COLLEGE TO ITS TABLE SUBSCRIPT, THEN ADDS THE     *
      *  EXCEPTION GROUP AS THE LAST COLLEGE ENTRY.        *
      *****************************************************
       125-LOAD-DEPT-MASTER.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00'
                   AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 125-LOAD-DEPT-MASTER'
               DISPLAY ' ERROR OPENING THE DEPARTMENT MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEPTM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL DEPTM-EOF
               READ DEPT-MASTER-FILE
                   AT END
                       SET DEPTM-EOF TO TRUE
               END-READ
               IF NOT DEPTM-EOF
                   IF DA-COLLEGE-REC
                       IF WS-NUM-COLLEGES >= 20
                           DISPLAY '******************************'
                           DISPLAY ' 125-LOAD-DEPT-MASTER'
                           DISPLAY ' MORE THAN 20 COLLEGES -'
                           DISPLAY ' RAISE TABLE'
                           DISPLAY '*******************************'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NUM-COLLEGES
                       MOVE DA-CODE
                           TO CLT-COLLEGE-CODE (WS-NUM-COLLEGES)
                       MOVE DA-NAME
                           TO CLT-COLLEGE-NAME (WS-NUM-COLLEGES)
                   ELSE
                       IF WS-NUM-DEPTM >= 200
                           DISPLAY '******************************'
                           DISPLAY ' 125-LOAD-DEPT-MASTER'
                           DISPLAY ' MORE THAN 200 DEPARTMENTS -'
                           DISPLAY ' RAISE TABLE'
                           DISPLAY '*******************************'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NUM-DEPTM
                       MOVE DA-CODE TO DMT-DEPT-CODE (WS-NUM-DEPTM)
                       MOVE DA-NAME TO DMT-DEPT-NAME (WS-NUM-DEPTM)
                       MOVE ZERO TO DMT-COLLEGE-SUB (WS-NUM-DEPTM)
                       PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                               UNTIL WS-COL-SUB > WS-NUM-COLLEGES
                           IF CLT-COLLEGE-CODE (WS-COL-SUB) =
                                   DA-COLLEGE-CODE
                               MOVE WS-COL-SUB
                                   TO DMT-COLLEGE-SUB (WS-NUM-DEPTM)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE DEPT-MASTER-FILE.

           ADD 1 TO WS-NUM-COLLEGES.
           MOVE WS-NUM-COLLEGES TO WS-EXCEPT-COL-SUB.
           MOVE "????" TO CLT-COLLEGE-CODE (WS-EXCEPT-COL-SUB).
           MOVE "NOT ON DEPARTMENT MASTER"
               TO CLT-COLLEGE-NAME (WS-EXCEPT-COL-SUB).

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               MOVE ZERO TO CLT-MAJOR-DEPTS (WS-COL-SUB)
               MOVE ZERO TO CLT-SCH-DEPTS (WS-COL-SUB)
               MOVE ZERO TO CLT-TOTALS (WS-COL-SUB)
           END-PERFORM.


      *****************************************************
      *  150-SCAN-SNAPSHOT - PASSES THE SNAPSHOTS OF THE   *
      *  TERM IN WS-SCAN-TERM: THE CENSUS TERM, THEN THE   *
      *  PRIOR-YEAR TERM.                                  *
      *****************************************************
       150-SCAN-SNAPSHOT.

           MOVE "N" TO SNAP-SCAN-SWITCH.
           MOVE WS-SCAN-TERM TO CN-TERM-CODE.
           MOVE ZERO TO CN-STUDENT-ID.

           START SNAPSHOT-FILE
               KEY IS NOT LESS THAN CN-SNAP-KEY
               INVALID KEY
                   SET SNAP-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SNAP-SCAN-DONE
               READ SNAPSHOT-FILE NEXT
                   AT END
                       SET SNAP-SCAN-DONE TO TRUE
               END-READ
               IF NOT SNAP-SCAN-DONE
                   IF CN-TERM-CODE NOT = WS-SCAN-TERM
                       SET SNAP-SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SCAN-TERM = FP-TERM-CODE
                           PERFORM 160-TALLY-CURRENT
                       ELSE
                           PERFORM 170-TALLY-PRIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  160-TALLY-CURRENT - A STUDENT REGISTERED AT       *
      *  CENSUS COUNTS UNDER THE FROZEN MAJOR, AND THE     *
      *  TERM'S COURSES ON REGFILE ARE CREDITED TO THEIR   *
      *  TEACHING DEPARTMENTS.                             *
      *****************************************************
       160-TALLY-CURRENT.

           ADD 1 TO WS-SNAPS-READ.

           EVALUATE TRUE
               WHEN CN-LEVEL-NOT-CAPTURED
                   ADD 1 TO WS-NOT-CAPTURED
               WHEN CN-LEVEL-NOT-REGISTERED
                   ADD 1 TO WS-NOT-REGISTERED
               WHEN OTHER
                   ADD 1 TO WS-STUDENTS-COUNTED
                   PERFORM 165-SET-STUDENT-LEVEL
                   PERFORM 172-SET-MAJOR-DEPT
                   MOVE "Y" TO DT-MAJOR-SW (DEPTNDX)
                   IF STUDENT-GRADUATE
                       ADD 1 TO DT-HEAD-GR (DEPTNDX)
                       ADD CN-ATTEMPTED-LOAD TO DT-LOAD-GR (DEPTNDX)
                   ELSE
                       ADD 1 TO DT-HEAD-UG (DEPTNDX)
                       ADD CN-ATTEMPTED-LOAD TO DT-LOAD-UG (DEPTNDX)
                   END-IF
                   IF CN-LEVEL-FULL-TIME
                       ADD 1 TO DT-FULL-TIME (DEPTNDX)
                   ELSE
                       ADD 1 TO DT-PART-TIME (DEPTNDX)
                   END-IF
                   PERFORM 175-CREDIT-SCH
           END-EVALUATE.


       165-SET-STUDENT-LEVEL.

           MOVE "U" TO WS-LEVEL-SWITCH.
           MOVE CN-STUDENT-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TC-GRADUATE
                       MOVE "G" TO WS-LEVEL-SWITCH
                   END-IF
           END-READ.


       170-TALLY-PRIOR.

           ADD 1 TO WS-PRIOR-SNAPS-READ.

           EVALUATE TRUE
               WHEN CN-LEVEL-NOT-CAPTURED
                   ADD 1 TO WS-PRIOR-NOT-CAPTURED
               WHEN CN-LEVEL-NOT-REGISTERED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PRIOR-COUNTED
                   PERFORM 165-SET-STUDENT-LEVEL
                   PERFORM 172-SET-MAJOR-DEPT
                   MOVE "Y" TO DT-MAJOR-SW (DEPTNDX)
                   ADD 1 TO DT-PRIOR-HEAD (DEPTNDX)
                   IF STUDENT-GRADUATE
                       ADD CN-ATTEMPTED-LOAD
                           TO DT-PRIOR-LOAD-GR (DEPTNDX)
                   ELSE
                       ADD CN-ATTEMPTED-LOAD
                           TO DT-PRIOR-LOAD-UG (DEPTNDX)
                   END-IF
           END-EVALUATE.


       172-SET-MAJOR-DEPT.

           IF CN-MAJOR-CODE = SPACES
               MOVE "????" TO WS-WORK-DEPT
           ELSE
               MOVE CN-MAJOR-CODE TO WS-WORK-DEPT
           END-IF.
           PERFORM 180-FIND-DEPARTMENT.


      *****************************************************
      *  175-CREDIT-SCH - EACH COURSE OF THE STUDENT'S     *
      *  REGISTRATION FOR THE TERM GOES TO ITS CATALOG     *
      *  DEPARTMENT AT THE STUDENT'S LEVEL.  A TOTAL THAT  *
      *  NO LONGER MATCHES THE FROZEN LOAD IS COUNTED.     *
      *****************************************************
       175-CREDIT-SCH.

           MOVE ZERO TO WS-REG-LOAD.
           MOVE CN-STUDENT-ID TO RG-STUDENT-ID.
           MOVE FP-TERM-CODE  TO RG-TERM-CODE.
           READ CURRENT-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
                       PERFORM 177-CREDIT-COURSE
                   END-PERFORM
           END-READ.

           IF WS-REG-LOAD NOT = CN-ATTEMPTED-LOAD
               ADD 1 TO WS-REG-CHANGED
           END-IF.


       177-CREDIT-COURSE.

           ADD RG-ATTEMPTED-CREDITS (RGCRSNDX) TO WS-REG-LOAD.
           MOVE "????" TO WS-WORK-DEPT.
           SET CAT-X TO 1.
           SEARCH CATALOG-ENTRY VARYING CAT-X
               AT END
                   CONTINUE
               WHEN CAT-X > WS-NUM-CATALOG
                   CONTINUE
               WHEN CAT-COURSE-ID (CAT-X) = RG-COURSE-ID (RGCRSNDX)
                   MOVE CAT-DEPARTMENT (CAT-X) TO WS-WORK-DEPT
           END-SEARCH.
           IF WS-WORK-DEPT = "????"
               ADD 1 TO WS-UNCATALOGED-COURSES
           END-IF.

           PERFORM 180-FIND-DEPARTMENT.
           MOVE "Y" TO DT-SCH-SW (DEPTNDX).
           IF STUDENT-GRADUATE
               ADD RG-ATTEMPTED-CREDITS (RGCRSNDX)
                   TO DT-SCH-GR (DEPTNDX)
           ELSE
               ADD RG-ATTEMPTED-CREDITS (RGCRSNDX)
                   TO DT-SCH-UG (DEPTNDX)
           END-IF.


      *****************************************************
      *  180-FIND-DEPARTMENT - POINTS DEPTNDX AT THE       *
      *  TABLE ENTRY FOR WS-WORK-DEPT, ADDING IT WHEN THE  *
      *  DEPARTMENT HAS NOT YET BEEN TALLIED.              *
      *****************************************************
       180-FIND-DEPARTMENT.

           SET DEPTNDX TO 1.
           SEARCH DEPT-ENTRY VARYING DEPTNDX
               AT END
                   PERFORM 185-ADD-DEPARTMENT
               WHEN DEPTNDX > WS-NUM-DEPTS
                   PERFORM 185-ADD-DEPARTMENT
               WHEN DT-DEPARTMENT (DEPTNDX) = WS-WORK-DEPT
                   CONTINUE
           END-SEARCH.


       185-ADD-DEPARTMENT.

           IF WS-NUM-DEPTS >= 200
               DISPLAY '******************************'
               DISPLAY ' 185-ADD-DEPARTMENT'
               DISPLAY ' MORE THAN 200 DEPARTMENTS - RAISE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           ADD 1 TO WS-NUM-DEPTS.
           SET DEPTNDX TO WS-NUM-DEPTS.
           MOVE WS-WORK-DEPT TO DT-DEPARTMENT (DEPTNDX).
           PERFORM 187-LOOKUP-DEPT-MASTER.
           IF NOT DEPT-ON-MASTER
               ADD 1 TO WS-DEPTS-NOT-ON-MAST
           END-IF.
           MOVE WS-WORK-DEPT-NAME TO DT-DEPT-NAME (DEPTNDX).
           MOVE WS-WORK-COL-SUB TO DT-COLLEGE-SUB (DEPTNDX).
           MOVE "N" TO DT-MAJOR-SW (DEPTNDX).
           MOVE "N" TO DT-SCH-SW (DEPTNDX).
           MOVE ZERO TO DT-TOTALS (DEPTNDX).


      *****************************************************
      *  187-LOOKUP-DEPT-MASTER - SETS WS-WORK-DEPT-NAME   *
      *  AND WS-WORK-COL-SUB FOR THE DEPARTMENT IN         *
      *  WS-WORK-DEPT.  A CODE NOT ON THE MASTER TAKES THE *
      *  EXCEPTION GROUP AND AN EXCEPTION NAME.            *
      *****************************************************
       187-LOOKUP-DEPT-MASTER.

           MOVE "N" TO WS-DEPTM-FOUND-SWITCH.
           MOVE "*** NOT ON MASTER" TO WS-WORK-DEPT-NAME.
           MOVE WS-EXCEPT-COL-SUB TO WS-WORK-COL-SUB.
           SET DMNDX TO 1.
           SEARCH DEPTM-ENTRY VARYING DMNDX
               AT END
                   CONTINUE
               WHEN DMNDX > WS-NUM-DEPTM
                   CONTINUE
               WHEN DMT-DEPT-CODE (DMNDX) = WS-WORK-DEPT
                   MOVE "Y" TO WS-DEPTM-FOUND-SWITCH
                   MOVE DMT-DEPT-NAME (DMNDX) TO WS-WORK-DEPT-NAME
                   IF DMT-COLLEGE-SUB (DMNDX) > ZERO
                       MOVE DMT-COLLEGE-SUB (DMNDX)
                           TO WS-WORK-COL-SUB
                   END-IF
           END-SEARCH.


       210-ROLL-UP-COLLEGES.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
               MOVE DT-COLLEGE-SUB (WS-DEPT-SUB) TO WS-COL-SUB
               IF DT-HAS-MAJORS (WS-DEPT-SUB)
                   ADD 1 TO CLT-MAJOR-DEPTS (WS-COL-SUB)
               END-IF
               IF DT-HAS-SCH (WS-DEPT-SUB)
                   ADD 1 TO CLT-SCH-DEPTS (WS-COL-SUB)
               END-IF
               MOVE DT-TOTALS (WS-DEPT-SUB) TO LINE-TOTALS
               PERFORM 215-ADD-LINE-TOTALS
           END-PERFORM.


       215-ADD-LINE-TOTALS.

           ADD LT-HEAD-UG       TO CLT-HEAD-UG (WS-COL-SUB)
                                   GT-HEAD-UG.
           ADD LT-HEAD-GR       TO CLT-HEAD-GR (WS-COL-SUB)
                                   GT-HEAD-GR.
           ADD LT-FULL-TIME     TO CLT-FULL-TIME (WS-COL-SUB)
                                   GT-FULL-TIME.
           ADD LT-PART-TIME     TO CLT-PART-TIME (WS-COL-SUB)
                                   GT-PART-TIME.
           ADD LT-LOAD-UG       TO CLT-LOAD-UG (WS-COL-SUB)
                                   GT-LOAD-UG.
           ADD LT-LOAD-GR       TO CLT-LOAD-GR (WS-COL-SUB)
                                   GT-LOAD-GR.
           ADD LT-PRIOR-HEAD    TO CLT-PRIOR-HEAD (WS-COL-SUB)
                                   GT-PRIOR-HEAD.
           ADD LT-PRIOR-LOAD-UG TO CLT-PRIOR-LOAD-UG (WS-COL-SUB)
                                   GT-PRIOR-LOAD-UG.
           ADD LT-PRIOR-LOAD-GR TO CLT-PRIOR-LOAD-GR (WS-COL-SUB)
                                   GT-PRIOR-LOAD-GR.
           ADD LT-SCH-UG        TO CLT-SCH-UG (WS-COL-SUB)
                                   GT-SCH-UG.
           ADD LT-SCH-GR        TO CLT-SCH-GR (WS-COL-SUB)
                                   GT-SCH-GR.


      *****************************************************
      *  220-PRINT-MAJOR-SECTION - HEADCOUNT AND FTE BY    *
      *  MAJOR, ONE GROUP PER COLLEGE WITH MAJORS, THEN    *
      *  THE ALL-COLLEGES TOTAL.                           *
      *****************************************************
       220-PRINT-MAJOR-SECTION.

           MOVE MAJOR-SECTION-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 2.
           MOVE MAJOR-COLUMN-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 2.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               IF CLT-MAJOR-DEPTS (WS-COL-SUB) > ZERO
                   PERFORM 250-PRINT-COLLEGE-CAPTION
                   PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                           UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
                       IF DT-COLLEGE-SUB (WS-DEPT-SUB) = WS-COL-SUB
                               AND DT-HAS-MAJORS (WS-DEPT-SUB)
                           MOVE DT-DEPARTMENT (WS-DEPT-SUB)
                               TO MD-DEPARTMENT
                           MOVE DT-DEPT-NAME (WS-DEPT-SUB)
                               TO MD-DEPT-NAME
                           MOVE DT-TOTALS (WS-DEPT-SUB)
                               TO LINE-TOTALS
                           PERFORM 225-FORMAT-MAJOR-LINE
                           WRITE FTE-REC AFTER 1
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO MD-DEPARTMENT
                   MOVE "COLLEGE TOTAL" TO MD-DEPT-NAME
                   MOVE CLT-TOTALS (WS-COL-SUB) TO LINE-TOTALS
                   PERFORM 225-FORMAT-MAJOR-LINE
                   WRITE FTE-REC AFTER 2
               END-IF
           END-PERFORM.

           MOVE SPACES TO MD-DEPARTMENT.
           MOVE "ALL COLLEGES" TO MD-DEPT-NAME.
           MOVE GRAND-TOTALS TO LINE-TOTALS.
           PERFORM 225-FORMAT-MAJOR-LINE.
           WRITE FTE-REC AFTER 2.


      *****************************************************
      *  225-FORMAT-MAJOR-LINE - FORMATS LINE-TOTALS INTO  *
      *  THE MAJOR DETAIL LINE AND MOVES IT TO FTE-REC.    *
      *****************************************************
       225-FORMAT-MAJOR-LINE.

           COMPUTE WS-FTE-UG ROUNDED = LT-LOAD-UG / FP-UG-DIVISOR.
           COMPUTE WS-FTE-GR ROUNDED = LT-LOAD-GR / FP-GR-DIVISOR.
           COMPUTE WS-FTE-TOTAL = WS-FTE-UG + WS-FTE-GR.
           COMPUTE WS-PRIOR-FTE ROUNDED =
               LT-PRIOR-LOAD-UG / FP-UG-DIVISOR
             + LT-PRIOR-LOAD-GR / FP-GR-DIVISOR.

           MOVE LT-HEAD-UG   TO MD-HEAD-UG.
           MOVE LT-HEAD-GR   TO MD-HEAD-GR.
           MOVE LT-FULL-TIME TO MD-FULL-TIME.
           MOVE LT-PART-TIME TO MD-PART-TIME.
           COMPUTE MD-HEAD-TOTAL = LT-HEAD-UG + LT-HEAD-GR.
           MOVE WS-FTE-UG    TO MD-FTE-UG.
           MOVE WS-FTE-GR    TO MD-FTE-GR.
           MOVE WS-FTE-TOTAL TO MD-FTE-TOTAL.
           MOVE LT-PRIOR-HEAD TO MD-PRIOR-HEAD.
           COMPUTE MD-HEAD-CHANGE =
               LT-HEAD-UG + LT-HEAD-GR - LT-PRIOR-HEAD.
           MOVE WS-PRIOR-FTE TO MD-PRIOR-FTE.
           COMPUTE MD-FTE-CHANGE = WS-FTE-TOTAL - WS-PRIOR-FTE.
           MOVE MAJOR-DETAIL-LINE TO FTE-REC.


      *****************************************************
      *  230-PRINT-SCH-SECTION - CREDIT HOURS AND THE FTE  *
      *  THEY MAKE BY TEACHING DEPARTMENT, GROUPED THE     *
      *  SAME WAY.                                         *
      *****************************************************
       230-PRINT-SCH-SECTION.

           MOVE SCH-SECTION-LINE TO FTE-REC.
           WRITE FTE-REC AFTER PAGE.
           MOVE SCH-COLUMN-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 2.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               IF CLT-SCH-DEPTS (WS-COL-SUB) > ZERO
                   PERFORM 250-PRINT-COLLEGE-CAPTION
                   PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                           UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
                       IF DT-COLLEGE-SUB (WS-DEPT-SUB) = WS-COL-SUB
                               AND DT-HAS-SCH (WS-DEPT-SUB)
                           MOVE DT-DEPARTMENT (WS-DEPT-SUB)
                               TO SD-DEPARTMENT
                           MOVE DT-DEPT-NAME (WS-DEPT-SUB)
                               TO SD-DEPT-NAME
                           MOVE DT-TOTALS (WS-DEPT-SUB)
                               TO LINE-TOTALS
                           PERFORM 235-FORMAT-SCH-LINE
                           WRITE FTE-REC AFTER 1
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO SD-DEPARTMENT
                   MOVE "COLLEGE TOTAL" TO SD-DEPT-NAME
                   MOVE CLT-TOTALS (WS-COL-SUB) TO LINE-TOTALS
                   PERFORM 235-FORMAT-SCH-LINE
                   WRITE FTE-REC AFTER 2
               END-IF
           END-PERFORM.

           MOVE SPACES TO SD-DEPARTMENT.
           MOVE "ALL COLLEGES" TO SD-DEPT-NAME.
           MOVE GRAND-TOTALS TO LINE-TOTALS.
           PERFORM 235-FORMAT-SCH-LINE.
           WRITE FTE-REC AFTER 2.


       235-FORMAT-SCH-LINE.

           COMPUTE WS-FTE-UG ROUNDED = LT-SCH-UG / FP-UG-DIVISOR.
           COMPUTE WS-FTE-GR ROUNDED = LT-SCH-GR / FP-GR-DIVISOR.
           COMPUTE WS-FTE-TOTAL = WS-FTE-UG + WS-FTE-GR.

           MOVE LT-SCH-UG    TO SD-SCH-UG.
           MOVE LT-SCH-GR    TO SD-SCH-GR.
           COMPUTE SD-SCH-TOTAL = LT-SCH-UG + LT-SCH-GR.
           MOVE WS-FTE-UG    TO SD-FTE-UG.
           MOVE WS-FTE-GR    TO SD-FTE-GR.
           MOVE WS-FTE-TOTAL TO SD-FTE-TOTAL.
           MOVE SCH-DETAIL-LINE TO FTE-REC.


       250-PRINT-COLLEGE-CAPTION.

           MOVE CLT-COLLEGE-CODE (WS-COL-SUB) TO CCL-COLLEGE-CODE.
           MOVE CLT-COLLEGE-NAME (WS-COL-SUB) TO CCL-COLLEGE-NAME.
           MOVE COLLEGE-CAPTION-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 2.
           MOVE SPACES TO FTE-REC.
           WRITE FTE-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO FTE-REC.
           WRITE FTE-REC AFTER 2.

           MOVE "CENSUS SNAPSHOTS READ" TO TR-CAPTION.
           MOVE WS-SNAPS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "  STUDENTS COUNTED" TO TR-CAPTION.
           MOVE WS-STUDENTS-COUNTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "  NOT REGISTERED AT CENSUS" TO TR-CAPTION.
           MOVE WS-NOT-REGISTERED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "  LOAD NOT CAPTURED" TO TR-CAPTION.
           MOVE WS-NOT-CAPTURED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "REGISTRATION CHANGED SINCE CENSUS" TO TR-CAPTION.
           MOVE WS-REG-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "COURSES NOT IN CATALOG" TO TR-CAPTION.
           MOVE WS-UNCATALOGED-COURSES TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "PRIOR-YEAR SNAPSHOTS READ" TO TR-CAPTION.
           MOVE WS-PRIOR-SNAPS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "  PRIOR-YEAR STUDENTS COUNTED" TO TR-CAPTION.
           MOVE WS-PRIOR-COUNTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "  PRIOR-YEAR LOAD NOT CAPTURED" TO TR-CAPTION.
           MOVE WS-PRIOR-NOT-CAPTURED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "DEPARTMENTS REPORTED" TO TR-CAPTION.
           MOVE WS-NUM-DEPTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.

           MOVE "DEPARTMENTS NOT ON DEPARTMENT MASTER" TO TR-CAPTION.
           MOVE WS-DEPTS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO FTE-REC.
           WRITE FTE-REC AFTER 1.
