       IDENTIFICATION DIVISION.

       PROGRAM-ID. DMNDFCST.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DMNDFCST - COURSE DEMAND FORECAST FOR SECTION     *
      *  PLANNING.  FOR THE TARGET TERM NAMED ON THE       *
      *  DMNDPARM CARD, COUNTS PER COURSE THE ACTIVE       *
      *  STUDENTS WHO HAVE SATISFIED EVERY PREREQUISITE    *
      *  THE CATALOG HAS IN FORCE FOR THAT TERM AND HAVE   *
      *  NOT YET PASSED THE COURSE, WORKING FROM THE       *
      *  NIGHTLY COURSE-OCCURRENCE EXTRACT (OCCFILE - THE  *
      *  MASTER PLUS OVERFLOW HISTORY).  A PREREQUISITE OR *
      *  THE COURSE ITSELF COUNTS AS PASSED ONLY ON AN     *
      *  OCCURRENCE FROM AN EARLIER TERM THAT EARNED A     *
      *  GRADE WORTH POINTS ON THE CERTIFIED GRADE TABLE   *
      *  (OR A PASS / EXAM CREDIT) AND WAS NOT FORGIVEN,   *
      *  SUPERSEDED, INCOMPLETE OR WITHDRAWN.  RENUMBERED  *
      *  COURSES RESOLVE THROUGH CRSEQUIV AND A CROSS-LIST *
      *  GROUP COUNTS AS ONE COURSE UNDER ITS PRIMARY.     *
      *  EACH COURSE'S DEMAND PRINTS ON DMNDRPT BY CLASS   *
      *  STANDING (FROM EARNED CREDITS AGAINST THE CARD'S  *
      *  THRESHOLDS) WITH A LINE PER MAJOR, BESIDE THE     *
      *  SECTIONS AND SEATS ALREADY SCHEDULED ON SECTFILE  *
      *  FOR THE TERM.  A COURSE WITH NO PREREQUISITES IS  *
      *  NOT FORECAST; IT PRINTS ONLY WHEN SECTIONS ARE    *
      *  SCHEDULED.  THE RUN BALANCES TO THE EXTRACT'S     *
      *  TRAILER AND ENDS WITH RETURN CODE 8 ON A SHORT OR *
      *  OUT-OF-BALANCE EXTRACT.                           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DEMAND-PARM-FILE
               ASSIGN DMNDPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OCCURRENCE-FILE
               ASSIGN OCCFILE
               FILE STATUS IS WS-OCC-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL VERSION-FILE
               ASSIGN CRSEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CV-VERSION-KEY
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT DEMAND-REPORT
               ASSIGN DMNDRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  DEMAND-PARM-FILE.

      *****************************************************
      *  DMNDPARM - THE TERM BEING PLANNED AND THE EARNED  *
      *  CREDITS AT WHICH A STUDENT BECOMES A SOPHOMORE,   *
      *  JUNIOR AND SENIOR.  A ZERO THRESHOLD TAKES THE    *
      *  USUAL 30 / 60 / 90.                               *
      *****************************************************
       01  DEMAND-PARM-RECORD.
           05  DP-TARGET-TERM           PIC X(05).
           05  DP-SOPHOMORE-CREDITS     PIC 9(03).
           05  DP-JUNIOR-CREDITS        PIC 9(03).
           05  DP-SENIOR-CREDITS        PIC 9(03).

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERSION-FILE.

            COPY CRSEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EQUIV-FILE.

            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  GRADE-PARM-FILE.

       01  GRADE-PARM-RECORD.
           05  GP-GRADE           PIC 99.
           05  GP-POINTS          PIC 9V9.
           05  GP-LETTER          PIC XX.
       01  GRADE-CERT-RECORD REDEFINES GRADE-PARM-RECORD.
           05  GP-CERT-LITERAL    PIC X(05).
               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-CATALOG-SUB           PIC 9(03).
           05  SR-MAJOR-CODE            PIC X(04).
           05  SR-CLASS-LEVEL           PIC 9(01).

       FD  DEMAND-REPORT.

       01  DMND-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  OCCFILE-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  OCCFILE-EOF                     VALUE "Y".
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  SECTION-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  SECTION-EOF                     VALUE "Y".
           05  GRADE-PARM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-PARM-EOF                  VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-OCC-STATUS           PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  WS-TARGET-TERM          PIC X(05) VALUE SPACES.
           05  WS-SOPHOMORE-CREDITS    PIC 9(03) VALUE ZERO.
           05  WS-JUNIOR-CREDITS       PIC 9(03) VALUE ZERO.
           05  WS-SENIOR-CREDITS       PIC 9(03) VALUE ZERO.
           05  WS-STUDENT-PENDING-SWITCH PIC X(01) VALUE "N".
               88  STUDENT-PENDING                 VALUE "Y".
           05  WS-CUR-MAJOR-CODE       PIC X(04) VALUE SPACES.
           05  WS-CUR-CREDITS          PIC 999V99 VALUE ZERO.
           05  WS-CLASS-LEVEL          PIC 9(01) VALUE ZERO.
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-CAT-SUB              PIC 9(03) VALUE ZERO.
           05  WS-PRIMARY-SUB          PIC 9(03) VALUE ZERO.
           05  WS-PREQ-SUB             PIC 9(01) VALUE ZERO.
           05  WS-LEVEL-SUB            PIC 9(01) VALUE ZERO.
           05  WS-NUM-HIST             PIC 9(03) VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(03) VALUE ZERO.
           05  WS-NUM-GRADES           PIC 9(02) VALUE ZERO.
           05  WS-PASSED-SWITCH        PIC X(01) VALUE "N".
               88  OCCURRENCE-PASSED             VALUE "Y".
           05  WS-ELIGIBLE-SWITCH      PIC X(01) VALUE "N".
               88  STUDENT-ELIGIBLE              VALUE "Y".
           05  WS-WORK-PREREQ-ID       PIC X(06) VALUE SPACES.
           05  WS-HOLD-MAJOR-CODE      PIC X(04) VALUE SPACES.
           05  WS-NET-SEATS            PIC S9(06) VALUE ZERO.
           05  WS-COUNT-EDIT           PIC ZZ,ZZ9.
           05  WS-NET-EDIT             PIC +ZZ,ZZ9.
           05  WS-STUDENTS-EXAMINED    PIC 9(07) VALUE ZERO.
           05  WS-DEMAND-ENTRIES       PIC 9(09) VALUE ZERO.
           05  WS-COURSES-REPORTED     PIC 9(07) VALUE ZERO.
           05  WS-COURSES-OVER-SEATS   PIC 9(07) VALUE ZERO.
           05  WS-COURSES-NO-SECTIONS  PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-SCHEDULED   PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-UNCATALOGED PIC 9(07) VALUE ZERO.
           05  WS-HIST-TRUNCATED       PIC 9(07) VALUE ZERO.

       01  MAJOR-DEMAND-FIELDS.
           05  WS-MAJOR-DEMAND         PIC 9(05) OCCURS 4 TIMES.
           05  WS-MAJOR-TOTAL          PIC 9(05) VALUE ZERO.

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

      *****************************************************
      *  CATALOG TABLE.  EACH COURSE CARRIES THE ENTRY OF  *
      *  ITS CROSS-LIST PRIMARY (ITSELF WHEN NOT CROSS-    *
      *  LISTED), THE PREREQUISITES IN FORCE FOR THE       *
      *  TARGET TERM WITH THE PRIMARY ENTRY OF EACH (ZERO  *
      *  WHEN THE PREREQUISITE IS NOT CATALOGED), THE      *
      *  CURRENT STUDENT'S PASSED SWITCH, THE SECTIONS AND *
      *  SEATS SCHEDULED, AND THE DEMAND BY CLASS          *
      *  STANDING (1 FRESHMAN THROUGH 4 SENIOR).  ONLY A   *
      *  PRIMARY ENTRY IS OFFERED, PASSED OR SCHEDULED.    *
      *****************************************************
       01  CATALOG-TBL-GROUP.
           05  CATALOG-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-CATALOG
                      INDEXED BY CAT-X CAT-Y.
               10  CAT-COURSE-ID       PIC X(06).
               10  CAT-COURSE-TITLE    PIC X(30).
               10  CAT-DEPARTMENT      PIC X(04).
               10  CAT-EFFECTIVE-TERM  PIC X(05).
               10  CAT-XLIST-GROUP     PIC X(06).
               10  CAT-INACTIVE-SW     PIC X(01).
                   88  CAT-INACTIVE              VALUE "Y".
               10  CAT-OFFERED-SW      PIC X(01).
                   88  CAT-OFFERED               VALUE "Y".
               10  CAT-FORECAST-SW     PIC X(01).
                   88  CAT-FORECAST              VALUE "Y".
               10  CAT-PRIMARY-SUB     PIC 9(03).
               10  CAT-PREREQ-ID       PIC X(06) OCCURS 3 TIMES.
               10  CAT-PREREQ-SUB      PIC 9(03) OCCURS 3 TIMES.
               10  CAT-PASSED-SW       PIC X(01).
                   88  CAT-PASSED                VALUE "Y".
               10  CAT-SECTIONS        PIC 9(03).
               10  CAT-SEATS           PIC 9(05).
               10  CAT-UNLIMITED-SW    PIC X(01).
                   88  CAT-HAS-UNLIMITED         VALUE "Y".
               10  CAT-DEMAND          PIC 9(05) OCCURS 4 TIMES.
               10  CAT-DEMAND-TOTAL    PIC 9(05).

      *****************************************************
      *  PASSED COURSES OF THE CURRENT STUDENT THAT ARE    *
      *  NOT ON THE CATALOG - THEY CAN STILL SATISFY A     *
      *  PREREQUISITE THE CATALOG NAMES BUT DOES NOT HOLD. *
      *****************************************************
       01  HISTORY-TBL-GROUP.
           05  HISTORY-ENTRY OCCURS 100 TIMES.
               10  HT-COURSE-ID        PIC X(06).

      *****************************************************
      *  SUPERSEDED CATALOG VERSIONS, IN COURSE AND        *
      *  EFFECTIVE-TERM ORDER AS LOADED FROM CRSEHIST.     *
      *****************************************************
       01  VERSION-WORK-FIELDS.
           05  WS-VERSION-STATUS       PIC XX.
           05  VERSION-EOF-SWITCH      PIC X(01) VALUE "N".
               88  VERSION-EOF                   VALUE "Y".
           05  WS-NUM-VERSIONS         PIC 9(04) VALUE ZERO.
           05  WS-VER-SUB              PIC 9(04) VALUE ZERO.
           05  WS-VERSION-SUB          PIC 9(04) VALUE ZERO.
           05  WS-VERSION-TERM         PIC X(05) VALUE SPACES.

       01  VERSION-TBL-GROUP.
           05  VERSION-ENTRY OCCURS 1000 TIMES.
               10  VR-COURSE-ID        PIC X(06).
               10  VR-EFFECTIVE-TERM   PIC X(05).
               10  VR-PREREQ-ID        PIC X(06) OCCURS 3 TIMES.

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

       01  GRADE-TBL-GROUP.
           05  GRADE-ENTRY OCCURS 9 TIMES
                       INDEXED BY GRDNDX.
               10  GR-GRADE            PIC 99.
               10  GR-POINTS           PIC 9V9.
               10  GR-LETTER           PIC XX.

       01  DMND-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  DMH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DMH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DMH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "COURSE DEMAND FORECAST".
           05                 PIC X(06)   VALUE "TERM: ".
           05  DMH-TERM-CODE  PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  DMND-THRESHOLD-LINE.
           05                 PIC X(40)
               VALUE "CLASS STANDING BY CREDITS - SOPHOMORE  ".
           05  TH-SOPHOMORE   PIC ZZ9.
           05                 PIC X(10)   VALUE "  JUNIOR  ".
           05  TH-JUNIOR      PIC ZZ9.
           05                 PIC X(10)   VALUE "  SENIOR  ".
           05  TH-SENIOR      PIC ZZ9.
           05                 PIC X(63)  VALUE SPACE.

       01  DMND-COLUMN-LINE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(30)  VALUE "TITLE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "DEPT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "MAJOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE " FRESH".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "  SOPH".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "JUNIOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "SENIOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE " TOTAL".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "SECT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "   SEATS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(12)  VALUE "NET SEATS".
           05                 PIC X(11)  VALUE SPACE.

       01  DMND-COURSE-LINE.
           05  DC-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  DC-COURSE-TITLE    PIC X(30).
           05                     PIC X(02)  VALUE SPACE.
           05  DC-DEPARTMENT      PIC X(04).
           05                     PIC X(02)  VALUE SPACE.
           05                     PIC X(05)  VALUE "ALL".
           05                     PIC X(02)  VALUE SPACE.
           05  DC-FRESHMAN        PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DC-SOPHOMORE       PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DC-JUNIOR          PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DC-SENIOR          PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DC-TOTAL           PIC ZZ,ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  DC-SECTIONS        PIC ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DC-SEATS           PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  DC-NET-SEATS       PIC X(12).
           05                     PIC X(11)  VALUE SPACE.

       01  DMND-MAJOR-LINE.
           05                     PIC X(46)  VALUE SPACE.
           05  DM-MAJOR-CODE      PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  DM-FRESHMAN        PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DM-SOPHOMORE       PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DM-JUNIOR          PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DM-SENIOR          PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DM-TOTAL           PIC ZZ,ZZ9.
           05                     PIC X(41)  VALUE SPACE.

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

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CATALOG-SUB
               ON ASCENDING KEY SR-MAJOR-CODE
               INPUT PROCEDURE IS 200-GATHER-DEMAND
               OUTPUT PROCEDURE IS 300-PRINT-DEMAND.

           PERFORM 240-PRINT-TRAILER.

           PERFORM 180-BALANCE-TO-OCCFILE.

           CLOSE DEMAND-REPORT.

           IF NOT OCCFILE-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE FORECAST IS INCOMPLETE.  SEE DMNDRPT.'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO DMH-MONTH.
           MOVE CD-DAY     TO DMH-DAY.
           MOVE CD-YEAR    TO DMH-YEAR.

           OPEN INPUT DEMAND-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEMAND PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ DEMAND-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' DMNDPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF DP-TARGET-TERM = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' DMNDPARM NAMES NO TARGET TERM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE DP-TARGET-TERM TO WS-TARGET-TERM.
           MOVE DP-SOPHOMORE-CREDITS TO WS-SOPHOMORE-CREDITS.
           MOVE DP-JUNIOR-CREDITS TO WS-JUNIOR-CREDITS.
           MOVE DP-SENIOR-CREDITS TO WS-SENIOR-CREDITS.
           IF WS-SOPHOMORE-CREDITS = ZERO
               MOVE 30 TO WS-SOPHOMORE-CREDITS
           END-IF.
           IF WS-JUNIOR-CREDITS = ZERO
               MOVE 60 TO WS-JUNIOR-CREDITS
           END-IF.
           IF WS-SENIOR-CREDITS = ZERO
               MOVE 90 TO WS-SENIOR-CREDITS
           END-IF.

           CLOSE DEMAND-PARM-FILE.

           PERFORM 915-LOAD-EQUIV.
           PERFORM 120-LOAD-CATALOG.
           PERFORM 930-LOAD-VERSIONS.
           PERFORM 125-SET-PRIMARIES
               VARYING CAT-X FROM 1 BY 1
               UNTIL CAT-X > WS-NUM-CATALOG.
           PERFORM 127-SET-TARGET-PREREQS
               VARYING CAT-X FROM 1 BY 1
               UNTIL CAT-X > WS-NUM-CATALOG.
           PERFORM 130-LOAD-GRADE-TABLE.
           PERFORM 140-LOAD-SECTIONS.

           OPEN INPUT OCCURRENCE-FILE.

           IF WS-OCC-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OCCURRENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT DEMAND-REPORT.

           MOVE WS-TARGET-TERM TO DMH-TERM-CODE.
           MOVE DMND-HEADING-LINE TO DMND-REC.
           WRITE DMND-REC AFTER PAGE.
           MOVE WS-SOPHOMORE-CREDITS TO TH-SOPHOMORE.
           MOVE WS-JUNIOR-CREDITS TO TH-JUNIOR.
           MOVE WS-SENIOR-CREDITS TO TH-SENIOR.
           MOVE DMND-THRESHOLD-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.
           MOVE DMND-COLUMN-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 2.
           MOVE SPACES TO DMND-REC.
           WRITE DMND-REC.


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
                   ADD 1 TO WS-NUM-CATALOG
                   IF WS-NUM-CATALOG > 500
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-CATALOG'
                       DISPLAY ' TOO MANY COURSES IN CRSECATG -'
                       DISPLAY ' MAXIMUM IS 500'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE SPACES TO CATALOG-ENTRY (WS-NUM-CATALOG)
                   MOVE ZERO TO CAT-PRIMARY-SUB (WS-NUM-CATALOG)
                   MOVE ZERO TO CAT-SECTIONS (WS-NUM-CATALOG)
                   MOVE ZERO TO CAT-SEATS (WS-NUM-CATALOG)
                   MOVE ZERO TO CAT-DEMAND-TOTAL (WS-NUM-CATALOG)
                   PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                           UNTIL WS-LEVEL-SUB > 4
                       MOVE ZERO
                           TO CAT-DEMAND (WS-NUM-CATALOG WS-LEVEL-SUB)
                   END-PERFORM
                   MOVE CC-COURSE-ID
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-COURSE-TITLE
                       TO CAT-COURSE-TITLE (WS-NUM-CATALOG)
                   MOVE CC-DEPARTMENT
                       TO CAT-DEPARTMENT (WS-NUM-CATALOG)
                   MOVE CC-EFFECTIVE-TERM
                       TO CAT-EFFECTIVE-TERM (WS-NUM-CATALOG)
                   MOVE CC-XLIST-GROUP
                       TO CAT-XLIST-GROUP (WS-NUM-CATALOG)
                   IF CC-COURSE-INACTIVE
                       MOVE "Y" TO CAT-INACTIVE-SW (WS-NUM-CATALOG)
                   END-IF
                   PERFORM VARYING WS-PREQ-SUB FROM 1 BY 1
                           UNTIL WS-PREQ-SUB > 3
                       MOVE CC-PREREQ-ID (WS-PREQ-SUB)
                           TO CAT-PREREQ-ID
                              (WS-NUM-CATALOG WS-PREQ-SUB)
                       MOVE ZERO
                           TO CAT-PREREQ-SUB
                              (WS-NUM-CATALOG WS-PREQ-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-NUM-CATALOG = ZERO
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-CATALOG'
               DISPLAY ' COURSE CATALOG FILE IS EMPTY'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  125-SET-PRIMARIES - POINTS EACH COURSE AT THE     *
      *  ENTRY OF ITS CROSS-LIST PRIMARY.  A GROUP WHOSE   *
      *  PRIMARY IS NOT CATALOGED LEAVES THE MEMBER        *
      *  STANDING ON ITS OWN.  A PRIMARY IS OFFERED IN     *
      *  THE TARGET TERM UNLESS IT WAS INACTIVATED         *
      *  EFFECTIVE THAT TERM OR EARLIER.                   *
      *****************************************************
       125-SET-PRIMARIES.

           SET WS-PRIMARY-SUB TO CAT-X.

           IF CAT-XLIST-GROUP (CAT-X) NOT = SPACES
                   AND CAT-XLIST-GROUP (CAT-X)
                       NOT = CAT-COURSE-ID (CAT-X)
               SET CAT-Y TO 1
               SEARCH CATALOG-ENTRY VARYING CAT-Y
                   AT END
                       CONTINUE
                   WHEN CAT-COURSE-ID (CAT-Y) =
                           CAT-XLIST-GROUP (CAT-X)
                       SET WS-PRIMARY-SUB TO CAT-Y
               END-SEARCH
           END-IF.

           MOVE WS-PRIMARY-SUB TO CAT-PRIMARY-SUB (CAT-X).

           SET WS-CAT-SUB TO CAT-X.
           IF WS-PRIMARY-SUB = WS-CAT-SUB
               IF CAT-INACTIVE (CAT-X)
                       AND CAT-EFFECTIVE-TERM (CAT-X)
                           NOT > WS-TARGET-TERM
                   CONTINUE
               ELSE
                   MOVE "Y" TO CAT-OFFERED-SW (CAT-X)
               END-IF
           END-IF.


      *****************************************************
      *  127-SET-TARGET-PREREQS - REPLACES EACH COURSE'S   *
      *  PREREQUISITES WITH THOSE OF THE CATALOG VERSION   *
      *  IN FORCE FOR THE TARGET TERM, RESOLVES EACH       *
      *  THROUGH CRSEQUIV, AND POINTS IT AT THE PRIMARY    *
      *  ENTRY THAT WILL CARRY ITS PASSED SWITCH.  AN      *
      *  OFFERED COURSE WITH ANY PREREQUISITE IS FORECAST. *
      *****************************************************
       127-SET-TARGET-PREREQS.

           MOVE WS-TARGET-TERM TO WS-VERSION-TERM.
           PERFORM 935-FIND-VERSION.

           PERFORM VARYING WS-PREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREQ-SUB > 3
               IF WS-VERSION-SUB = ZERO
                   MOVE CAT-PREREQ-ID (CAT-X WS-PREQ-SUB)
                       TO WS-WORK-PREREQ-ID
               ELSE
                   MOVE VR-PREREQ-ID (WS-VERSION-SUB WS-PREQ-SUB)
                       TO WS-WORK-PREREQ-ID
               END-IF
               MOVE ZERO TO CAT-PREREQ-SUB (CAT-X WS-PREQ-SUB)
               IF WS-WORK-PREREQ-ID NOT = SPACES
                   MOVE WS-WORK-PREREQ-ID TO WS-RESOLVE-ID
                   PERFORM 920-RESOLVE-COURSE-ID
                   MOVE WS-RESOLVE-ID TO WS-WORK-PREREQ-ID
                   IF CAT-OFFERED (CAT-X)
                       MOVE "Y" TO CAT-FORECAST-SW (CAT-X)
                   END-IF
                   SET CAT-Y TO 1
                   SEARCH CATALOG-ENTRY VARYING CAT-Y
                       AT END
                           CONTINUE
                       WHEN CAT-COURSE-ID (CAT-Y) = WS-WORK-PREREQ-ID
                           MOVE CAT-PRIMARY-SUB (CAT-Y)
                               TO CAT-PREREQ-SUB (CAT-X WS-PREQ-SUB)
                   END-SEARCH
               END-IF
               MOVE WS-WORK-PREREQ-ID
                   TO CAT-PREREQ-ID (CAT-X WS-PREQ-SUB)
           END-PERFORM.


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

           MOVE ZERO TO WS-NUM-GRADES.

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
                   MOVE GP-GRADE  TO GR-GRADE  (WS-NUM-GRADES)
                   MOVE GP-POINTS TO GR-POINTS (WS-NUM-GRADES)
                   MOVE GP-LETTER TO GR-LETTER (WS-NUM-GRADES)
                 END-IF
               END-IF
           END-PERFORM.

           CLOSE GRADE-PARM-FILE.


      *****************************************************
      *  140-LOAD-SECTIONS - TOTALS THE SECTIONS AND SEATS *
      *  SCHEDULED FOR THE TARGET TERM UNDER EACH COURSE'S *
      *  PRIMARY ENTRY.  A SECTION WITH NO SEAT LIMIT      *
      *  LEAVES THE COURSE'S SEATS UNLIMITED.              *
      *****************************************************
       140-LOAD-SECTIONS.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 140-LOAD-SECTIONS'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SECTION-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECTION-EOF TO TRUE
               END-READ
               IF NOT SECTION-EOF
                       AND CS-TERM-CODE = WS-TARGET-TERM
                   ADD 1 TO WS-SECTIONS-SCHEDULED
                   SET CAT-X TO 1
                   SEARCH CATALOG-ENTRY VARYING CAT-X
                       AT END
                           ADD 1 TO WS-SECTIONS-UNCATALOGED
                       WHEN CAT-COURSE-ID (CAT-X) = CS-COURSE-ID
                           MOVE CAT-PRIMARY-SUB (CAT-X)
                               TO WS-PRIMARY-SUB
                           ADD 1 TO CAT-SECTIONS (WS-PRIMARY-SUB)
                           ADD CS-SEAT-CAPACITY
                               TO CAT-SEATS (WS-PRIMARY-SUB)
                           IF CS-NO-SEAT-LIMIT
                               MOVE "Y" TO
                                   CAT-UNLIMITED-SW (WS-PRIMARY-SUB)
                           END-IF
                   END-SEARCH
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.


      *****************************************************
      *  200-GATHER-DEMAND - SORT INPUT PROCEDURE.  READS  *
      *  THE EXTRACT; EACH ACTIVE STUDENT'S PASSED COURSES *
      *  ARE GATHERED, THEN EVERY FORECAST COURSE THE      *
      *  STUDENT IS ELIGIBLE FOR IS COUNTED AND RELEASED   *
      *  FOR THE BREAKDOWN BY MAJOR.                       *
      *****************************************************
       200-GATHER-DEMAND.

           PERFORM UNTIL OCCFILE-EOF
               READ OCCURRENCE-FILE
                   AT END
                       SET OCCFILE-EOF TO TRUE
               END-READ
               IF NOT OCCFILE-EOF
                   IF WS-OCC-STATUS = '00'
                       PERFORM 205-APPLY-OCC-RECORD
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 200-GATHER-DEMAND'
                       DISPLAY ' ERROR IN READING THE OCCURRENCE FILE'
                       DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
                       DISPLAY '*******************************'
                       SET OCCFILE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF STUDENT-PENDING
               PERFORM 220-EVALUATE-STUDENT
           END-IF.

           CLOSE OCCURRENCE-FILE.


      *****************************************************
      *  205-APPLY-OCC-RECORD - A STUDENT HEADER EVALUATES *
      *  THE PREVIOUS STUDENT AND OPENS THE NEXT (ACTIVE   *
      *  STUDENTS ONLY); AN OCCURRENCE OF THE OPEN STUDENT *
      *  FROM BEFORE THE TARGET TERM IS CHECKED FOR A      *
      *  PASS; THE *CTL* TRAILER ENDS THE FILE.  EVERY     *
      *  RECORD COUNTS TOWARD THE BALANCE TO THE TRAILER.  *
      *****************************************************
       205-APPLY-OCC-RECORD.

           IF CO-CTL-PRESENT
               PERFORM 185-SAVE-OCC-TRAILER
           ELSE
               ADD 1 TO WS-OCC-RECORDS
               ADD CO-STUDENT-ID TO WS-OCC-HASH
               IF CO-STUDENT-HEADER
                   ADD 1 TO WS-OCC-STUDENTS
                   IF STUDENT-PENDING
                       PERFORM 220-EVALUATE-STUDENT
                   END-IF
                   IF CO-ENROLLED-ACTIVE
                       PERFORM 207-OPEN-STUDENT
                   END-IF
               ELSE
                   ADD 1 TO WS-OCC-OCCURRENCES
                   ADD CO-ATTEMPTED-CREDITS TO WS-OCC-CREDITS
                   IF STUDENT-PENDING
                           AND CO-TERM-CODE < WS-TARGET-TERM
                       PERFORM 210-NOTE-OCCURRENCE
                   END-IF
               END-IF
           END-IF.


       207-OPEN-STUDENT.

           MOVE "Y" TO WS-STUDENT-PENDING-SWITCH.
           MOVE CO-MAJOR-CODE TO WS-CUR-MAJOR-CODE.
           MOVE CO-LAST-TOTAL-CREDITS TO WS-CUR-CREDITS.
           MOVE ZERO TO WS-NUM-HIST.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-NUM-CATALOG
               MOVE "N" TO CAT-PASSED-SW (WS-CAT-SUB)
           END-PERFORM.


      *****************************************************
      *  210-NOTE-OCCURRENCE - A PASSED OCCURRENCE SETS    *
      *  THE PASSED SWITCH OF ITS COURSE'S PRIMARY ENTRY;  *
      *  ONE NOT ON THE CATALOG IS HELD IN THE HISTORY     *
      *  TABLE.                                            *
      *****************************************************
       210-NOTE-OCCURRENCE.

           PERFORM 215-CHECK-PASSED.

           IF OCCURRENCE-PASSED
               MOVE CO-COURSE-ID TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               SET CAT-X TO 1
               SEARCH CATALOG-ENTRY VARYING CAT-X
                   AT END
                       IF WS-NUM-HIST < 100
                           ADD 1 TO WS-NUM-HIST
                           MOVE WS-RESOLVE-ID
                               TO HT-COURSE-ID (WS-NUM-HIST)
                       ELSE
                           ADD 1 TO WS-HIST-TRUNCATED
                       END-IF
                   WHEN CAT-COURSE-ID (CAT-X) = WS-RESOLVE-ID
                       MOVE CAT-PRIMARY-SUB (CAT-X) TO WS-PRIMARY-SUB
                       MOVE "Y" TO CAT-PASSED-SW (WS-PRIMARY-SUB)
               END-SEARCH
           END-IF.


      *****************************************************
      *  215-CHECK-PASSED - GRADING BASIS RULES:           *
      *    FORGIVEN, SUPERSEDED, INCOMPLETE, WITHDRAWN,    *
      *      INTEGRITY XF, NOT REPORTED - NOT PASSED.      *
      *    PASS/FAIL (P), EXAM CREDIT (E) - PASSED.        *
      *    LETTER (L) - THE LETTER'S BAND MUST BE WORTH    *
      *      POINTS.                                       *
      *    ANYTHING ELSE - THE PERCENTAGE'S BAND MUST BE   *
      *      WORTH POINTS.                                 *
      *****************************************************
       215-CHECK-PASSED.

           MOVE "N" TO WS-PASSED-SWITCH.

           EVALUATE TRUE
               WHEN CO-COURSE-FORGIVEN
                 OR CO-EXAM-SUPERSEDED
                 OR CO-BASIS-INCOMPLETE
                 OR CO-BASIS-WITHDRAWN
                 OR CO-BASIS-INTEGRITY-XF
                 OR CO-BASIS-NOT-REPORTED
                   CONTINUE
               WHEN CO-BASIS-PASS-FAIL
                 OR CO-BASIS-EXAM-CREDIT
                   MOVE "Y" TO WS-PASSED-SWITCH
               WHEN CO-BASIS-LETTER
                   SET GRDNDX TO 1
                   SEARCH GRADE-ENTRY VARYING GRDNDX
                       AT END
                           CONTINUE
                       WHEN GRDNDX > WS-NUM-GRADES
                           CONTINUE
                       WHEN CO-ENTERED-LETTER = GR-LETTER (GRDNDX)
                           IF GR-POINTS (GRDNDX) > ZERO
                               MOVE "Y" TO WS-PASSED-SWITCH
                           END-IF
                   END-SEARCH
               WHEN OTHER
                   SET GRDNDX TO 1
                   SEARCH GRADE-ENTRY VARYING GRDNDX
                       AT END
                           CONTINUE
                       WHEN GRDNDX > WS-NUM-GRADES
                           CONTINUE
                       WHEN CO-PERCENTAGE-EARNED > GR-GRADE (GRDNDX)
                           IF GR-POINTS (GRDNDX) > ZERO
                               MOVE "Y" TO WS-PASSED-SWITCH
                           END-IF
                   END-SEARCH
           END-EVALUATE.


      *****************************************************
      *  220-EVALUATE-STUDENT - SETS THE STUDENT'S CLASS   *
      *  STANDING FROM EARNED CREDITS AND COUNTS THE       *
      *  STUDENT TOWARD EVERY FORECAST COURSE NOT YET      *
      *  PASSED WHOSE PREREQUISITES ARE ALL PASSED.        *
      *****************************************************
       220-EVALUATE-STUDENT.

           MOVE "N" TO WS-STUDENT-PENDING-SWITCH.
           ADD 1 TO WS-STUDENTS-EXAMINED.

           EVALUATE TRUE
               WHEN WS-CUR-CREDITS >= WS-SENIOR-CREDITS
                   MOVE 4 TO WS-CLASS-LEVEL
               WHEN WS-CUR-CREDITS >= WS-JUNIOR-CREDITS
                   MOVE 3 TO WS-CLASS-LEVEL
               WHEN WS-CUR-CREDITS >= WS-SOPHOMORE-CREDITS
                   MOVE 2 TO WS-CLASS-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-CLASS-LEVEL
           END-EVALUATE.

           PERFORM 225-CHECK-ONE-COURSE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-NUM-CATALOG.


       225-CHECK-ONE-COURSE.

           IF CAT-FORECAST (WS-CAT-SUB)
                   AND NOT CAT-PASSED (WS-CAT-SUB)
               MOVE "Y" TO WS-ELIGIBLE-SWITCH
               PERFORM 230-CHECK-ONE-PREREQ
                   VARYING WS-PREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREQ-SUB > 3
                      OR NOT STUDENT-ELIGIBLE
               IF STUDENT-ELIGIBLE
                   ADD 1 TO CAT-DEMAND (WS-CAT-SUB WS-CLASS-LEVEL)
                   ADD 1 TO CAT-DEMAND-TOTAL (WS-CAT-SUB)
                   ADD 1 TO WS-DEMAND-ENTRIES
                   MOVE WS-CAT-SUB        TO SR-CATALOG-SUB
                   MOVE WS-CUR-MAJOR-CODE TO SR-MAJOR-CODE
                   MOVE WS-CLASS-LEVEL    TO SR-CLASS-LEVEL
                   RELEASE SORT-RECORD
               END-IF
           END-IF.


      *****************************************************
      *  230-CHECK-ONE-PREREQ - A CATALOGED PREREQUISITE   *
      *  IS SATISFIED BY THE PASSED SWITCH OF ITS PRIMARY  *
      *  ENTRY, AN UNCATALOGED ONE BY THE HISTORY TABLE.   *
      *****************************************************
       230-CHECK-ONE-PREREQ.

           IF CAT-PREREQ-ID (WS-CAT-SUB WS-PREQ-SUB) NOT = SPACES
               IF CAT-PREREQ-SUB (WS-CAT-SUB WS-PREQ-SUB) > ZERO
                   MOVE CAT-PREREQ-SUB (WS-CAT-SUB WS-PREQ-SUB)
                       TO WS-PRIMARY-SUB
                   IF NOT CAT-PASSED (WS-PRIMARY-SUB)
                       MOVE "N" TO WS-ELIGIBLE-SWITCH
                   END-IF
               ELSE
                   MOVE "N" TO WS-ELIGIBLE-SWITCH
                   PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                           UNTIL WS-SCAN-SUB > WS-NUM-HIST
                              OR STUDENT-ELIGIBLE
                       IF HT-COURSE-ID (WS-SCAN-SUB) =
                               CAT-PREREQ-ID (WS-CAT-SUB WS-PREQ-SUB)
                           MOVE "Y" TO WS-ELIGIBLE-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.


      *****************************************************
      *  300-PRINT-DEMAND - SORT OUTPUT PROCEDURE.  WALKS  *
      *  THE CATALOG IN COURSE ORDER; EVERY PRIMARY COURSE *
      *  WITH DEMAND OR SCHEDULED SECTIONS PRINTS ITS      *
      *  TOTALS AGAINST THE SEATS, THEN ITS DEMAND BY      *
      *  MAJOR FROM THE SORTED ENTRIES.                    *
      *****************************************************
       300-PRINT-DEMAND.

           PERFORM 330-RETURN-DEMAND.

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-NUM-CATALOG
               IF CAT-OFFERED (WS-CAT-SUB)
                   IF CAT-DEMAND-TOTAL (WS-CAT-SUB) > ZERO
                           OR CAT-SECTIONS (WS-CAT-SUB) > ZERO
                       PERFORM 310-PRINT-COURSE
                   END-IF
               END-IF
           END-PERFORM.


       310-PRINT-COURSE.

           ADD 1 TO WS-COURSES-REPORTED.

           MOVE CAT-COURSE-ID (WS-CAT-SUB)    TO DC-COURSE-ID.
           MOVE CAT-COURSE-TITLE (WS-CAT-SUB) TO DC-COURSE-TITLE.
           MOVE CAT-DEPARTMENT (WS-CAT-SUB)   TO DC-DEPARTMENT.
           MOVE CAT-DEMAND (WS-CAT-SUB 1)     TO DC-FRESHMAN.
           MOVE CAT-DEMAND (WS-CAT-SUB 2)     TO DC-SOPHOMORE.
           MOVE CAT-DEMAND (WS-CAT-SUB 3)     TO DC-JUNIOR.
           MOVE CAT-DEMAND (WS-CAT-SUB 4)     TO DC-SENIOR.
           MOVE CAT-DEMAND-TOTAL (WS-CAT-SUB) TO DC-TOTAL.
           MOVE CAT-SECTIONS (WS-CAT-SUB)     TO DC-SECTIONS.

           EVALUATE TRUE
               WHEN CAT-SECTIONS (WS-CAT-SUB) = ZERO
                   MOVE SPACES TO DC-SEATS
                   MOVE "NONE SCHED" TO DC-NET-SEATS
                   ADD 1 TO WS-COURSES-NO-SECTIONS
               WHEN CAT-HAS-UNLIMITED (WS-CAT-SUB)
                   MOVE "NO LIMIT" TO DC-SEATS
                   MOVE SPACES TO DC-NET-SEATS
               WHEN OTHER
                   MOVE CAT-SEATS (WS-CAT-SUB) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO DC-SEATS
                   COMPUTE WS-NET-SEATS = CAT-SEATS (WS-CAT-SUB)
                       - CAT-DEMAND-TOTAL (WS-CAT-SUB)
                   MOVE WS-NET-SEATS TO WS-NET-EDIT
                   MOVE WS-NET-EDIT TO DC-NET-SEATS
                   IF WS-NET-SEATS < ZERO
                       ADD 1 TO WS-COURSES-OVER-SEATS
                   END-IF
           END-EVALUATE.

           IF NOT CAT-FORECAST (WS-CAT-SUB)
               MOVE "NO PREREQS" TO DC-NET-SEATS
           END-IF.

           MOVE DMND-COURSE-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           PERFORM 320-PRINT-MAJOR-LINE
               UNTIL SORT-EOF
                  OR SR-CATALOG-SUB NOT = WS-CAT-SUB.

           MOVE SPACES TO DMND-REC.
           WRITE DMND-REC.


      *****************************************************
      *  320-PRINT-MAJOR-LINE - TOTALS THE SORTED ENTRIES  *
      *  FOR ONE MAJOR OF THE CURRENT COURSE BY CLASS      *
      *  STANDING AND PRINTS THEM.                         *
      *****************************************************
       320-PRINT-MAJOR-LINE.

           MOVE SR-MAJOR-CODE TO WS-HOLD-MAJOR-CODE.
           MOVE ZEROS TO MAJOR-DEMAND-FIELDS.

           PERFORM UNTIL SORT-EOF
                   OR SR-CATALOG-SUB NOT = WS-CAT-SUB
                   OR SR-MAJOR-CODE NOT = WS-HOLD-MAJOR-CODE
               MOVE SR-CLASS-LEVEL TO WS-LEVEL-SUB
               ADD 1 TO WS-MAJOR-DEMAND (WS-LEVEL-SUB)
               ADD 1 TO WS-MAJOR-TOTAL
               PERFORM 330-RETURN-DEMAND
           END-PERFORM.

           IF WS-HOLD-MAJOR-CODE = SPACES
               MOVE "NONE" TO DM-MAJOR-CODE
           ELSE
               MOVE WS-HOLD-MAJOR-CODE TO DM-MAJOR-CODE
           END-IF.
           MOVE WS-MAJOR-DEMAND (1) TO DM-FRESHMAN.
           MOVE WS-MAJOR-DEMAND (2) TO DM-SOPHOMORE.
           MOVE WS-MAJOR-DEMAND (3) TO DM-JUNIOR.
           MOVE WS-MAJOR-DEMAND (4) TO DM-SENIOR.
           MOVE WS-MAJOR-TOTAL TO DM-TOTAL.
           MOVE DMND-MAJOR-LINE TO DMND-REC.
           WRITE DMND-REC.


       330-RETURN-DEMAND.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.


       240-PRINT-TRAILER.

           MOVE SPACES TO DMND-REC.
           WRITE DMND-REC AFTER 2.

           MOVE "ACTIVE STUDENTS EXAMINED" TO TR-CAPTION.
           MOVE WS-STUDENTS-EXAMINED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "STUDENT-COURSE DEMAND COUNTED" TO TR-CAPTION.
           MOVE WS-DEMAND-ENTRIES TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "COURSES REPORTED" TO TR-CAPTION.
           MOVE WS-COURSES-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "COURSES WITH DEMAND OVER SEATS" TO TR-CAPTION.
           MOVE WS-COURSES-OVER-SEATS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "COURSES IN DEMAND - NONE SCHEDULED" TO TR-CAPTION.
           MOVE WS-COURSES-NO-SECTIONS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "SECTIONS SCHEDULED FOR THE TERM" TO TR-CAPTION.
           MOVE WS-SECTIONS-SCHEDULED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "SECTIONS FOR UNCATALOGED COURSES" TO TR-CAPTION.
           MOVE WS-SECTIONS-UNCATALOGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "HISTORY ENTRIES PAST TABLE LIMIT" TO TR-CAPTION.
           MOVE WS-HIST-TRUNCATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

      *****************************************************
      *  180-BALANCE-TO-OCCFILE - PRINTS THE EXTRACT'S     *
      *  TRAILER TOTALS BESIDE THE TOTALS READ THIS RUN.   *
      *  A MISSING TRAILER, OR ANY DIFFERENCE IN RECORD    *
      *  COUNT, STUDENT-ID HASH, HEADER COUNT, OCCURRENCE  *
      *  COUNT OR ATTEMPTED CREDITS, PUTS THE RUN OUT OF   *
      *  BALANCE.                                          *
      *****************************************************
       180-BALANCE-TO-OCCFILE.

           IF NOT OCC-TRAILER-SEEN
               MOVE "N" TO WS-OCC-BALANCE-SWITCH
               DISPLAY '******************************'
               DISPLAY ' 180-BALANCE-TO-OCCFILE'
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

           MOVE SPACES TO DMND-REC.
           WRITE DMND-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 1.

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
           MOVE OCC-STATUS-LINE TO DMND-REC.
           WRITE DMND-REC AFTER 2.


      *****************************************************
      *  185-SAVE-OCC-TRAILER - HOLDS THE EXTRACT'S        *
      *  TRAILER TOTALS AND ENDS THE READ.                 *
      *****************************************************
       185-SAVE-OCC-TRAILER.

           MOVE "Y" TO WS-OCC-TRAILER-SWITCH.
           MOVE CO-CTL-RECORD-COUNT  TO WS-OT-RECORD-COUNT.
           MOVE CO-CTL-ID-HASH-TOTAL TO WS-OT-ID-HASH-TOTAL.
           MOVE CO-CTL-STUDENT-COUNT TO WS-OT-STUDENT-COUNT.
           MOVE CO-CTL-OCCUR-COUNT   TO WS-OT-OCCUR-COUNT.
           MOVE CO-CTL-CREDIT-TOTAL  TO WS-OT-CREDIT-TOTAL.
           SET OCCFILE-EOF TO TRUE.


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
      *  930-LOAD-VERSIONS - LOADS THE SUPERSEDED CATALOG  *
      *  VERSIONS.  AN ABSENT HISTORY FILE LOADS NOTHING - *
      *  EVERY COURSE IS THEN FORECAST AGAINST THE         *
      *  VERSION ON THE CATALOG.                           *
      *****************************************************
       930-LOAD-VERSIONS.

           OPEN INPUT VERSION-FILE.

           PERFORM UNTIL VERSION-EOF
               READ VERSION-FILE
                   AT END
                       SET VERSION-EOF TO TRUE
               END-READ
               IF NOT VERSION-EOF
                   ADD 1 TO WS-NUM-VERSIONS
                   IF WS-NUM-VERSIONS > 1000
                       DISPLAY '******************************'
                       DISPLAY ' 930-LOAD-VERSIONS'
                       DISPLAY ' MORE THAN 1000 CATALOG VERSIONS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CV-COURSE-ID
                       TO VR-COURSE-ID (WS-NUM-VERSIONS)
                   MOVE CV-EFFECTIVE-TERM
                       TO VR-EFFECTIVE-TERM (WS-NUM-VERSIONS)
                   PERFORM VARYING WS-PREQ-SUB FROM 1 BY 1
                           UNTIL WS-PREQ-SUB > 3
                       MOVE CV-PREREQ-ID (WS-PREQ-SUB)
                           TO VR-PREREQ-ID
                              (WS-NUM-VERSIONS WS-PREQ-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE VERSION-FILE.


      *****************************************************
      *  935-FIND-VERSION - PICKS THE CATALOG VERSION IN   *
      *  FORCE IN WS-VERSION-TERM FOR THE COURSE AT CAT-X. *
      *  WS-VERSION-SUB COMES BACK ZERO WHEN THE CATALOG   *
      *  RECORD ITSELF IS IN FORCE (OR THE TERM IS BLANK); *
      *  OTHERWISE IT POINTS AT THE LATEST SUPERSEDED      *
      *  VERSION EFFECTIVE BY THAT TERM, OR THE EARLIEST   *
      *  ONE KNOWN WHEN THE TERM PREDATES THEM ALL.        *
      *****************************************************
       935-FIND-VERSION.

           MOVE ZERO TO WS-VERSION-SUB.
           IF WS-VERSION-TERM NOT = SPACES
                   AND WS-VERSION-TERM < CAT-EFFECTIVE-TERM (CAT-X)
               PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                       UNTIL WS-VER-SUB > WS-NUM-VERSIONS
                   IF VR-COURSE-ID (WS-VER-SUB) = CAT-COURSE-ID (CAT-X)
                       IF WS-VERSION-SUB = ZERO
                               OR VR-EFFECTIVE-TERM (WS-VER-SUB)
                                   NOT > WS-VERSION-TERM
                           MOVE WS-VER-SUB TO WS-VERSION-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
