
      *****************************************************
      *  CRSERPT - PER-COURSE GRADE DISTRIBUTION REPORT    *
      *  PIVOTS EVERY COURSE OCCURRENCE ON THE NIGHTLY     *
      *  COURSE-OCCURRENCE EXTRACT (OCCFILE) BY COURSE ID  *
      *  FOR THE CURRICULUM COMMITTEE: ENROLLMENT COUNT,   *
      *  AVERAGE PERCENTAGE EARNED, DISTRIBUTION ACROSS    *
      *  THE GRADE BANDS, AND AVERAGE CREDITS, SEQUENCED   *
      *  BY COURSE WITHIN DEPARTMENT.  UNCATALOGED COURSES *
      *  LIST UNDER THE ???? DEPARTMENT.  A SECOND SECTION *
      *  BREAKS THE SAME DISTRIBUTIONS OUT BY INSTRUCTOR   *
      *  FROM THE POSTED-SECTION CROSS-REFERENCE (GRDSECT) *
      *  CARRIED ON THE EXTRACT; OCCURRENCES POSTED        *
      *  WITHOUT A SECTION LIST UNDER THE ??????           *
      *  INSTRUCTOR.  EACH OCCURRENCE COUNTS UNDER THE     *
      *  DEPARTMENT THAT OWNED THE COURSE IN THE TERM IT   *
      *  WAS TAKEN, FROM THE CATALOG VERSION HISTORY       *
      *  (CRSEHIST); A COURSE THAT HAS CHANGED DEPARTMENTS *
      *  LISTS UNDER EACH.  DEPARTMENTS ARE GROUPED UNDER  *
      *  THEIR OWNING COLLEGE FROM THE DEPARTMENT MASTER   *
      *  (DEPTMAST), EACH DEPARTMENT CAPTIONED WITH ITS    *
      *  NAME AND EACH COLLEGE CLOSED WITH A SUBTOTAL.  A  *
      *  DEPARTMENT CODE NOT ON THE MASTER (???? INCLUDED) *
      *  LISTS IN A CLOSING EXCEPTION GROUP AND IS COUNTED *
      *  IN THE TRAILER.  A COLLEGE SUMMARY PAGE CLOSES    *
      *  THE REPORT.  THE MEMBERS OF A CATALOG CROSS-LIST  *
      *  GROUP TALLY AS ONE COURSE UNDER THE GROUP'S       *
      *  PRIMARY LISTING, WHOSE LINE IS FOLLOWED BY THE    *
      *  CREDIT HOURS SPLIT EVENLY ACROSS THE MEMBERS'     *
      *  OWNING DEPARTMENTS.  THE RUN BALANCES ITS HEADER, *
      *  OCCURRENCE AND CREDIT TOTALS TO THE EXTRACT'S     *
      *  TRAILER AND ENDS WITH RETURN CODE 8 ON A SHORT OR *
      *  OUT-OF-BALANCE EXTRACT.                           *
      *****************************************************

       ENVIRONMENT DIVISION.

       FILE-CONTROL.

           SELECT OCCURRENCE-FILE
               ASSIGN OCCFILE
               FILE STATUS IS WS-OCC-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL VERSION-FILE
               ASSIGN CRSEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CV-VERSION-KEY
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.


           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT COURSE-REPORT
               ASSIGN CRSERPT.


       FILE SECTION.

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERSION-FILE.

            COPY CRSEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  GRADE-PARM-FILE.

       01  GRADE-PARM-RECORD.
               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).


       FD  EQUIV-FILE.

            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COURSE-REPORT.

       01  CRSE-REC       PIC X(132).
       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  OCCFILE-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  OCCFILE-EOF                     VALUE "Y".
           05  WS-OCC-STATUS           PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  GRADE-PARM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-PARM-EOF                  VALUE "Y".
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-NUM-COURSES          PIC 9(03) VALUE ZERO.
           05  WS-CRS-SUB              PIC 9(03) VALUE ZERO.
           05  WS-PRINTED-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-WORK-DEPT            PIC X(04) VALUE SPACES.
           05  WS-WORK-COURSE-ID       PIC X(06) VALUE SPACES.
           05  WS-WORK-TERM            PIC X(05) VALUE SPACES.
           05  WS-WORK-CREDITS         PIC 99V9  VALUE ZERO.
           05  WS-WORK-PCT             PIC 999   VALUE ZERO.
           05  WS-WORK-LETTER          PIC XX    VALUE SPACES.
           05  WS-MEAN-CREDITS         PIC 99V9  VALUE ZERO.
           05  WS-BAND-SUB             PIC 99    VALUE ZERO.
           05  WS-COURSES-TALLIED      PIC 9(09) VALUE ZERO.
           05  WS-WORK-INSTRUCTOR      PIC X(06) VALUE SPACES.
           05  WS-NUM-INSTRS           PIC 9(03) VALUE ZERO.
           05  WS-DEPTM-STATUS         PIC XX.
           05  DEPTM-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  DEPTM-EOF                       VALUE "Y".
           05  WS-DEPTM-FOUND-SWITCH   PIC X(01)   VALUE "N".
               88  DEPT-ON-MASTER                  VALUE "Y".
           05  WS-NUM-DEPTM            PIC 9(03) VALUE ZERO.
           05  WS-NUM-COLLEGES         PIC 9(02) VALUE ZERO.
           05  WS-COL-SUB              PIC 9(02) VALUE ZERO.
           05  WS-EXCEPT-COL-SUB       PIC 9(02) VALUE ZERO.
           05  WS-WORK-COL-SUB         PIC 9(02) VALUE ZERO.
           05  WS-WORK-DEPT-NAME       PIC X(30) VALUE SPACES.
           05  WS-PREV-COL-SUB         PIC 9(02) VALUE ZERO.
           05  WS-PREV-DEPT            PIC X(04) VALUE SPACES.
           05  WS-DEPTS-REPORTED       PIC 9(03) VALUE ZERO.
           05  WS-COLLEGES-REPORTED    PIC 9(03) VALUE ZERO.
           05  WS-DEPTS-NOT-ON-MAST    PIC 9(03) VALUE ZERO.
           05  WS-GRAND-PCT-SUM        PIC 9(09) VALUE ZERO.
           05  WS-GRAND-CREDIT-SUM     PIC 9(07)V9 VALUE ZERO.
           05  WS-WORK-XLIST-GROUP     PIC X(06) VALUE SPACES.
           05  WS-XLIST-MEMBERS        PIC 9(03) VALUE ZERO.
           05  WS-XLIST-SHARE          PIC 9(07)V9 VALUE ZERO.
           05  WS-XLIST-REMAINDER      PIC 9(07)V9 VALUE ZERO.

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

                      DEPENDING ON WS-NUM-CATALOG
                      INDEXED BY CAT-X.
                           10 CAT-COURSE-ID     PIC X(06).
                           10 CAT-EFFECTIVE-TERM PIC X(05).
                           10 CAT-DEPARTMENT    PIC X(04).
                           10 CAT-XLIST-GROUP   PIC X(06).

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
               10  VR-DEPARTMENT       PIC X(04).

       01  COURSE-TBL-GROUP.
           05  COURSE-TALLY OCCURS 500 TIMES
                            INDEXED BY CRSNDX.
               10  CT-SORT-KEY.
                   15  CT-COLLEGE-SUB  PIC 9(02).
                   15  CT-DEPARTMENT   PIC X(04).
                   15  CT-COURSE-ID    PIC X(06).
               10  CT-PRINTED-SW       PIC X(01).
               10  CT-CREDIT-SUM       PIC 9(07)V9.
               10  CT-BAND-COUNT       PIC 9(07) OCCURS 9 TIMES.

      *****************************************************
      *  DEPARTMENT MASTER TABLES - LOADED BY              *
      *  125-LOAD-DEPT-MASTER.  EACH DEPARTMENT CARRIES    *
      *  THE SUBSCRIPT OF ITS COLLEGE; THE LAST COLLEGE    *
      *  ENTRY IS THE EXCEPTION GROUP FOR CODES NOT ON THE *
      *  MASTER.  THE COLLEGE ENTRIES ALSO HOLD THE        *
      *  COLLEGE SUBTOTALS ACCUMULATED AS THE LINES PRINT. *
      *****************************************************
       01  DEPTM-TBL-GROUP.
           05  DEPTM-ENTRY OCCURS 200 TIMES
                           INDEXED BY DMNDX.
               10  DMT-DEPT-CODE       PIC X(04).
               10  DMT-DEPT-NAME       PIC X(30).
               10  DMT-COLLEGE-SUB     PIC 9(02).

       01  COLLEGE-TBL-GROUP.
           05  COLLEGE-ENTRY OCCURS 21 TIMES.
               10  CLT-COLLEGE-CODE    PIC X(04).
               10  CLT-COLLEGE-NAME    PIC X(30).
               10  CLT-DEPT-COUNT      PIC 9(03).
               10  CLT-COURSE-COUNT    PIC 9(05).
               10  CLT-ENROLL-COUNT    PIC 9(07).
               10  CLT-PCT-SUM         PIC 9(09).
               10  CLT-CREDIT-SUM      PIC 9(07)V9.
               10  CLT-BAND-COUNT      PIC 9(07) OCCURS 9 TIMES.

       01  INSTR-TBL-GROUP.
           05  INSTR-TALLY OCCURS 500 TIMES
                           INDEXED BY INSNDX.
               VALUE "COUNTS BY GRADE BAND".
           05                 PIC X(61)  VALUE SPACE.

       01  COLLEGE-CAPTION-LINE.
           05                 PIC X(12)  VALUE "COLLEGE:".
           05  CCL-COLLEGE-CODE   PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  CCL-COLLEGE-NAME   PIC X(30).
           05                 PIC X(84)  VALUE SPACE.

       01  DEPT-CAPTION-LINE.
           05                 PIC X(12)  VALUE "DEPARTMENT:".
           05  DCL-DEPARTMENT     PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  DCL-DEPT-NAME      PIC X(30).
           05                 PIC X(84)  VALUE SPACE.

       01  CRSE-DETAIL-LINE.
           05  CD-LINE-KEY.
               10  CD-DEPARTMENT  PIC X(04).
               10                 PIC X(03)  VALUE SPACE.
               10  CD-COURSE-ID   PIC X(06).
           05  CD-TOTAL-CAPTION REDEFINES CD-LINE-KEY
                                  PIC X(13).
           05                     PIC X(03)  VALUE SPACE.
           05  CD-ENROLL-COUNT    PIC ZZZ,ZZ9.
           05                     PIC X(04)  VALUE SPACE.
               10                 PIC X(02).
           05                     PIC X(13)  VALUE SPACE.

       01  XLIST-SHARE-LINE.
           05                     PIC X(07)  VALUE SPACE.
           05  XS-COURSE-ID       PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(20)
               VALUE "CROSS-LIST SHARE -".
           05  XS-DEPARTMENT      PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(14)  VALUE "CREDIT HOURS".
           05  XS-CREDIT-SHARE    PIC ZZ,ZZZ,ZZ9.9.
           05                     PIC X(63)  VALUE SPACE.

       01  INSTR-SECTION-LINE.
           05                 PIC X(38)
               VALUE "INSTRUCTOR GRADE DISTRIBUTION".
               10                 PIC X(02).
           05                     PIC X(13)  VALUE SPACE.

       01  COLLEGE-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CLH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CLH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CLH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(34)
               VALUE "COLLEGE SUMMARY - COURSE GRADES".
           05                 PIC X(74)  VALUE SPACE.

       01  COLLEGE-COLUMN-LINE.
           05                 PIC X(04)  VALUE "COLL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "COLLEGE NAME".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "DEPTS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "COURSES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "ENROLLED".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "MEAN PCT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(09)  VALUE "AVG CREDS".
           05                 PIC X(43)  VALUE SPACE.

       01  COLLEGE-SUMMARY-LINE.
           05  CLS-COLLEGE-CODE   PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-COLLEGE-NAME   PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-DEPT-COUNT     PIC ZZZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-COURSE-COUNT   PIC ZZZ,ZZ9.
           05                     PIC X(04)  VALUE SPACE.
           05  CLS-ENROLL-COUNT   PIC ZZZ,ZZ9.
           05                     PIC X(06)  VALUE SPACE.
           05  CLS-MEAN-PCT       PIC ZZ9.9.
           05                     PIC X(08)  VALUE SPACE.
           05  CLS-MEAN-CREDITS   PIC Z9.9.
           05                     PIC X(43)  VALUE SPACE.

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

           CLOSE OCCURRENCE-FILE
                 COURSE-REPORT.

           IF NOT OCCFILE-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE REPORT IS INCOMPLETE.  SEE CRSERPT.'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


           MOVE CD-MONTH   TO CRH-MONTH.
           MOVE CD-DAY     TO CRH-DAY.
           MOVE CD-YEAR    TO CRH-YEAR.
           MOVE CD-MONTH   TO CLH-MONTH.
           MOVE CD-DAY     TO CLH-DAY.
           MOVE CD-YEAR    TO CLH-YEAR.

           OPEN INPUT OCCURRENCE-FILE.

           IF WS-OCC-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OCCURRENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.
           PERFORM 915-LOAD-EQUIV.

           PERFORM 120-LOAD-CATALOG.
           PERFORM 125-LOAD-DEPT-MASTER.
           PERFORM 930-LOAD-VERSIONS.
           PERFORM 130-LOAD-GRADE-TABLE.

           OPEN OUTPUT COURSE-REPORT.
                   END-IF
                   MOVE CC-COURSE-ID
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-EFFECTIVE-TERM
                       TO CAT-EFFECTIVE-TERM (WS-NUM-CATALOG)
                   MOVE CC-DEPARTMENT
                       TO CAT-DEPARTMENT (WS-NUM-CATALOG)
                   MOVE CC-XLIST-GROUP
                       TO CAT-XLIST-GROUP (WS-NUM-CATALOG)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  125-LOAD-DEPT-MASTER - LOADS THE COLLEGES AND     *
      *  DEPARTMENTS, RESOLVING EACH DEPARTMENT'S OWNING   *
      *  COLLEGE TO ITS TABLE SUBSCRIPT, THEN ADDS THE     *
      *  EXCEPTION GROUP AS THE LAST COLLEGE ENTRY.  A     *
      *  DEPARTMENT WHOSE COLLEGE IS NOT ON THE MASTER     *
      *  FALLS INTO THE EXCEPTION GROUP.                   *
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
               MOVE ZERO TO CLT-DEPT-COUNT (WS-COL-SUB)
               MOVE ZERO TO CLT-COURSE-COUNT (WS-COL-SUB)
               MOVE ZERO TO CLT-ENROLL-COUNT (WS-COL-SUB)
               MOVE ZERO TO CLT-PCT-SUM (WS-COL-SUB)
               MOVE ZERO TO CLT-CREDIT-SUM (WS-COL-SUB)
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 9
                   MOVE ZERO TO CLT-BAND-COUNT (WS-COL-SUB WS-BAND-SUB)
               END-PERFORM
           END-PERFORM.


       130-LOAD-GRADE-TABLE.

           OPEN INPUT GRADE-PARM-FILE.
           CLOSE GRADE-PARM-FILE.


      *****************************************************
      *  110-TALLY-OCC-RECORD - EVERY OCCURRENCE ON THE    *
      *  EXTRACT IS TALLIED; STUDENT HEADERS ONLY COUNT    *
      *  TOWARD THE BALANCE AND THE *CTL* TRAILER ENDS     *
      *  THE FILE.                                         *
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
                   PERFORM 140-TALLY-COURSE-OCC
               END-IF
           END-IF.


       140-TALLY-COURSE-OCC.

           MOVE CO-COURSE-ID                    TO WS-RESOLVE-ID.
           PERFORM 920-RESOLVE-COURSE-ID.
           PERFORM 925-RESOLVE-XLIST-GROUP.
           MOVE WS-RESOLVE-ID                   TO WS-WORK-COURSE-ID.
           MOVE CO-COURSE-CREDITS               TO WS-WORK-CREDITS.
           MOVE CO-TERM-CODE                    TO WS-WORK-TERM.
           IF CO-BASIS-LETTER
               MOVE CO-ENTERED-LETTER           TO WS-WORK-LETTER
               PERFORM 165-RESOLVE-LETTER-PCT
           ELSE
               MOVE CO-PERCENTAGE-EARNED        TO WS-WORK-PCT
           END-IF.
           PERFORM 160-LOOKUP-DEPT.
           PERFORM 170-TALLY-COURSE.
           PERFORM 175-TALLY-INSTRUCTOR.


      *****************************************************
      *  160-LOOKUP-DEPT - THE DEPARTMENT THAT OWNED THE   *
      *  COURSE IN THE TERM THE OCCURRENCE WAS TAKEN.      *
      *****************************************************
       160-LOOKUP-DEPT.

           MOVE "????" TO WS-WORK-DEPT.
               AT END
                   CONTINUE
               WHEN CAT-COURSE-ID (CAT-X) = WS-WORK-COURSE-ID
                   MOVE WS-WORK-TERM TO WS-VERSION-TERM
                   PERFORM 935-FIND-VERSION
                   IF WS-VERSION-SUB = ZERO
                       MOVE CAT-DEPARTMENT (CAT-X) TO WS-WORK-DEPT
                   ELSE
                       MOVE VR-DEPARTMENT (WS-VERSION-SUB)
                           TO WS-WORK-DEPT
                   END-IF
           END-SEARCH.


      *****************************************************
      *  167-LOOKUP-DEPT-MASTER - SETS WS-WORK-DEPT-NAME   *
      *  AND WS-WORK-COL-SUB FOR THE DEPARTMENT IN         *
      *  WS-WORK-DEPT.  A CODE NOT ON THE MASTER TAKES THE *
      *  EXCEPTION GROUP AND AN EXCEPTION NAME.            *
      *****************************************************
       167-LOOKUP-DEPT-MASTER.

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


               WHEN CRSNDX > WS-NUM-COURSES
                   PERFORM 180-ADD-COURSE
               WHEN CT-COURSE-ID (CRSNDX) = WS-WORK-COURSE-ID
                       AND CT-DEPARTMENT (CRSNDX) = WS-WORK-DEPT
                   PERFORM 190-ACCUMULATE
           END-SEARCH.


           ADD 1 TO WS-NUM-COURSES.
           SET CRSNDX TO WS-NUM-COURSES.
           PERFORM 167-LOOKUP-DEPT-MASTER.
           MOVE WS-WORK-COL-SUB   TO CT-COLLEGE-SUB (CRSNDX).
           MOVE WS-WORK-DEPT      TO CT-DEPARTMENT (CRSNDX).
           MOVE WS-WORK-COURSE-ID TO CT-COURSE-ID (CRSNDX).
           MOVE "N" TO CT-PRINTED-SW (CRSNDX).
      *****************************************************
      *  175-TALLY-INSTRUCTOR - ATTRIBUTES THE OCCURRENCE  *
      *  TO THE INSTRUCTOR THE POSTED-SECTION CROSS-       *
      *  REFERENCE RECORDED AT GRADE POSTING TIME, AS      *
      *  CARRIED ON THE EXTRACT.  AN OCCURRENCE WITH NO    *
      *  CROSS-REFERENCE (POSTED BEFORE SECTIONS WERE      *
      *  CAPTURED, OR WITH A BLANK SECTION) TALLIES UNDER  *
      *  THE ?????? INSTRUCTOR.                            *
      *****************************************************
       175-TALLY-INSTRUCTOR.

           MOVE "??????" TO WS-WORK-INSTRUCTOR.
           IF CO-INSTRUCTOR-ID NOT = SPACES
               MOVE CO-INSTRUCTOR-ID TO WS-WORK-INSTRUCTOR
           END-IF.

           SET INSNDX TO 1.
           SEARCH INSTR-TALLY VARYING INSNDX
               WHEN INSNDX > WS-NUM-INSTRS
                   PERFORM 185-ADD-INSTRUCTOR
               WHEN IT-COURSE-ID (INSNDX) = WS-WORK-COURSE-ID
                       AND IT-DEPARTMENT (INSNDX) = WS-WORK-DEPT
                       AND IT-INSTRUCTOR-ID (INSNDX) =
                           WS-WORK-INSTRUCTOR
                   PERFORM 195-ACCUMULATE-INSTR

      *****************************************************
      *  220-PRINT-REPORT - PRINTS THE COURSE TALLIES      *
      *  SEQUENCED BY COURSE WITHIN DEPARTMENT WITHIN      *
      *  COLLEGE BY REPEATEDLY SELECTING THE LOWEST        *
      *  UNPRINTED SORT KEY, CLOSING EACH COLLEGE WITH ITS *
      *  SUBTOTAL.                                         *
      *****************************************************
       220-PRINT-REPORT.

           PERFORM 230-PRINT-NEXT-LOWEST
               UNTIL WS-PRINTED-COUNT >= WS-NUM-COURSES.

           IF WS-PREV-COL-SUB > ZERO
               PERFORM 245-PRINT-COLLEGE-TOTAL
           END-IF.

           PERFORM 250-PRINT-INSTR-SECTION.

           PERFORM 280-PRINT-COLLEGE-SUMMARY.

           MOVE SPACES TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.

           MOVE TRAILER-DETAIL-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE "DEPARTMENTS NOT ON DEPARTMENT MASTER" TO TR-CAPTION.
           MOVE WS-DEPTS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE "COLLEGES REPORTED" TO TR-CAPTION.
           MOVE WS-COLLEGES-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE "COURSE OCCURRENCES TALLIED" TO TR-CAPTION.
           MOVE WS-COURSES-TALLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CRSE-REC.
           END-IF.


      *****************************************************
      *  240-PRINT-COURSE-LINE - A CHANGE OF COLLEGE       *
      *  CLOSES THE PRIOR COLLEGE WITH ITS SUBTOTAL AND    *
      *  CAPTIONS THE NEW ONE; A CHANGE OF DEPARTMENT      *
      *  CAPTIONS THE DEPARTMENT WITH ITS MASTER NAME.     *
      *****************************************************
       240-PRINT-COURSE-LINE.

           MOVE CT-COLLEGE-SUB (WS-BEST-SUB) TO WS-COL-SUB.

           IF WS-COL-SUB NOT = WS-PREV-COL-SUB
               IF WS-PREV-COL-SUB > ZERO
                   PERFORM 245-PRINT-COLLEGE-TOTAL
               END-IF
               ADD 1 TO WS-COLLEGES-REPORTED
               MOVE WS-COL-SUB TO WS-PREV-COL-SUB
               MOVE SPACES TO WS-PREV-DEPT
               MOVE CLT-COLLEGE-CODE (WS-COL-SUB) TO CCL-COLLEGE-CODE
               MOVE CLT-COLLEGE-NAME (WS-COL-SUB) TO CCL-COLLEGE-NAME
               MOVE COLLEGE-CAPTION-LINE TO CRSE-REC
               WRITE CRSE-REC AFTER 2
           END-IF.

           IF CT-DEPARTMENT (WS-BEST-SUB) NOT = WS-PREV-DEPT
               MOVE CT-DEPARTMENT (WS-BEST-SUB) TO WS-PREV-DEPT
               MOVE CT-DEPARTMENT (WS-BEST-SUB) TO WS-WORK-DEPT
               PERFORM 167-LOOKUP-DEPT-MASTER
               IF NOT DEPT-ON-MASTER
                   ADD 1 TO WS-DEPTS-NOT-ON-MAST
               END-IF
               ADD 1 TO WS-DEPTS-REPORTED
               ADD 1 TO CLT-DEPT-COUNT (WS-COL-SUB)
               MOVE WS-WORK-DEPT TO DCL-DEPARTMENT
               MOVE WS-WORK-DEPT-NAME TO DCL-DEPT-NAME
               MOVE DEPT-CAPTION-LINE TO CRSE-REC
               WRITE CRSE-REC AFTER 2
               MOVE SPACES TO CRSE-REC
               WRITE CRSE-REC
           END-IF.

           ADD 1 TO CLT-COURSE-COUNT (WS-COL-SUB).
           ADD CT-ENROLL-COUNT (WS-BEST-SUB)
               TO CLT-ENROLL-COUNT (WS-COL-SUB).
           ADD CT-PCT-SUM (WS-BEST-SUB) TO CLT-PCT-SUM (WS-COL-SUB).
           ADD CT-CREDIT-SUM (WS-BEST-SUB)
               TO CLT-CREDIT-SUM (WS-COL-SUB).
           ADD CT-PCT-SUM (WS-BEST-SUB) TO WS-GRAND-PCT-SUM.
           ADD CT-CREDIT-SUM (WS-BEST-SUB) TO WS-GRAND-CREDIT-SUM.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               ADD CT-BAND-COUNT (WS-BEST-SUB WS-BAND-SUB)
                   TO CLT-BAND-COUNT (WS-COL-SUB WS-BAND-SUB)
           END-PERFORM.

           MOVE SPACES TO CD-TOTAL-CAPTION.
           MOVE CT-DEPARTMENT (WS-BEST-SUB)   TO CD-DEPARTMENT.
           MOVE CT-COURSE-ID (WS-BEST-SUB)    TO CD-COURSE-ID.
           MOVE CT-ENROLL-COUNT (WS-BEST-SUB) TO CD-ENROLL-COUNT.
           MOVE CRSE-DETAIL-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE SPACES TO WS-WORK-XLIST-GROUP.
           SET CAT-X TO 1.
           SEARCH CATALOG-ENTRY VARYING CAT-X
               AT END
                   CONTINUE
               WHEN CAT-COURSE-ID (CAT-X) = CT-COURSE-ID (WS-BEST-SUB)
                   MOVE CAT-XLIST-GROUP (CAT-X) TO WS-WORK-XLIST-GROUP
           END-SEARCH.

           IF WS-WORK-XLIST-GROUP = CT-COURSE-ID (WS-BEST-SUB)
               PERFORM 247-PRINT-XLIST-SHARES
           END-IF.


      *****************************************************
      *  247-PRINT-XLIST-SHARES - FOLLOWS A CROSS-LIST     *
      *  GROUP'S LINE WITH ONE LINE PER MEMBER COURSE,     *
      *  SPLITTING THE GROUP'S CREDIT HOURS EVENLY ACROSS  *
      *  THE MEMBERS UNDER EACH MEMBER'S CATALOG           *
      *  DEPARTMENT.  THE PRIMARY LISTING TAKES THE        *
      *  ROUNDING REMAINDER.                               *
      *****************************************************
       247-PRINT-XLIST-SHARES.

           MOVE ZERO TO WS-XLIST-MEMBERS.
           PERFORM VARYING CAT-X FROM 1 BY 1
                   UNTIL CAT-X > WS-NUM-CATALOG
               IF CAT-XLIST-GROUP (CAT-X) = WS-WORK-XLIST-GROUP
                   ADD 1 TO WS-XLIST-MEMBERS
               END-IF
           END-PERFORM.

           COMPUTE WS-XLIST-SHARE =
               CT-CREDIT-SUM (WS-BEST-SUB) / WS-XLIST-MEMBERS.
           COMPUTE WS-XLIST-REMAINDER =
               CT-CREDIT-SUM (WS-BEST-SUB) -
               (WS-XLIST-SHARE * WS-XLIST-MEMBERS).

           PERFORM VARYING CAT-X FROM 1 BY 1
                   UNTIL CAT-X > WS-NUM-CATALOG
               IF CAT-XLIST-GROUP (CAT-X) = WS-WORK-XLIST-GROUP
                   MOVE CAT-COURSE-ID (CAT-X)  TO XS-COURSE-ID
                   MOVE CAT-DEPARTMENT (CAT-X) TO XS-DEPARTMENT
                   IF CAT-COURSE-ID (CAT-X) = WS-WORK-XLIST-GROUP
                       COMPUTE XS-CREDIT-SHARE =
                           WS-XLIST-SHARE + WS-XLIST-REMAINDER
                   ELSE
                       MOVE WS-XLIST-SHARE TO XS-CREDIT-SHARE
                   END-IF
                   MOVE XLIST-SHARE-LINE TO CRSE-REC
                   WRITE CRSE-REC AFTER 1
               END-IF
           END-PERFORM.


       245-PRINT-COLLEGE-TOTAL.

           MOVE "COLLEGE TOTAL" TO CD-TOTAL-CAPTION.
           MOVE CLT-ENROLL-COUNT (WS-PREV-COL-SUB) TO CD-ENROLL-COUNT.

           IF CLT-ENROLL-COUNT (WS-PREV-COL-SUB) > ZERO
               COMPUTE WS-MEAN-PCT =
                   CLT-PCT-SUM (WS-PREV-COL-SUB) /
                   CLT-ENROLL-COUNT (WS-PREV-COL-SUB)
               COMPUTE WS-MEAN-CREDITS =
                   CLT-CREDIT-SUM (WS-PREV-COL-SUB) /
                   CLT-ENROLL-COUNT (WS-PREV-COL-SUB)
           ELSE
               MOVE ZERO TO WS-MEAN-PCT
               MOVE ZERO TO WS-MEAN-CREDITS
           END-IF.

           MOVE WS-MEAN-PCT     TO CD-MEAN-PCT.
           MOVE WS-MEAN-CREDITS TO CD-MEAN-CREDITS.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               MOVE CLT-BAND-COUNT (WS-PREV-COL-SUB WS-BAND-SUB)
                   TO CD-BAND-COUNT (WS-BAND-SUB)
           END-PERFORM.

           MOVE CRSE-DETAIL-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.


      *****************************************************
      *  280-PRINT-COLLEGE-SUMMARY - ONE LINE PER COLLEGE  *
      *  ON THE MASTER (A COLLEGE WITH NO COURSES PRINTS   *
      *  ZEROS), THE EXCEPTION GROUP WHEN IT HAS           *
      *  DEPARTMENTS, AND AN ALL-COLLEGES TOTAL.           *
      *****************************************************
       280-PRINT-COLLEGE-SUMMARY.

           MOVE COLLEGE-HEADING-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER PAGE.
           MOVE COLLEGE-COLUMN-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.
           MOVE SPACES TO CRSE-REC.
           WRITE CRSE-REC.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               IF WS-COL-SUB < WS-EXCEPT-COL-SUB
                       OR CLT-DEPT-COUNT (WS-COL-SUB) > ZERO
                   MOVE CLT-COLLEGE-CODE (WS-COL-SUB)
                       TO CLS-COLLEGE-CODE
                   MOVE CLT-COLLEGE-NAME (WS-COL-SUB)
                       TO CLS-COLLEGE-NAME
                   MOVE CLT-DEPT-COUNT (WS-COL-SUB) TO CLS-DEPT-COUNT
                   MOVE CLT-COURSE-COUNT (WS-COL-SUB)
                       TO CLS-COURSE-COUNT
                   MOVE CLT-ENROLL-COUNT (WS-COL-SUB)
                       TO CLS-ENROLL-COUNT
                   IF CLT-ENROLL-COUNT (WS-COL-SUB) > ZERO
                       COMPUTE WS-MEAN-PCT =
                           CLT-PCT-SUM (WS-COL-SUB) /
                           CLT-ENROLL-COUNT (WS-COL-SUB)
                       COMPUTE WS-MEAN-CREDITS =
                           CLT-CREDIT-SUM (WS-COL-SUB) /
                           CLT-ENROLL-COUNT (WS-COL-SUB)
                   ELSE
                       MOVE ZERO TO WS-MEAN-PCT
                       MOVE ZERO TO WS-MEAN-CREDITS
                   END-IF
                   MOVE WS-MEAN-PCT     TO CLS-MEAN-PCT
                   MOVE WS-MEAN-CREDITS TO CLS-MEAN-CREDITS
                   MOVE COLLEGE-SUMMARY-LINE TO CRSE-REC
                   WRITE CRSE-REC AFTER 1
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLS-COLLEGE-CODE.
           MOVE "ALL COLLEGES" TO CLS-COLLEGE-NAME.
           MOVE WS-DEPTS-REPORTED TO CLS-DEPT-COUNT.
           MOVE WS-NUM-COURSES TO CLS-COURSE-COUNT.
           MOVE WS-COURSES-TALLIED TO CLS-ENROLL-COUNT.
           IF WS-COURSES-TALLIED > ZERO
               COMPUTE WS-MEAN-PCT =
                   WS-GRAND-PCT-SUM / WS-COURSES-TALLIED
               COMPUTE WS-MEAN-CREDITS =
                   WS-GRAND-CREDIT-SUM / WS-COURSES-TALLIED
           ELSE
               MOVE ZERO TO WS-MEAN-PCT
               MOVE ZERO TO WS-MEAN-CREDITS
           END-IF.
           MOVE WS-MEAN-PCT     TO CLS-MEAN-PCT.
           MOVE WS-MEAN-CREDITS TO CLS-MEAN-CREDITS.
           MOVE COLLEGE-SUMMARY-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.


      *****************************************************
      *  290-BALANCE-TO-OCCFILE - PRINTS THE EXTRACT'S     *
      *  TRAILER TOTALS BESIDE THE TOTALS READ THIS RUN.   *
      *  A MISSING TRAILER, OR ANY DIFFERENCE IN RECORD    *
      *  COUNT, STUDENT-ID HASH, HEADER COUNT, OCCURRENCE  *
      *  COUNT OR ATTEMPTED CREDITS, PUTS THE RUN OUT OF   *
      *  BALANCE.                                          *
      *****************************************************
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

           MOVE SPACES TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 1.

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
           MOVE OCC-STATUS-LINE TO CRSE-REC.
           WRITE CRSE-REC AFTER 2.


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


      *****************************************************
      *  915-LOAD-EQUIV - LOADS THE COURSE RENUMBERING     *
               END-PERFORM
               ADD 1 TO WS-EQ-HOPS
           END-PERFORM.


      *****************************************************
      *  925-RESOLVE-XLIST-GROUP - REPLACES THE RESOLVED   *
      *  ID IN WS-RESOLVE-ID WITH THE PRIMARY LISTING OF   *
      *  ITS CATALOG CROSS-LIST GROUP.  AN ID NOT CROSS-   *
      *  LISTED IS LEFT AS IT IS.                          *
      *****************************************************
       925-RESOLVE-XLIST-GROUP.

           SET CAT-X TO 1.
           SEARCH CATALOG-ENTRY VARYING CAT-X
               AT END
                   CONTINUE
               WHEN CAT-COURSE-ID (CAT-X) = WS-RESOLVE-ID
                   IF CAT-XLIST-GROUP (CAT-X) NOT = SPACES
                       MOVE CAT-XLIST-GROUP (CAT-X) TO WS-RESOLVE-ID
                   END-IF
           END-SEARCH.


      *****************************************************
      *  930-LOAD-VERSIONS - LOADS THE SUPERSEDED CATALOG  *
      *  VERSIONS.  AN ABSENT HISTORY FILE LOADS NOTHING - *
      *  EVERY COURSE IS THEN REPORTED AGAINST THE         *
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
                   MOVE CV-DEPARTMENT
                       TO VR-DEPARTMENT (WS-NUM-VERSIONS)
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
