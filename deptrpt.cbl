
      *****************************************************
      *  DEPTRPT - DEPARTMENT GRADE DISTRIBUTION REPORT    *
      *  AGGREGATES EVERY COURSE OCCURRENCE ON THE NIGHTLY *
      *  COURSE-OCCURRENCE EXTRACT (OCCFILE) BY THE        *
      *  DEPARTMENT THE COURSE CATALOG ASSIGNS TO THE      *
      *  COURSE ID: COURSE COUNTS PER GRADE BAND, MEAN     *
      *  PERCENTAGE EARNED, AND CREDIT HOURS TAUGHT, SO    *
      *  THE DEANS CAN COMPARE GRADING SEVERITY ACROSS     *
      *  DEPARTMENTS.  COURSES NOT IN THE CATALOG TALLY    *
      *  UNDER THE ???? DEPARTMENT.  DEPARTMENTS PRINT     *
      *  WITH THEIR NAMES FROM THE DEPARTMENT MASTER       *
      *  (DEPTMAST), GROUPED BY OWNING COLLEGE WITH A      *
      *  SUBTOTAL PER COLLEGE; A DEPARTMENT CODE NOT ON    *
      *  THE MASTER (???? INCLUDED) PRINTS IN A CLOSING    *
      *  EXCEPTION GROUP AND IS COUNTED IN THE TRAILER.  A *
      *  SECOND SECTION BREAKS EACH DEPARTMENT OUT BY      *
      *  INSTRUCTOR FROM THE POSTED-SECTION                *
      *  CROSS-REFERENCE (GRDSECT) CARRIED ON THE EXTRACT; *
      *  OCCURRENCES POSTED WITHOUT A SECTION TALLY UNDER  *
      *  THE ?????? INSTRUCTOR.  A COLLEGE SUMMARY PAGE    *
      *  CLOSES THE REPORT.  A COURSE IN A CATALOG         *
      *  CROSS-LIST GROUP IS COUNTED ONCE, UNDER THE       *
      *  DEPARTMENT OF THE GROUP'S PRIMARY LISTING; ITS    *
      *  CREDIT HOURS ARE SPLIT EVENLY ACROSS THE GROUP'S  *
      *  MEMBER COURSES AND CREDITED TO EACH MEMBER'S      *
      *  OWNING DEPARTMENT, THE PRIMARY TAKING ANY         *
      *  ROUNDING REMAINDER.  THE RUN BALANCES ITS HEADER, *
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
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT DEPT-REPORT
               ASSIGN DEPTRPT.

       FILE SECTION.

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-REPORT.

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
           05  WS-NUM-DEPTS            PIC 9(03) VALUE ZERO.
           05  WS-DEPT-SUB             PIC 9(03) VALUE ZERO.
           05  WS-MEAN-PCT             PIC 999V9 VALUE ZERO.
           05  WS-COURSES-TALLIED      PIC 9(09) VALUE ZERO.
           05  WS-BAND-SUB             PIC 99    VALUE ZERO.
           05  WS-WORK-INSTRUCTOR      PIC X(06) VALUE SPACES.
           05  WS-NUM-INSTRS           PIC 9(03) VALUE ZERO.
           05  WS-INSTR-SUB            PIC 9(03) VALUE ZERO.
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
           05  WS-COLLEGES-REPORTED    PIC 9(03) VALUE ZERO.
           05  WS-DEPTS-NOT-ON-MAST    PIC 9(03) VALUE ZERO.
           05  WS-GRAND-PCT-SUM        PIC 9(09) VALUE ZERO.
           05  WS-GRAND-CREDIT-SUM     PIC 9(07)V9 VALUE ZERO.
           05  WS-WORK-XLIST-GROUP     PIC X(06) VALUE SPACES.
           05  WS-XLIST-OWNER-DEPT     PIC X(04) VALUE SPACES.
           05  WS-XLIST-MEMBERS        PIC 9(03) VALUE ZERO.
           05  WS-XLIST-SHARE          PIC 99V9  VALUE ZERO.
           05  WS-XLIST-REMAINDER      PIC 99V9  VALUE ZERO.

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

                      INDEXED BY CAT-X.
                           10 CAT-COURSE-ID     PIC X(06).
                           10 CAT-DEPARTMENT    PIC X(04).
                           10 CAT-XLIST-GROUP   PIC X(06).

       01  DEPT-TBL-GROUP.
           05  DEPT-ENTRY OCCURS 100 TIMES
                          INDEXED BY DEPTNDX.
               10  DT-DEPARTMENT       PIC X(04).
               10  DT-DEPT-NAME        PIC X(30).
               10  DT-COLLEGE-SUB      PIC 9(02).
               10  DT-COURSE-COUNT     PIC 9(07).
               10  DT-PCT-SUM          PIC 9(09).
               10  DT-CREDIT-SUM       PIC 9(07)V9.
               10  DT-BAND-COUNT       PIC 9(07) OCCURS 9 TIMES.

      *****************************************************
      *  DEPARTMENT MASTER TABLES - LOADED BY              *
      *  125-LOAD-DEPT-MASTER.  EACH DEPARTMENT CARRIES    *
      *  THE SUBSCRIPT OF ITS COLLEGE; THE LAST COLLEGE    *
      *  ENTRY IS THE EXCEPTION GROUP FOR CODES NOT ON THE *
      *  MASTER.  THE COLLEGE ENTRIES ALSO HOLD THE        *
      *  COLLEGE ROLL-UP TOTALS.                           *
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
               10  CLT-COURSE-COUNT    PIC 9(07).
               10  CLT-PCT-SUM         PIC 9(09).
               10  CLT-CREDIT-SUM      PIC 9(07)V9.
               10  CLT-BAND-COUNT      PIC 9(07) OCCURS 9 TIMES.

       01  INSTR-TBL-GROUP.
           05  INSTR-ENTRY OCCURS 500 TIMES
                           INDEXED BY INSNDX.
       01  DEPT-COLUMN-LINE.
           05                 PIC X(04)  VALUE "DEPT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(20)  VALUE "DEPARTMENT NAME".
           05                 PIC X(07)  VALUE "COURSES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "MEAN PCT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(24)
               VALUE "COURSE COUNTS BY BAND".
           05                 PIC X(50)  VALUE SPACE.

       01  COLLEGE-CAPTION-LINE.
           05                 PIC X(09)  VALUE "COLLEGE: ".
           05  CCL-COLLEGE-CODE   PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  CCL-COLLEGE-NAME   PIC X(30).
           05                 PIC X(87)  VALUE SPACE.

       01  DEPT-DETAIL-LINE.
           05  DD-DEPARTMENT      PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  DD-DEPT-NAME       PIC X(18).
           05                     PIC X(02)  VALUE SPACE.
           05  DD-COURSE-COUNT    PIC ZZZ,ZZ9.
           05                     PIC X(04)  VALUE SPACE.
           05  DD-MEAN-PCT        PIC ZZ9.9.
           05  DD-BAND OCCURS 9 TIMES.
               10  DD-BAND-COUNT  PIC ZZZZZ9.
               10                 PIC X(02).
           05                     PIC X(01)  VALUE SPACE.

       01  INSTR-SECTION-LINE.
           05                 PIC X(42)
               10                 PIC X(02).
           05                     PIC X(24)  VALUE SPACE.

       01  COLLEGE-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CLH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CLH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CLH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "COLLEGE SUMMARY - GRADE DISTRIBUTION".
           05                 PIC X(70)  VALUE SPACE.

       01  COLLEGE-COLUMN-LINE.
           05                 PIC X(04)  VALUE "COLL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "COLLEGE NAME".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "DEPTS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "COURSES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "MEAN PCT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "CREDITS".
           05                 PIC X(56)  VALUE SPACE.

       01  COLLEGE-SUMMARY-LINE.
           05  CLS-COLLEGE-CODE   PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-COLLEGE-NAME   PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-DEPT-COUNT     PIC ZZZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-COURSE-COUNT   PIC ZZZ,ZZ9.
           05                     PIC X(04)  VALUE SPACE.
           05  CLS-MEAN-PCT       PIC ZZ9.9.
           05                     PIC X(04)  VALUE SPACE.
           05  CLS-CREDIT-SUM     PIC ZZZ,ZZ9.9.
           05                     PIC X(55)  VALUE SPACE.

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

           PERFORM 260-BALANCE-TO-OCCFILE.

           CLOSE OCCURRENCE-FILE
                 DEPT-REPORT.

           IF NOT OCCFILE-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE REPORT IS INCOMPLETE.  SEE DEPTRPT.'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


           MOVE CD-MONTH   TO DPH-MONTH.
           MOVE CD-DAY     TO DPH-DAY.
           MOVE CD-YEAR    TO DPH-YEAR.
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

           PERFORM 120-LOAD-CATALOG.
           PERFORM 125-LOAD-DEPT-MASTER.
           PERFORM 130-LOAD-GRADE-TABLE.

           OPEN OUTPUT DEPT-REPORT.
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
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
               PERFORM 265-SAVE-OCC-TRAILER
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

           MOVE CO-COURSE-ID                    TO WS-WORK-COURSE-ID.
           PERFORM 160-LOOKUP-DEPT.
           MOVE CO-COURSE-CREDITS               TO WS-WORK-CREDITS.
           IF CO-BASIS-LETTER
               MOVE CO-ENTERED-LETTER           TO WS-WORK-LETTER
               PERFORM 165-RESOLVE-LETTER-PCT
           ELSE
               MOVE CO-PERCENTAGE-EARNED        TO WS-WORK-PCT
           END-IF.
           PERFORM 170-TALLY-COURSE.
           PERFORM 175-TALLY-INSTRUCTOR.

      *****************************************************
      *  160-LOOKUP-DEPT - SETS WS-WORK-DEPT TO THE        *
      *  CATALOG DEPARTMENT THE EXTRACT CARRIES FOR THE    *
      *  OCCURRENCE (???? WHEN THE COURSE IS NOT           *
      *  CATALOGED).  A CROSS-LISTED COURSE TAKES THE      *
      *  DEPARTMENT OF ITS GROUP'S PRIMARY LISTING.        *
      *****************************************************
       160-LOOKUP-DEPT.

           MOVE CO-DEPARTMENT  TO WS-WORK-DEPT.
           MOVE CO-XLIST-GROUP TO WS-WORK-XLIST-GROUP.

           IF WS-WORK-XLIST-GROUP NOT = SPACES
               SET CAT-X TO 1
               SEARCH CATALOG-ENTRY VARYING CAT-X
                   AT END
                       CONTINUE
                   WHEN CAT-COURSE-ID (CAT-X) = WS-WORK-XLIST-GROUP
                       MOVE CAT-DEPARTMENT (CAT-X) TO WS-WORK-DEPT
               END-SEARCH
           END-IF.


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



       170-TALLY-COURSE.

           PERFORM 172-FIND-DEPARTMENT.
           PERFORM 190-ACCUMULATE.

           IF WS-WORK-XLIST-GROUP NOT = SPACES
               PERFORM 192-SPLIT-XLIST-CREDITS
           END-IF.


      *****************************************************
      *  172-FIND-DEPARTMENT - POINTS DEPTNDX AT THE       *
      *  TABLE ENTRY FOR WS-WORK-DEPT, ADDING IT WHEN THE  *
      *  DEPARTMENT HAS NOT YET BEEN TALLIED.              *
      *****************************************************
       172-FIND-DEPARTMENT.

           SET DEPTNDX TO 1.
           SEARCH DEPT-ENTRY VARYING DEPTNDX
               AT END
               WHEN DEPTNDX > WS-NUM-DEPTS
                   PERFORM 180-ADD-DEPARTMENT
               WHEN DT-DEPARTMENT (DEPTNDX) = WS-WORK-DEPT
                   CONTINUE
           END-SEARCH.


           ADD 1 TO WS-NUM-DEPTS.
           SET DEPTNDX TO WS-NUM-DEPTS.
           MOVE WS-WORK-DEPT TO DT-DEPARTMENT (DEPTNDX).
           PERFORM 167-LOOKUP-DEPT-MASTER.
           IF NOT DEPT-ON-MASTER
               ADD 1 TO WS-DEPTS-NOT-ON-MAST
           END-IF.
           MOVE WS-WORK-DEPT-NAME TO DT-DEPT-NAME (DEPTNDX).
           MOVE WS-WORK-COL-SUB TO DT-COLLEGE-SUB (DEPTNDX).
           MOVE ZERO TO DT-COURSE-COUNT (DEPTNDX).
           MOVE ZERO TO DT-PCT-SUM (DEPTNDX).
           MOVE ZERO TO DT-CREDIT-SUM (DEPTNDX).
                   UNTIL WS-BAND-SUB > 9
               MOVE ZERO TO DT-BAND-COUNT (DEPTNDX WS-BAND-SUB)
           END-PERFORM.


       190-ACCUMULATE.
           ADD 1 TO WS-COURSES-TALLIED.
           ADD 1 TO DT-COURSE-COUNT (DEPTNDX).
           ADD WS-WORK-PCT TO DT-PCT-SUM (DEPTNDX).
           IF WS-WORK-XLIST-GROUP = SPACES
               ADD WS-WORK-CREDITS TO DT-CREDIT-SUM (DEPTNDX)
           END-IF.

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-NUM-GRADES
           END-IF.


      *****************************************************
      *  192-SPLIT-XLIST-CREDITS - SPLITS THE CREDIT HOURS *
      *  OF A CROSS-LISTED OCCURRENCE EVENLY ACROSS THE    *
      *  MEMBER COURSES OF ITS GROUP, CREDITING EACH       *
      *  SHARE TO THE MEMBER'S CATALOG DEPARTMENT.  THE    *
      *  PRIMARY'S DEPARTMENT (DEPTNDX ON ENTRY) TAKES THE *
      *  ROUNDING REMAINDER.  WS-WORK-DEPT IS RESTORED FOR *
      *  THE INSTRUCTOR TALLY.                             *
      *****************************************************
       192-SPLIT-XLIST-CREDITS.

           MOVE WS-WORK-DEPT TO WS-XLIST-OWNER-DEPT.
           MOVE ZERO TO WS-XLIST-MEMBERS.
           PERFORM VARYING CAT-X FROM 1 BY 1
                   UNTIL CAT-X > WS-NUM-CATALOG
               IF CAT-XLIST-GROUP (CAT-X) = WS-WORK-XLIST-GROUP
                   ADD 1 TO WS-XLIST-MEMBERS
               END-IF
           END-PERFORM.

           IF WS-XLIST-MEMBERS = ZERO
               MOVE 1 TO WS-XLIST-MEMBERS
           END-IF.
           COMPUTE WS-XLIST-SHARE =
               WS-WORK-CREDITS / WS-XLIST-MEMBERS.
           COMPUTE WS-XLIST-REMAINDER =
               WS-WORK-CREDITS - (WS-XLIST-SHARE * WS-XLIST-MEMBERS).
           ADD WS-XLIST-REMAINDER TO DT-CREDIT-SUM (DEPTNDX).

           PERFORM VARYING CAT-X FROM 1 BY 1
                   UNTIL CAT-X > WS-NUM-CATALOG
               IF CAT-XLIST-GROUP (CAT-X) = WS-WORK-XLIST-GROUP
                   MOVE CAT-DEPARTMENT (CAT-X) TO WS-WORK-DEPT
                   PERFORM 172-FIND-DEPARTMENT
                   ADD WS-XLIST-SHARE TO DT-CREDIT-SUM (DEPTNDX)
               END-IF
           END-PERFORM.

           MOVE WS-XLIST-OWNER-DEPT TO WS-WORK-DEPT.


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
           SEARCH INSTR-ENTRY VARYING INSNDX
           END-IF.


      *****************************************************
      *  220-PRINT-REPORT - ROLLS THE DEPARTMENTS UP TO    *
      *  THEIR COLLEGES, THEN PRINTS ONE GROUP PER COLLEGE *
      *  IN MASTER ORDER (DEPARTMENTS IN TALLY ORDER) WITH *
      *  ITS SUBTOTAL, THE EXCEPTION GROUP LAST.           *
      *****************************************************
       220-PRINT-REPORT.

           PERFORM 210-ROLL-UP-COLLEGES.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               IF CLT-DEPT-COUNT (WS-COL-SUB) > ZERO
                   PERFORM 225-PRINT-COLLEGE-GROUP
               END-IF
           END-PERFORM.

           PERFORM 230-PRINT-INSTR-SECTION.

           PERFORM 240-PRINT-COLLEGE-SUMMARY.

           MOVE SPACES TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.

           MOVE TRAILER-DETAIL-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

           MOVE "DEPARTMENTS NOT ON DEPARTMENT MASTER" TO TR-CAPTION.
           MOVE WS-DEPTS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

           MOVE "COLLEGES REPORTED" TO TR-CAPTION.
           MOVE WS-COLLEGES-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

           MOVE "COURSE OCCURRENCES TALLIED" TO TR-CAPTION.
           MOVE WS-COURSES-TALLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DEPT-REC.
               MOVE INSTR-DETAIL-LINE TO DEPT-REC
               WRITE DEPT-REC AFTER 1
           END-PERFORM.


       210-ROLL-UP-COLLEGES.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
               MOVE DT-COLLEGE-SUB (WS-DEPT-SUB) TO WS-COL-SUB
               ADD 1 TO CLT-DEPT-COUNT (WS-COL-SUB)
               ADD DT-COURSE-COUNT (WS-DEPT-SUB)
                   TO CLT-COURSE-COUNT (WS-COL-SUB)
               ADD DT-PCT-SUM (WS-DEPT-SUB)
                   TO CLT-PCT-SUM (WS-COL-SUB)
               ADD DT-CREDIT-SUM (WS-DEPT-SUB)
                   TO CLT-CREDIT-SUM (WS-COL-SUB)
               ADD DT-PCT-SUM (WS-DEPT-SUB) TO WS-GRAND-PCT-SUM
               ADD DT-CREDIT-SUM (WS-DEPT-SUB) TO WS-GRAND-CREDIT-SUM
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 9
                   ADD DT-BAND-COUNT (WS-DEPT-SUB WS-BAND-SUB)
                       TO CLT-BAND-COUNT (WS-COL-SUB WS-BAND-SUB)
               END-PERFORM
           END-PERFORM.


      *****************************************************
      *  225-PRINT-COLLEGE-GROUP - THE COLLEGE CAPTION,    *
      *  ITS DEPARTMENT LINES, AND THE COLLEGE SUBTOTAL.   *
      *****************************************************
       225-PRINT-COLLEGE-GROUP.

           ADD 1 TO WS-COLLEGES-REPORTED.
           MOVE CLT-COLLEGE-CODE (WS-COL-SUB) TO CCL-COLLEGE-CODE.
           MOVE CLT-COLLEGE-NAME (WS-COL-SUB) TO CCL-COLLEGE-NAME.
           MOVE COLLEGE-CAPTION-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.
           MOVE SPACES TO DEPT-REC.
           WRITE DEPT-REC.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
               IF DT-COLLEGE-SUB (WS-DEPT-SUB) = WS-COL-SUB
                   MOVE DT-DEPARTMENT (WS-DEPT-SUB)  TO DD-DEPARTMENT
                   MOVE DT-DEPT-NAME (WS-DEPT-SUB)   TO DD-DEPT-NAME
                   MOVE DT-COURSE-COUNT (WS-DEPT-SUB)
                       TO DD-COURSE-COUNT
                   IF DT-COURSE-COUNT (WS-DEPT-SUB) > ZERO
                       COMPUTE WS-MEAN-PCT =
                           DT-PCT-SUM (WS-DEPT-SUB) /
                           DT-COURSE-COUNT (WS-DEPT-SUB)
                   ELSE
                       MOVE ZERO TO WS-MEAN-PCT
                   END-IF
                   MOVE WS-MEAN-PCT TO DD-MEAN-PCT
                   MOVE DT-CREDIT-SUM (WS-DEPT-SUB) TO DD-CREDIT-SUM
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                           UNTIL WS-BAND-SUB > 9
                       MOVE DT-BAND-COUNT (WS-DEPT-SUB WS-BAND-SUB)
                           TO DD-BAND-COUNT (WS-BAND-SUB)
                   END-PERFORM
                   MOVE DEPT-DETAIL-LINE TO DEPT-REC
                   WRITE DEPT-REC AFTER 1
               END-IF
           END-PERFORM.

           MOVE SPACES TO DD-DEPARTMENT.
           MOVE "COLLEGE TOTAL" TO DD-DEPT-NAME.
           MOVE CLT-COURSE-COUNT (WS-COL-SUB) TO DD-COURSE-COUNT.
           IF CLT-COURSE-COUNT (WS-COL-SUB) > ZERO
               COMPUTE WS-MEAN-PCT =
                   CLT-PCT-SUM (WS-COL-SUB) /
                   CLT-COURSE-COUNT (WS-COL-SUB)
           ELSE
               MOVE ZERO TO WS-MEAN-PCT
           END-IF.
           MOVE WS-MEAN-PCT TO DD-MEAN-PCT.
           MOVE CLT-CREDIT-SUM (WS-COL-SUB) TO DD-CREDIT-SUM.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 9
               MOVE CLT-BAND-COUNT (WS-COL-SUB WS-BAND-SUB)
                   TO DD-BAND-COUNT (WS-BAND-SUB)
           END-PERFORM.
           MOVE DEPT-DETAIL-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.


      *****************************************************
      *  240-PRINT-COLLEGE-SUMMARY - ONE LINE PER COLLEGE  *
      *  ON THE MASTER (A COLLEGE WITH NO COURSES TALLIED  *
      *  PRINTS ZEROS), THE EXCEPTION GROUP WHEN IT HAS    *
      *  DEPARTMENTS, AND AN ALL-COLLEGES TOTAL.           *
      *****************************************************
       240-PRINT-COLLEGE-SUMMARY.

           MOVE COLLEGE-HEADING-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER PAGE.
           MOVE COLLEGE-COLUMN-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.
           MOVE SPACES TO DEPT-REC.
           WRITE DEPT-REC.

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
                   IF CLT-COURSE-COUNT (WS-COL-SUB) > ZERO
                       COMPUTE WS-MEAN-PCT =
                           CLT-PCT-SUM (WS-COL-SUB) /
                           CLT-COURSE-COUNT (WS-COL-SUB)
                   ELSE
                       MOVE ZERO TO WS-MEAN-PCT
                   END-IF
                   MOVE WS-MEAN-PCT TO CLS-MEAN-PCT
                   MOVE CLT-CREDIT-SUM (WS-COL-SUB) TO CLS-CREDIT-SUM
                   MOVE COLLEGE-SUMMARY-LINE TO DEPT-REC
                   WRITE DEPT-REC AFTER 1
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLS-COLLEGE-CODE.
           MOVE "ALL COLLEGES" TO CLS-COLLEGE-NAME.
           MOVE WS-NUM-DEPTS TO CLS-DEPT-COUNT.
           MOVE WS-COURSES-TALLIED TO CLS-COURSE-COUNT.
           IF WS-COURSES-TALLIED > ZERO
               COMPUTE WS-MEAN-PCT =
                   WS-GRAND-PCT-SUM / WS-COURSES-TALLIED
           ELSE
               MOVE ZERO TO WS-MEAN-PCT
           END-IF.
           MOVE WS-MEAN-PCT TO CLS-MEAN-PCT.
           MOVE WS-GRAND-CREDIT-SUM TO CLS-CREDIT-SUM.
           MOVE COLLEGE-SUMMARY-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.


      *****************************************************
      *  260-BALANCE-TO-OCCFILE - PRINTS THE EXTRACT'S     *
      *  TRAILER TOTALS BESIDE THE TOTALS READ THIS RUN.   *
      *  A MISSING TRAILER, OR ANY DIFFERENCE IN RECORD    *
      *  COUNT, STUDENT-ID HASH, HEADER COUNT, OCCURRENCE  *
      *  COUNT OR ATTEMPTED CREDITS, PUTS THE RUN OUT OF   *
      *  BALANCE.                                          *
      *****************************************************
       260-BALANCE-TO-OCCFILE.

           IF NOT OCC-TRAILER-SEEN
               MOVE "N" TO WS-OCC-BALANCE-SWITCH
               DISPLAY '******************************'
               DISPLAY ' 260-BALANCE-TO-OCCFILE'
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

           MOVE SPACES TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 1.

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
           MOVE OCC-STATUS-LINE TO DEPT-REC.
           WRITE DEPT-REC AFTER 2.


      *****************************************************
      *  265-SAVE-OCC-TRAILER - HOLDS THE EXTRACT'S        *
      *  TRAILER TOTALS AND ENDS THE READ.                 *
      *****************************************************
       265-SAVE-OCC-TRAILER.

           MOVE "Y" TO WS-OCC-TRAILER-SWITCH.
           MOVE CO-CTL-RECORD-COUNT  TO WS-OT-RECORD-COUNT.
           MOVE CO-CTL-ID-HASH-TOTAL TO WS-OT-ID-HASH-TOTAL.
           MOVE CO-CTL-STUDENT-COUNT TO WS-OT-STUDENT-COUNT.
           MOVE CO-CTL-OCCUR-COUNT   TO WS-OT-OCCUR-COUNT.
           MOVE CO-CTL-CREDIT-TOTAL  TO WS-OT-CREDIT-TOTAL.
           SET OCCFILE-EOF TO TRUE.
