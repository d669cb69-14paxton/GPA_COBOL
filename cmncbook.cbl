      *  THE HONORS RUN'S RESULT EXTRACT (HONOROUT), AND   *
      *  THE STUDENT MASTER'S NAME FIELDS INTO A BOOKLET-  *
      *  READY FILE (BOOKFILE) FOR THE PRINT SHOP,         *
      *  SEQUENCED BY COLLEGE, DEPARTMENT, MAJOR, AND      *
      *  NAME.  THE DEPARTMENT IS THE STUDENT'S MAJOR CODE *
      *  VALIDATED AGAINST THE DEPARTMENTS THE COURSE      *
      *  CATALOG CARRIES; A MAJOR NO CATALOG DEPARTMENT    *
      *  MATCHES SEQUENCES UNDER ????.  THE DEPARTMENT     *
      *  NAME AND OWNING COLLEGE COME FROM THE DEPARTMENT  *
      *  MASTER (DEPTMAST); A DEPARTMENT NOT ON THE MASTER *
      *  SEQUENCES IN A CLOSING EXCEPTION GROUP AND EACH   *
      *  SUCH CANDIDATE PRINTS AN EXCEPTION LINE.  UP TO   *
      *  TWO SECOND MAJORS AND TWO MINORS FROM THE         *
      *  DECLARED-PROGRAM FILE (PROGDECL), IN FORCE BY THE *
      *  GRADUATING TERM, ARE LISTED BESIDE THE PRIMARY    *
      *  MAJOR.  BOOKRPT CARRIES THE CANDIDATE COUNTS BY   *
      *  DEPARTMENT WITH COLLEGE SUBTOTALS, A COLLEGE      *
      *  SUMMARY PAGE, AND THE CONTROL TOTALS.             *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN PROGDECL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-DECL-KEY
               FILE STATUS IS WS-DECL-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.


       01  CANDIDATE-RECORD.
           05  CN-STUDENT-ID            PIC 9(09).
           05  CN-TERM-CODE             PIC X(05).
           05  CN-DEGREE-CODE           PIC X(04).

       FD  HONORS-RESULT-FILE.


            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DECLARATION-FILE.

            COPY PROGDECL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-DEPARTMENT            PIC X(04).
           05  SR-MAJOR-CODE            PIC X(04).
           05  SR-SECOND-MAJOR          PIC X(04) OCCURS 2 TIMES.
           05  SR-MINOR                 PIC X(04) OCCURS 2 TIMES.
           05  SR-NAME-LAST             PIC X(16).
           05  SR-NAME-FIRST            PIC X(12).
           05  SR-NAME-MI               PIC X(01).
           05  SR-STUDENT-ID            PIC 9(09).
           05  SR-HONORS-TIER           PIC X(12).
           05  SR-COLLEGE-SUB           PIC 9(02).
           05  SR-DEPT-NAME             PIC X(30).

       FD  BOOKLET-FILE.

       01  BOOKLET-RECORD.
           05  BK-DEPARTMENT            PIC X(04).
           05  BK-MAJOR-CODE            PIC X(04).
           05  BK-SECOND-MAJOR          PIC X(04) OCCURS 2 TIMES.
           05  BK-MINOR                 PIC X(04) OCCURS 2 TIMES.
           05  BK-NAME-LAST             PIC X(16).
           05  BK-NAME-FIRST            PIC X(12).
           05  BK-NAME-MI               PIC X(01).
           05  BK-STUDENT-ID            PIC 9(09).
           05  BK-HONORS-TIER           PIC X(12).
           05  BK-DEPT-NAME             PIC X(30).
           05  BK-COLLEGE-CODE          PIC X(04).
           05  BK-COLLEGE-NAME          PIC X(30).

       FD  BOOKLET-REPORT.

           05  WS-HONO-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-DECL-STATUS          PIC XX.
           05  DECL-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  DECL-SCAN-DONE                  VALUE "Y".
           05  WS-SECOND-COUNT         PIC 9(01) VALUE ZERO.
           05  WS-MINOR-COUNT          PIC 9(01) VALUE ZERO.
           05  WS-PROG-SUB             PIC 9(01) VALUE ZERO.
           05  WS-NUM-HONORS           PIC 9(04) VALUE ZERO.
           05  WS-HON-SUB              PIC 9(04) VALUE ZERO.
           05  WS-NUM-DEPTS            PIC 9(03) VALUE ZERO.
           05  WS-BOOKLET-WRITTEN      PIC 9(07) VALUE ZERO.
           05  WS-CANDS-NOT-FOUND      PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-DEPTS        PIC 9(07) VALUE ZERO.
           05  WS-PROGRAMS-NOT-LISTED  PIC 9(07) VALUE ZERO.
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
           05  WS-WORK-DEPT            PIC X(04) VALUE SPACES.
           05  WS-WORK-DEPT-NAME       PIC X(30) VALUE SPACES.
           05  WS-PREV-COL-SUB         PIC 9(02) VALUE ZERO.
           05  WS-PREV-DEPT            PIC X(04) VALUE SPACES.
           05  WS-PREV-DEPT-NAME       PIC X(30) VALUE SPACES.
           05  WS-DEPT-CANDS           PIC 9(07) VALUE ZERO.
           05  WS-DEPTS-REPORTED       PIC 9(03) VALUE ZERO.
           05  WS-NOT-ON-DEPT-MASTER   PIC 9(07) VALUE ZERO.

       01  HONORS-TBL-GROUP.
           05  HONORS-ENTRY OCCURS 2000 TIMES
       01  DEPT-TBL-GROUP.
           05  DEPT-CODE               PIC X(04) OCCURS 100 TIMES.

      *****************************************************
      *  DEPARTMENT MASTER TABLES - LOADED BY              *
      *  140-LOAD-DEPT-MASTER.  EACH DEPARTMENT CARRIES    *
      *  THE SUBSCRIPT OF ITS COLLEGE; THE LAST COLLEGE    *
      *  ENTRY IS THE EXCEPTION GROUP FOR CODES NOT ON THE *
      *  MASTER.  THE COLLEGE ENTRIES ALSO HOLD THE        *
      *  CANDIDATE COUNTS BY COLLEGE.                      *
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
               10  CLT-CAND-COUNT      PIC 9(07).

       01  BOOK-HEADING-LINE.
           05                 PIC X(42)
               VALUE "COMMENCEMENT BOOKLET EXTRACT CONTROLS".
           05                 PIC X(90)  VALUE SPACE.

       01  EXCEPTION-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  EXL-STUDENT-ID PIC 9(09).
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(06)  VALUE "MAJOR ".
           05  EXL-MAJOR-CODE PIC X(04).
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(24)
               VALUE "NOT ON DEPARTMENT MASTER".
           05                 PIC X(74)  VALUE SPACE.

       01  BREAKDOWN-HEADING-LINE.
           05                 PIC X(42)
               VALUE "CANDIDATES BY COLLEGE AND DEPARTMENT".
           05                 PIC X(90)  VALUE SPACE.

       01  COLLEGE-CAPTION-LINE.
           05                 PIC X(09)  VALUE "COLLEGE: ".
           05  CCL-COLLEGE-CODE   PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  CCL-COLLEGE-NAME   PIC X(30).
           05                 PIC X(87)  VALUE SPACE.

       01  DEPT-COUNT-LINE.
           05                 PIC X(02)  VALUE SPACE.
           05  DPL-DEPARTMENT     PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  DPL-DEPT-NAME      PIC X(30).
           05                 PIC X(03)  VALUE SPACE.
           05  DPL-CAND-COUNT     PIC ZZZ,ZZ9.
           05                 PIC X(84)  VALUE SPACE.

       01  COLLEGE-HEADING-LINE.
           05                 PIC X(42)
               VALUE "COLLEGE SUMMARY - COMMENCEMENT CANDIDATES".
           05                 PIC X(90)  VALUE SPACE.

       01  COLLEGE-COLUMN-LINE.
           05                 PIC X(04)  VALUE "COLL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "COLLEGE NAME".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "DEPTS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "CANDIDATES".
           05                 PIC X(74)  VALUE SPACE.

       01  COLLEGE-SUMMARY-LINE.
           05  CLS-COLLEGE-CODE   PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-COLLEGE-NAME   PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-DEPT-COUNT     PIC ZZZZ9.
           05                     PIC X(06)  VALUE SPACE.
           05  CLS-CAND-COUNT     PIC ZZZ,ZZ9.
           05                     PIC X(74)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           PERFORM 100-HSK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COLLEGE-SUB
               ON ASCENDING KEY SR-DEPARTMENT
               ON ASCENDING KEY SR-MAJOR-CODE
               ON ASCENDING KEY SR-NAME-LAST
               INPUT PROCEDURE IS 200-RELEASE-CANDIDATES
               OUTPUT PROCEDURE IS 300-WRITE-BOOKLET.

           PERFORM 250-PRINT-COLLEGE-SUMMARY.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 DECLARATION-FILE
                 BOOKLET-FILE
                 BOOKLET-REPORT.


           PERFORM 120-LOAD-HONORS-RESULTS.
           PERFORM 130-LOAD-DEPARTMENTS.
           PERFORM 140-LOAD-DEPT-MASTER.

           OPEN INPUT STUDENT-FILE.

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

           OPEN OUTPUT BOOKLET-FILE
                       BOOKLET-REPORT.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  140-LOAD-DEPT-MASTER - LOADS THE COLLEGES AND     *
      *  DEPARTMENTS, RESOLVING EACH DEPARTMENT'S OWNING   *
      *  COLLEGE TO ITS TABLE SUBSCRIPT, THEN ADDS THE     *
      *  EXCEPTION GROUP AS THE LAST COLLEGE ENTRY.  A     *
      *  DEPARTMENT WHOSE COLLEGE IS NOT ON THE MASTER     *
      *  FALLS INTO THE EXCEPTION GROUP.                   *
      *****************************************************
       140-LOAD-DEPT-MASTER.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00'
                   AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 140-LOAD-DEPT-MASTER'
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
                           DISPLAY ' 140-LOAD-DEPT-MASTER'
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
                           DISPLAY ' 140-LOAD-DEPT-MASTER'
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
               MOVE ZERO TO CLT-CAND-COUNT (WS-COL-SUB)
           END-PERFORM.


       200-RELEASE-CANDIDATES.

           OPEN INPUT CANDIDATE-FILE.
                       ADD 1 TO WS-UNKNOWN-DEPTS
                       MOVE "????" TO SR-DEPARTMENT
                   END-IF
                   MOVE SR-DEPARTMENT TO WS-WORK-DEPT
                   PERFORM 230-LOOKUP-DEPT-MASTER
                   IF NOT DEPT-ON-MASTER
                       PERFORM 235-PRINT-EXCEPTION
                   END-IF
                   MOVE WS-WORK-COL-SUB   TO SR-COLLEGE-SUB
                   MOVE WS-WORK-DEPT-NAME TO SR-DEPT-NAME
                   MOVE SM-NAME-LAST  TO SR-NAME-LAST
                   MOVE SM-NAME-FIRST TO SR-NAME-FIRST
                   MOVE SM-NAME-MI    TO SR-NAME-MI
                               TO SR-HONORS-TIER
                       END-IF
                   END-PERFORM
                   PERFORM 220-GATHER-DECLARATIONS
                   RELEASE SORT-RECORD
           END-READ.


      *****************************************************
      *  220-GATHER-DECLARATIONS - FILLS THE SECOND-MAJOR  *
      *  AND MINOR SLOTS FROM THE DECLARATIONS IN FORCE BY *
      *  THE CANDIDATE'S GRADUATING TERM, IN PROGRAM CODE  *
      *  ORDER.  A THIRD OF EITHER KIND IS COUNTED AS NOT  *
      *  LISTED.                                           *
      *****************************************************
       220-GATHER-DECLARATIONS.

           MOVE ZERO TO WS-SECOND-COUNT.
           MOVE ZERO TO WS-MINOR-COUNT.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > 2
               MOVE SPACES TO SR-SECOND-MAJOR (WS-PROG-SUB)
               MOVE SPACES TO SR-MINOR (WS-PROG-SUB)
           END-PERFORM.

           MOVE "N" TO DECL-SCAN-SWITCH.
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
                       IF CN-TERM-CODE = SPACES
                               OR DR-EFFECTIVE-TERM NOT > CN-TERM-CODE
                           PERFORM 225-PLACE-DECLARATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       225-PLACE-DECLARATION.

           IF DR-SECOND-MAJOR
               IF WS-SECOND-COUNT < 2
                   ADD 1 TO WS-SECOND-COUNT
                   MOVE DR-PROGRAM-CODE
                       TO SR-SECOND-MAJOR (WS-SECOND-COUNT)
               ELSE
                   ADD 1 TO WS-PROGRAMS-NOT-LISTED
               END-IF
           ELSE
               IF WS-MINOR-COUNT < 2
                   ADD 1 TO WS-MINOR-COUNT
                   MOVE DR-PROGRAM-CODE
                       TO SR-MINOR (WS-MINOR-COUNT)
               ELSE
                   ADD 1 TO WS-PROGRAMS-NOT-LISTED
               END-IF
           END-IF.


      *****************************************************
      *  230-LOOKUP-DEPT-MASTER - SETS WS-WORK-DEPT-NAME   *
      *  AND WS-WORK-COL-SUB FOR THE DEPARTMENT IN         *
      *  WS-WORK-DEPT.  A CODE NOT ON THE MASTER TAKES THE *
      *  EXCEPTION GROUP AND AN EXCEPTION NAME.            *
      *****************************************************
       230-LOOKUP-DEPT-MASTER.

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


       235-PRINT-EXCEPTION.

           ADD 1 TO WS-NOT-ON-DEPT-MASTER.
           MOVE SM-STUDENT-ID TO EXL-STUDENT-ID.
           MOVE SM-MAJOR-CODE TO EXL-MAJOR-CODE.
           MOVE EXCEPTION-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 1.


      *****************************************************
      *  300-WRITE-BOOKLET - WRITES THE BOOKLET RECORDS    *
      *  AND, ON BOOKRPT, COUNTS THE CANDIDATES BY         *
      *  DEPARTMENT UNDER EACH COLLEGE WITH A SUBTOTAL PER *
      *  COLLEGE.                                          *
      *****************************************************
       300-WRITE-BOOKLET.

           MOVE BREAKDOWN-HEADING-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 2.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-COLLEGE-SUB NOT = WS-PREV-COL-SUB
                       IF WS-PREV-COL-SUB > ZERO
                           PERFORM 310-CLOSE-DEPARTMENT
                           PERFORM 320-CLOSE-COLLEGE
                       END-IF
                       PERFORM 330-OPEN-COLLEGE
                   ELSE
                       IF SR-DEPARTMENT NOT = WS-PREV-DEPT
                           PERFORM 310-CLOSE-DEPARTMENT
                           PERFORM 315-OPEN-DEPARTMENT
                       END-IF
                   END-IF
                   ADD 1 TO WS-DEPT-CANDS
                   ADD 1 TO CLT-CAND-COUNT (SR-COLLEGE-SUB)
                   MOVE SR-DEPARTMENT  TO BK-DEPARTMENT
                   MOVE SR-MAJOR-CODE  TO BK-MAJOR-CODE
                   PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                           UNTIL WS-PROG-SUB > 2
                       MOVE SR-SECOND-MAJOR (WS-PROG-SUB)
                           TO BK-SECOND-MAJOR (WS-PROG-SUB)
                       MOVE SR-MINOR (WS-PROG-SUB)
                           TO BK-MINOR (WS-PROG-SUB)
                   END-PERFORM
                   MOVE SR-NAME-LAST   TO BK-NAME-LAST
                   MOVE SR-NAME-FIRST  TO BK-NAME-FIRST
                   MOVE SR-NAME-MI     TO BK-NAME-MI
                   MOVE SR-STUDENT-ID  TO BK-STUDENT-ID
                   MOVE SR-HONORS-TIER TO BK-HONORS-TIER
                   MOVE SR-DEPT-NAME   TO BK-DEPT-NAME
                   MOVE CLT-COLLEGE-CODE (SR-COLLEGE-SUB)
                       TO BK-COLLEGE-CODE
                   MOVE CLT-COLLEGE-NAME (SR-COLLEGE-SUB)
                       TO BK-COLLEGE-NAME
                   WRITE BOOKLET-RECORD
                   ADD 1 TO WS-BOOKLET-WRITTEN
               END-IF
           END-PERFORM.

           IF WS-PREV-COL-SUB > ZERO
               PERFORM 310-CLOSE-DEPARTMENT
               PERFORM 320-CLOSE-COLLEGE
           END-IF.


       310-CLOSE-DEPARTMENT.

           MOVE WS-PREV-DEPT      TO DPL-DEPARTMENT.
           MOVE WS-PREV-DEPT-NAME TO DPL-DEPT-NAME.
           MOVE WS-DEPT-CANDS     TO DPL-CAND-COUNT.
           MOVE DEPT-COUNT-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 1.


       315-OPEN-DEPARTMENT.

           ADD 1 TO WS-DEPTS-REPORTED.
           ADD 1 TO CLT-DEPT-COUNT (SR-COLLEGE-SUB).
           MOVE SR-DEPARTMENT TO WS-PREV-DEPT.
           MOVE SR-DEPT-NAME  TO WS-PREV-DEPT-NAME.
           MOVE ZERO TO WS-DEPT-CANDS.


       320-CLOSE-COLLEGE.

           MOVE SPACES TO DPL-DEPARTMENT.
           MOVE "COLLEGE TOTAL" TO DPL-DEPT-NAME.
           MOVE CLT-CAND-COUNT (WS-PREV-COL-SUB) TO DPL-CAND-COUNT.
           MOVE DEPT-COUNT-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 2.


       330-OPEN-COLLEGE.

           MOVE SR-COLLEGE-SUB TO WS-PREV-COL-SUB.
           MOVE CLT-COLLEGE-CODE (SR-COLLEGE-SUB) TO CCL-COLLEGE-CODE.
           MOVE CLT-COLLEGE-NAME (SR-COLLEGE-SUB) TO CCL-COLLEGE-NAME.
           MOVE COLLEGE-CAPTION-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 2.
           MOVE SPACES TO BOOK-REC.
           WRITE BOOK-REC.
           PERFORM 315-OPEN-DEPARTMENT.


      *****************************************************
      *  250-PRINT-COLLEGE-SUMMARY - ONE LINE PER COLLEGE  *
      *  ON THE MASTER (A COLLEGE WITH NO CANDIDATES       *
      *  PRINTS ZEROS), THE EXCEPTION GROUP WHEN IT HAS    *
      *  CANDIDATES, AND AN ALL-COLLEGES TOTAL.            *
      *****************************************************
       250-PRINT-COLLEGE-SUMMARY.

           MOVE COLLEGE-HEADING-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER PAGE.
           MOVE COLLEGE-COLUMN-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 2.
           MOVE SPACES TO BOOK-REC.
           WRITE BOOK-REC.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               IF WS-COL-SUB < WS-EXCEPT-COL-SUB
                       OR CLT-CAND-COUNT (WS-COL-SUB) > ZERO
                   MOVE CLT-COLLEGE-CODE (WS-COL-SUB)
                       TO CLS-COLLEGE-CODE
                   MOVE CLT-COLLEGE-NAME (WS-COL-SUB)
                       TO CLS-COLLEGE-NAME
                   MOVE CLT-DEPT-COUNT (WS-COL-SUB) TO CLS-DEPT-COUNT
                   MOVE CLT-CAND-COUNT (WS-COL-SUB) TO CLS-CAND-COUNT
                   MOVE COLLEGE-SUMMARY-LINE TO BOOK-REC
                   WRITE BOOK-REC AFTER 1
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLS-COLLEGE-CODE.
           MOVE "ALL COLLEGES" TO CLS-COLLEGE-NAME.
           MOVE WS-DEPTS-REPORTED TO CLS-DEPT-COUNT.
           MOVE WS-BOOKLET-WRITTEN TO CLS-CAND-COUNT.
           MOVE COLLEGE-SUMMARY-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 2.


       240-PRINT-TRAILER.

           MOVE WS-UNKNOWN-DEPTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 1.

           MOVE "MAJORS NOT ON DEPARTMENT MASTER" TO TR-CAPTION.
           MOVE WS-NOT-ON-DEPT-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 1.

           MOVE "DECLARED PROGRAMS NOT LISTED" TO TR-CAPTION.
           MOVE WS-PROGRAMS-NOT-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO BOOK-REC.
           WRITE BOOK-REC AFTER 1.
