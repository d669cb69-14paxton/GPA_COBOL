      *  SUMMARY PAGE: ADVISEE COUNT, NUMBER ON            *
      *  PROBATION, AND LOWEST GPA.  STUDENTS WITH NO      *
      *  CROSS-REFERENCE ENTRY BUNDLE UNDER UNASSIGNED.    *
      *  THE BUNDLES RUN IN COLLEGE ORDER, THE ADVISOR'S   *
      *  DEPARTMENT NAMED FROM THE DEPARTMENT MASTER       *
      *  (DEPTMAST) AND EACH COLLEGE CLOSED WITH A         *
      *  SUBTOTAL PAGE; AN ADVISOR DEPARTMENT NOT ON THE   *
      *  MASTER IS FLAGGED ON THE BUNDLE, GROUPED AS AN    *
      *  EXCEPTION, AND COUNTED IN THE TRAILER.  A COLLEGE *
      *  SUMMARY PAGE PRECEDES THE TRAILER.                *
      *  EACH DETAIL LINE CARRIES THE STUDENT'S CURRENT    *
      *  MAILING ADDRESS FROM THE CERTIFIED ADDRESS FILE   *
      *  (ADDRFILE) SO ADVISOR OUTREACH USES THE SAME      *
      *  ADDRESS SOURCE AS EVERY OTHER MAILING.            *
      *  ADVXREF IS THE KEYED CROSS-REFERENCE KEPT BY      *
      *  ADVMNT AND THE NIGHTLY ADVASGN ASSIGNMENT RUN.    *
      *****************************************************

       ENVIRONMENT DIVISION.

           SELECT ADVISOR-XREF-FILE
               ASSIGN ADVXREF
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AX-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PROBATION-EXTRACT
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT BUNDLE-REPORT
               ASSIGN ADVBNDL.


       FD  ADVISOR-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PROBATION-EXTRACT.

           05  SR-STUDENT-NAME          PIC X(30).
           05  SR-GPA                   PIC 9V99.
           05  SR-MAJOR-GPA             PIC 9V99.
           05  SR-COLLEGE-SUB           PIC 9(02).

       FD  STUDENT-FILE.


            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  BUNDLE-REPORT.

       01  BNDL-REC       PIC X(132).
           05  WS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.
           05  WS-CLOG-STATUS          PIC XX.
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
           05  WS-CURRENT-COL-SUB      PIC 9(02) VALUE ZERO.
           05  WS-DEPTS-NOT-ON-MAST    PIC 9(07) VALUE ZERO.
           05  WS-GRAND-ADVISEES       PIC 9(07) VALUE ZERO.
           05  WS-GRAND-PROBATION      PIC 9(07) VALUE ZERO.
           05  WS-GRAND-LOW-GPA        PIC 9V99  VALUE 9.99.

      *****************************************************
      *  CURRENT MAILING ADDRESS WORK AREA - FILLED BY     *
               10  XR-ADVISOR-NAME     PIC X(25).
               10  XR-ADVISOR-DEPT     PIC X(04).

      *****************************************************
      *  DEPARTMENT MASTER TABLES - LOADED BY              *
      *  130-LOAD-DEPT-MASTER.  EACH DEPARTMENT CARRIES    *
      *  THE SUBSCRIPT OF ITS COLLEGE; THE LAST COLLEGE    *
      *  ENTRY IS THE EXCEPTION GROUP FOR CODES NOT ON THE *
      *  MASTER.  THE COLLEGE ENTRIES ALSO HOLD THE        *
      *  BUNDLE TOTALS BY COLLEGE.                         *
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
               10  CLT-BUNDLE-COUNT    PIC 9(05).
               10  CLT-ADVISEE-COUNT   PIC 9(07).
               10  CLT-PROBATION-COUNT PIC 9(07).
               10  CLT-LOW-GPA         PIC 9V99.

       01  DECEASED-NOTE-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  DN-STUDENT-ID  PIC 9(09).
           05  BH-ADVISOR-NAME PIC X(25).
           05                 PIC X(02)  VALUE SPACE.
           05  BH-ADVISOR-DEPT PIC X(04).
           05                 PIC X(02)  VALUE SPACE.
           05  BH-DEPT-NAME   PIC X(30).
           05                 PIC X(02)  VALUE SPACE.
           05  BH-COLLEGE-CODE PIC X(04).
           05                 PIC X(46)  VALUE SPACE.

       01  BUNDLE-DETAIL-LINE.
           05  BD-STUDENT-ID      PIC 9(09).
           05  BS-LOW-GPA         PIC 9.99.
           05                     PIC X(78)  VALUE SPACE.

       01  COLLEGE-SUBTOTAL-LINE.
           05                     PIC X(09)  VALUE "COLLEGE: ".
           05  CST-COLLEGE-CODE   PIC X(04).
           05                     PIC X(02)  VALUE SPACE.
           05  CST-COLLEGE-NAME   PIC X(30).
           05                     PIC X(11)  VALUE "  BUNDLES: ".
           05  CST-BUNDLE-COUNT   PIC ZZZZ9.
           05                     PIC X(12)  VALUE "  ADVISEES: ".
           05  CST-ADVISEE-COUNT  PIC ZZZZ9.
           05                     PIC X(16)
               VALUE "  ON PROBATION: ".
           05  CST-PROBATION-COUNT PIC ZZZZ9.
           05                     PIC X(14)
               VALUE "  LOWEST GPA: ".
           05  CST-LOW-GPA        PIC 9.99.
           05                     PIC X(15)  VALUE SPACE.

       01  COLLEGE-HEADING-LINE.
           05                 PIC X(42)
               VALUE "COLLEGE SUMMARY - PROBATION BUNDLES".
           05                 PIC X(90)  VALUE SPACE.

       01  COLLEGE-COLUMN-LINE.
           05                 PIC X(04)  VALUE "COLL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "COLLEGE NAME".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "BUNDLES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "ADVISEES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(12)  VALUE "ON PROBATION".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "LOWEST GPA".
           05                 PIC X(46)  VALUE SPACE.

       01  COLLEGE-SUMMARY-LINE.
           05  CLS-COLLEGE-CODE   PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  CLS-COLLEGE-NAME   PIC X(30).
           05                     PIC X(05)  VALUE SPACE.
           05  CLS-BUNDLE-COUNT   PIC ZZZZ9.
           05                     PIC X(06)  VALUE SPACE.
           05  CLS-ADVISEE-COUNT  PIC ZZZZ9.
           05                     PIC X(10)  VALUE SPACE.
           05  CLS-PROBATION-COUNT PIC ZZZZ9.
           05                     PIC X(09)  VALUE SPACE.
           05  CLS-LOW-GPA        PIC 9.99.
           05                     PIC X(46)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           PERFORM 150-VERIFY-EXTRACT-CONTROL.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COLLEGE-SUB
               ON ASCENDING KEY SR-ADVISOR-ID
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS 200-MATCH-AND-RELEASE
               OUTPUT PROCEDURE IS 300-PRINT-BUNDLES.

           PERFORM 250-PRINT-COLLEGE-SUMMARY.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           PERFORM 120-LOAD-XREF.
           PERFORM 130-LOAD-DEPT-MASTER.

           OPEN INPUT STUDENT-FILE.

           CLOSE ADVISOR-XREF-FILE.


      *****************************************************
      *  130-LOAD-DEPT-MASTER - LOADS THE COLLEGES AND     *
      *  DEPARTMENTS, RESOLVING EACH DEPARTMENT'S OWNING   *
      *  COLLEGE TO ITS TABLE SUBSCRIPT, THEN ADDS THE     *
      *  EXCEPTION GROUP AS THE LAST COLLEGE ENTRY.  A     *
      *  DEPARTMENT WHOSE COLLEGE IS NOT ON THE MASTER     *
      *  FALLS INTO THE EXCEPTION GROUP.                   *
      *****************************************************
       130-LOAD-DEPT-MASTER.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00'
                   AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 130-LOAD-DEPT-MASTER'
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
                           DISPLAY ' 130-LOAD-DEPT-MASTER'
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
                           DISPLAY ' 130-LOAD-DEPT-MASTER'
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
               MOVE ZERO TO CLT-BUNDLE-COUNT (WS-COL-SUB)
               MOVE ZERO TO CLT-ADVISEE-COUNT (WS-COL-SUB)
               MOVE ZERO TO CLT-PROBATION-COUNT (WS-COL-SUB)
               MOVE 9.99 TO CLT-LOW-GPA (WS-COL-SUB)
           END-PERFORM.


      *****************************************************
      *  135-LOOKUP-DEPT-MASTER - SETS WS-WORK-DEPT-NAME   *
      *  AND WS-WORK-COL-SUB FOR THE DEPARTMENT IN         *
      *  WS-WORK-DEPT.  A CODE NOT ON THE MASTER TAKES THE *
      *  EXCEPTION GROUP AND AN EXCEPTION NAME.            *
      *****************************************************
       135-LOOKUP-DEPT-MASTER.

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


      *****************************************************
      *****************************************************
      *  150-VERIFY-EXTRACT-CONTROL - READS THE WHOLE      *
      *****************************************************
      *  200-MATCH-AND-RELEASE - READS THE PROBATION       *
      *  EXTRACT, LOOKS UP EACH STUDENT'S ADVISOR, AND     *
      *  RELEASES TO THE SORT KEYED BY THE COLLEGE OF THE  *
      *  ADVISOR'S DEPARTMENT, THEN ADVISOR.  UNASSIGNED   *
      *  STUDENTS TAKE COLLEGE ZERO AND BUNDLE FIRST.      *
      *****************************************************
       200-MATCH-AND-RELEASE.

                       PERFORM 220-SUPPRESS-DECEASED
                   ELSE
                   MOVE "UNASSN" TO SR-ADVISOR-ID
                   MOVE ZERO TO SR-COLLEGE-SUB
                   SET XREFNDX TO 1
                   SEARCH XREF-ENTRY VARYING XREFNDX
                       AT END
                       WHEN XR-STUDENT-ID (XREFNDX) = PE-STUDENT-ID
                           MOVE XR-ADVISOR-ID (XREFNDX)
                               TO SR-ADVISOR-ID
                           MOVE XR-ADVISOR-DEPT (XREFNDX)
                               TO WS-WORK-DEPT
                           PERFORM 135-LOOKUP-DEPT-MASTER
                           MOVE WS-WORK-COL-SUB TO SR-COLLEGE-SUB
                   END-SEARCH
                   MOVE PE-STUDENT-ID   TO SR-STUDENT-ID
                   MOVE PE-STUDENT-NAME TO SR-STUDENT-NAME
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-ADVISOR-ID NOT = WS-CURRENT-ADVISOR
                           OR SR-COLLEGE-SUB NOT = WS-CURRENT-COL-SUB
                       IF BUNDLE-IS-OPEN
                           PERFORM 330-CLOSE-BUNDLE
                       END-IF
                       IF SR-COLLEGE-SUB NOT = WS-CURRENT-COL-SUB
                               AND WS-CURRENT-COL-SUB > ZERO
                           PERFORM 340-PRINT-COLLEGE-SUBTOTAL
                       END-IF
                       PERFORM 310-OPEN-BUNDLE
                   END-IF
                   ADD 1 TO WS-BUNDLE-COUNT
               PERFORM 330-CLOSE-BUNDLE
           END-IF.

           IF WS-CURRENT-COL-SUB > ZERO
               PERFORM 340-PRINT-COLLEGE-SUBTOTAL
           END-IF.


       310-OPEN-BUNDLE.

           MOVE SR-ADVISOR-ID TO WS-CURRENT-ADVISOR.
           MOVE SR-COLLEGE-SUB TO WS-CURRENT-COL-SUB.
           MOVE ZERO TO WS-BUNDLE-COUNT.
           MOVE 9.99 TO WS-BUNDLE-LOW-GPA.
           MOVE "Y" TO WS-BUNDLE-OPEN-SWITCH.
           MOVE SR-ADVISOR-ID TO BH-ADVISOR-ID.
           MOVE SPACES TO BH-ADVISOR-NAME.
           MOVE SPACES TO BH-ADVISOR-DEPT.
           MOVE SPACES TO BH-DEPT-NAME.
           MOVE SPACES TO BH-COLLEGE-CODE.

           IF SR-ADVISOR-ID = "UNASSN"
               MOVE "NO ADVISOR ASSIGNED" TO BH-ADVISOR-NAME
                           TO BH-ADVISOR-DEPT
                   END-IF
               END-PERFORM
               MOVE BH-ADVISOR-DEPT TO WS-WORK-DEPT
               PERFORM 135-LOOKUP-DEPT-MASTER
               IF NOT DEPT-ON-MASTER
                   ADD 1 TO WS-DEPTS-NOT-ON-MAST
               END-IF
               MOVE WS-WORK-DEPT-NAME TO BH-DEPT-NAME
               MOVE CLT-COLLEGE-CODE (SR-COLLEGE-SUB)
                   TO BH-COLLEGE-CODE
           END-IF.

           MOVE BUNDLE-HEADING-LINE TO BNDL-REC.
           MOVE BUNDLE-SUMMARY-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER 2.

           ADD WS-ADVISEE-COUNT TO WS-GRAND-ADVISEES.
           ADD WS-BUNDLE-COUNT  TO WS-GRAND-PROBATION.
           IF WS-BUNDLE-LOW-GPA < WS-GRAND-LOW-GPA
               MOVE WS-BUNDLE-LOW-GPA TO WS-GRAND-LOW-GPA
           END-IF.

           IF WS-CURRENT-COL-SUB > ZERO
               ADD 1 TO CLT-BUNDLE-COUNT (WS-CURRENT-COL-SUB)
               ADD WS-ADVISEE-COUNT
                   TO CLT-ADVISEE-COUNT (WS-CURRENT-COL-SUB)
               ADD WS-BUNDLE-COUNT
                   TO CLT-PROBATION-COUNT (WS-CURRENT-COL-SUB)
               IF WS-BUNDLE-LOW-GPA < CLT-LOW-GPA (WS-CURRENT-COL-SUB)
                   MOVE WS-BUNDLE-LOW-GPA
                       TO CLT-LOW-GPA (WS-CURRENT-COL-SUB)
               END-IF
           END-IF.

           MOVE "N" TO WS-BUNDLE-OPEN-SWITCH.


      *****************************************************
      *  340-PRINT-COLLEGE-SUBTOTAL - A PAGE OF ITS OWN    *
      *  AFTER THE LAST BUNDLE OF EACH COLLEGE, SO THE     *
      *  BUNDLES STILL BURST CLEANLY.                      *
      *****************************************************
       340-PRINT-COLLEGE-SUBTOTAL.

           MOVE CLT-COLLEGE-CODE (WS-CURRENT-COL-SUB)
               TO CST-COLLEGE-CODE.
           MOVE CLT-COLLEGE-NAME (WS-CURRENT-COL-SUB)
               TO CST-COLLEGE-NAME.
           MOVE CLT-BUNDLE-COUNT (WS-CURRENT-COL-SUB)
               TO CST-BUNDLE-COUNT.
           MOVE CLT-ADVISEE-COUNT (WS-CURRENT-COL-SUB)
               TO CST-ADVISEE-COUNT.
           MOVE CLT-PROBATION-COUNT (WS-CURRENT-COL-SUB)
               TO CST-PROBATION-COUNT.
           MOVE CLT-LOW-GPA (WS-CURRENT-COL-SUB) TO CST-LOW-GPA.
           MOVE COLLEGE-SUBTOTAL-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER PAGE.


      *****************************************************
      *  250-PRINT-COLLEGE-SUMMARY - ONE LINE PER COLLEGE  *
      *  ON THE MASTER (A COLLEGE WITH NO BUNDLES PRINTS   *
      *  ZEROS), THE EXCEPTION GROUP WHEN IT HAS BUNDLES,  *
      *  AND A TOTAL OVER ALL BUNDLES, UNASSIGNED          *
      *  INCLUDED.                                         *
      *****************************************************
       250-PRINT-COLLEGE-SUMMARY.

           MOVE COLLEGE-HEADING-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER PAGE.
           MOVE COLLEGE-COLUMN-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER 2.
           MOVE SPACES TO BNDL-REC.
           WRITE BNDL-REC.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-NUM-COLLEGES
               IF WS-COL-SUB < WS-EXCEPT-COL-SUB
                       OR CLT-BUNDLE-COUNT (WS-COL-SUB) > ZERO
                   MOVE CLT-COLLEGE-CODE (WS-COL-SUB)
                       TO CLS-COLLEGE-CODE
                   MOVE CLT-COLLEGE-NAME (WS-COL-SUB)
                       TO CLS-COLLEGE-NAME
                   MOVE CLT-BUNDLE-COUNT (WS-COL-SUB)
                       TO CLS-BUNDLE-COUNT
                   MOVE CLT-ADVISEE-COUNT (WS-COL-SUB)
                       TO CLS-ADVISEE-COUNT
                   MOVE CLT-PROBATION-COUNT (WS-COL-SUB)
                       TO CLS-PROBATION-COUNT
                   MOVE CLT-LOW-GPA (WS-COL-SUB) TO CLS-LOW-GPA
                   MOVE COLLEGE-SUMMARY-LINE TO BNDL-REC
                   WRITE BNDL-REC AFTER 1
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLS-COLLEGE-CODE.
           MOVE "ALL BUNDLES" TO CLS-COLLEGE-NAME.
           MOVE WS-BUNDLES-PRINTED TO CLS-BUNDLE-COUNT.
           MOVE WS-GRAND-ADVISEES TO CLS-ADVISEE-COUNT.
           MOVE WS-GRAND-PROBATION TO CLS-PROBATION-COUNT.
           MOVE WS-GRAND-LOW-GPA TO CLS-LOW-GPA.
           MOVE COLLEGE-SUMMARY-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER 2.


       240-PRINT-TRAILER.

           MOVE SPACES TO BNDL-REC.
           MOVE TRAILER-DETAIL-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER 1.

           MOVE "ADVISOR DEPTS NOT ON DEPT MASTER" TO TR-CAPTION.
           MOVE WS-DEPTS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO BNDL-REC.
           WRITE BNDL-REC AFTER 1.

           MOVE "STUDENTS WITH NO ADVISOR" TO TR-CAPTION.
           MOVE WS-UNASSIGNED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO BNDL-REC.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE "P" TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
