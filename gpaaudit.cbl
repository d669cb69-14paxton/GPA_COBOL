
      *****************************************************
      *  GPAAUDIT - STORED-VERSUS-RECOMPUTED GPA AUDIT     *
      *  INDEPENDENTLY RECOMPUTES EVERY STUDENT'S GPA FROM *
      *  THE RAW COURSE OCCURRENCES (THE NIGHTLY           *
      *  COURSE-OCCURRENCE EXTRACT, OCCFILE, THROUGH       *
      *  GPACALC UNDER THE AUDPARM ROUNDING POLICY) AND    *
      *  COMPARES IT TO THE STORED MASTER RESULTS WITHIN   *
      *  THE AUDPARM TOLERANCE.  EVERY VARIANCE PRINTS ON  *
      *  AUDITRPT WITH BOTH VALUES AND THE CONTRIBUTING    *
      *  COURSE ROWS - THE CERTIFICATION TO THE AUDITORS   *
      *  THAT THE NUMBER WE PUBLISH IS THE NUMBER THE DATA *
      *  SUPPORTS.  ANY VARIANCE FAILS THE STEP.           *
      *  UNCATALOGED COURSES ARE LEFT OUT BY THE EXTRACT'S *
      *  CATALOG FLAG, THE SAME POPULATION RULE THE        *
      *  NIGHTLY RUN APPLIES.  THE RUN BALANCES ITS        *
      *  HEADER, OCCURRENCE AND CREDIT TOTALS TO THE       *
      *  EXTRACT'S TRAILER, AND A SHORT OR OUT-OF-BALANCE  *
      *  EXTRACT ALSO FAILS THE STEP.                      *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN AUDPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.

           SELECT OCCURRENCE-FILE
               ASSIGN OCCFILE
               FILE STATUS IS WS-OCC-STATUS.

           SELECT AUDIT-REPORT
               ASSIGN AUDITRPT.
               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUDIT-REPORT.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  OCCFILE-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  OCCFILE-EOF                     VALUE "Y".
           05  GRADE-PARM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-PARM-EOF                  VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  WS-OCC-STATUS           PIC XX.
           05  WS-STUDENT-PENDING-SWITCH PIC X(01) VALUE "N".
               88  STUDENT-PENDING                 VALUE "Y".
           05  WS-CUR-STUDENT-ID       PIC 9(09) VALUE ZERO.
           05  WS-CUR-LAST-GPA         PIC 9V99 VALUE ZERO.
           05  WS-CUR-LAST-CREDITS     PIC 999V99 VALUE ZERO.
           05  WS-CUR-AS-OF-DATE       PIC 9(08) VALUE ZERO.
           05  WS-TOLERANCE            PIC 9V99  VALUE ZERO.
           05  WS-GPA-DIFF             PIC S9V99 VALUE ZERO.
           05  WS-CREDIT-DIFF          PIC S999V99 VALUE ZERO.
           05  WS-NOT-YET-COMPUTED     PIC 9(07) VALUE ZERO.
           05  WS-CRS-SUB              PIC 9(03) VALUE ZERO.

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

            COPY GPACPARM IN KC2477.SHARED.COBOL.STUDGPA.

           05  VC-LETTER          PIC XX.
           05                     PIC X(105) VALUE SPACE.

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
                       PERFORM 105-APPLY-OCC-RECORD
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

           IF STUDENT-PENDING
               PERFORM 110-AUDIT-STUDENT
           END-IF.

           PERFORM 240-PRINT-TRAILER.

           PERFORM 180-BALANCE-TO-OCCFILE.

           IF NOT OCCFILE-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE AUDIT IS INCOMPLETE.  SEE AUDITRPT.'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-VARIANCES-FOUND > ZERO
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE OCCURRENCE-FILE
                 AUDIT-REPORT.

           STOP RUN.
           CLOSE AUDIT-PARM-FILE.

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
           MOVE ZEROS TO GC-PROBATION-THRESHOLD.


      *****************************************************
      *  105-APPLY-OCC-RECORD - A STUDENT HEADER AUDITS    *
      *  THE PREVIOUS STUDENT AND OPENS THE NEXT ONE WHEN  *
      *  IT CARRIES STORED RESULTS; AN OCCURRENCE ADDS TO  *
      *  THE OPEN STUDENT'S GPACALC COURSE LIST; THE *CTL* *
      *  TRAILER ENDS THE FILE.  EVERY RECORD COUNTS       *
      *  TOWARD THE BALANCE TO THE TRAILER.                *
      *****************************************************
       105-APPLY-OCC-RECORD.

           IF CO-CTL-PRESENT
               PERFORM 185-SAVE-OCC-TRAILER
           ELSE
               ADD 1 TO WS-OCC-RECORDS
               ADD CO-STUDENT-ID TO WS-OCC-HASH
               IF CO-STUDENT-HEADER
                   ADD 1 TO WS-OCC-STUDENTS
                   IF STUDENT-PENDING
                       PERFORM 110-AUDIT-STUDENT
                   END-IF
                   IF CO-GPA-AS-OF-DATE > ZERO
                       ADD 1 TO WS-STUDENTS-AUDITED
                       MOVE "Y" TO WS-STUDENT-PENDING-SWITCH
                       MOVE CO-STUDENT-ID TO WS-CUR-STUDENT-ID
                       MOVE CO-LAST-GPA TO WS-CUR-LAST-GPA
                       MOVE CO-LAST-TOTAL-CREDITS
                           TO WS-CUR-LAST-CREDITS
                       MOVE CO-GPA-AS-OF-DATE TO WS-CUR-AS-OF-DATE
                       MOVE ZERO TO GC-NUM-COURSES
                   ELSE
                       ADD 1 TO WS-NOT-YET-COMPUTED
                   END-IF
               ELSE
                   ADD 1 TO WS-OCC-OCCURRENCES
                   ADD CO-ATTEMPTED-CREDITS TO WS-OCC-CREDITS
                   IF STUDENT-PENDING
                       PERFORM 140-ADD-COURSE
                   END-IF
               END-IF
           END-IF.


       110-AUDIT-STUDENT.

           MOVE "N" TO WS-STUDENT-PENDING-SWITCH.

           CALL "GPACALC" USING GPACALC-PARMS.

           MOVE "N" TO WS-VARIANCE-SWITCH.

           COMPUTE WS-GPA-DIFF = GC-TOTAL-GPA - WS-CUR-LAST-GPA.
           IF WS-GPA-DIFF < ZERO
               COMPUTE WS-GPA-DIFF = ZERO - WS-GPA-DIFF
           END-IF.
           END-IF.

           COMPUTE WS-CREDIT-DIFF =
               GC-TOTAL-CREDITS - WS-CUR-LAST-CREDITS.
           IF WS-CREDIT-DIFF < ZERO
               COMPUTE WS-CREDIT-DIFF = ZERO - WS-CREDIT-DIFF
           END-IF.
           END-IF.


      *****************************************************
      *  140-ADD-COURSE - UNCATALOGED COURSE IDS ARE       *
      *  EXCLUDED FROM EVERY GPA COMPUTATION, THE SAME     *
      *  POPULATION RULE THE NIGHTLY RUN APPLIES; THE      *
      *  EXTRACT CARRIES THE CATALOG FLAG.                 *
      *****************************************************
       140-ADD-COURSE.

           IF CO-CATALOGED AND GC-NUM-COURSES < 150
               ADD 1 TO GC-NUM-COURSES
               MOVE CO-COURSE-ID
                   TO GC-COURSE-ID (GC-NUM-COURSES)
               MOVE CO-COURSE-CREDITS
                   TO GC-COURSE-CREDITS (GC-NUM-COURSES)
               MOVE CO-PERCENTAGE-EARNED
                   TO GC-PERCENTAGE-EARNED (GC-NUM-COURSES)
               MOVE CO-ATTEMPTED-CREDITS
                   TO GC-ATTEMPTED-CREDITS (GC-NUM-COURSES)
               MOVE CO-GRADING-BASIS
                   TO GC-GRADING-BASIS (GC-NUM-COURSES)
               MOVE CO-FORGIVE-FLAG
                   TO GC-FORGIVE-FLAG (GC-NUM-COURSES)
           END-IF.

      *****************************************************
       160-REPORT-VARIANCE.

           MOVE WS-CUR-STUDENT-ID     TO VH-STUDENT-ID.
           MOVE WS-CUR-LAST-GPA       TO VH-STORED-GPA.
           MOVE WS-CUR-LAST-CREDITS   TO VH-STORED-CRED.
           MOVE GC-TOTAL-GPA          TO VH-CALC-GPA.
           MOVE GC-TOTAL-CREDITS      TO VH-CALC-CRED.
           MOVE WS-CUR-AS-OF-DATE     TO VH-AS-OF-DATE.
           MOVE VARIANCE-HEAD-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 2.

           MOVE TRAILER-DETAIL-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 1.


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

           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 1.

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
           MOVE OCC-STATUS-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER 2.


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
