      *  FINSAP - SATISFACTORY ACADEMIC PROGRESS FOR       *
      *  FINANCIAL AID.  FOR EVERY ACTIVE STUDENT,         *
      *  COMPUTES COMPLETION PACE (CREDITS EARNED OVER     *
      *  CREDITS ATTEMPTED, EVERY COURSE OCCURRENCE) AND   *
      *  THE 150 PERCENT MAXIMUM-TIMEFRAME TEST AGAINST    *
      *  THE PROGRAM LENGTH ON THE SAPPARM CARD, AND       *
      *  WRITES A SAP STATUS RECORD (M MEETING / W WARNING *
      *  / N NOT MEETING) TO SAPFILE FOR THE FINANCIAL AID *
      *  OFFICE, WITH A SUMMARY ON SAPRPT.  WARNING IS A   *
      *  PACE WITHIN THE CARD'S WARNING BAND BELOW THE     *
      *  MINIMUM WITH THE TIMEFRAME STILL MET.  A SAP      *
      *  APPEAL GRANTED ON APPLFILE OVERRIDES THE COMPUTED *
      *  DETERMINATION WITH THE CERTIFIED STATUS CODE, AND *
      *  THE OVERRIDE COUNT SHOWS ON THE SUMMARY TRAILER.  *
      *  STUDENTS AND THEIR COURSE OCCURRENCES COME FROM   *
      *  THE NIGHTLY COURSE-OCCURRENCE EXTRACT (OCCFILE),  *
      *  NOT THE MASTER.  THE RUN BALANCES ITS HEADER,     *
      *  OCCURRENCE AND CREDIT TOTALS TO THE EXTRACT'S     *
      *  TRAILER; A SHORT OR OUT-OF-BALANCE EXTRACT        *
      *  WITHHOLDS THE SAPFILE TRAILER AND ENDS THE STEP   *
      *  WITH RETURN CODE 8.                               *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN SAPPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OCCURRENCE-FILE
               ASSIGN OCCFILE
               FILE STATUS IS WS-OCC-STATUS.

           SELECT OPTIONAL APPEAL-FILE
               ASSIGN APPLFILE
           05  SA-WARNING-BAND          PIC 9V99.
           05  SA-TERM-CODE             PIC X(05).

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  APPEAL-FILE.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  OCCFILE-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  OCCFILE-EOF                     VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-OCC-STATUS           PIC XX.
           05  WS-STUDENT-PENDING-SWITCH PIC X(01) VALUE "N".
               88  STUDENT-PENDING                 VALUE "Y".
           05  WS-CUR-STUDENT-ID       PIC 9(09) VALUE ZERO.
           05  WS-EARNED-CREDITS       PIC 999V99 VALUE ZERO.
           05  WS-ATTEMPTED-CREDITS    PIC 999V99 VALUE ZERO.
           05  WS-PACE                 PIC 9V99  VALUE ZERO.
           05  WS-APPL-STATUS          PIC XX.
           05  WS-APPEAL-OVERRIDES     PIC 9(07) VALUE ZERO.

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

       01  CONTROL-TRAILER-FIELDS.
           05  WS-SF-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-SF-CTL-HASH          PIC 9(13) VALUE ZERO.
               VALUE "FINSAP SATISFACTORY ACADEMIC PROGRESS".
           05                 PIC X(90)  VALUE SPACE.

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
               PERFORM 110-EVALUATE-SAP
           END-IF.

           PERFORM 180-BALANCE-TO-OCCFILE.

           IF OCCFILE-IN-BALANCE
               PERFORM 235-WRITE-CONTROL-TRAILER
           ELSE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE SAP STATUS FEED IS WITHHELD.  SEE'
               DISPLAY ' THE BALANCING LINES ON SAPRPT.'
               DISPLAY '*******************************'
           END-IF.

           PERFORM 240-PRINT-TRAILER.

           CLOSE OCCURRENCE-FILE
                 APPEAL-FILE
                 SAP-STATUS-FILE
                 SAP-REPORT.

           IF NOT OCCFILE-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.



           CLOSE SAP-PARM-FILE.

           OPEN INPUT OCCURRENCE-FILE.

           IF WS-OCC-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OCCURRENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.
           WRITE SAP-REC AFTER PAGE.


      *****************************************************
      *  105-APPLY-OCC-RECORD - A STUDENT HEADER CLOSES    *
      *  THE PREVIOUS STUDENT AND OPENS THE NEXT ONE WHEN  *
      *  IT IS ACTIVE; AN OCCURRENCE ADDS TO THE OPEN      *
      *  STUDENT; THE *CTL* TRAILER ENDS THE FILE.  EVERY  *
      *  RECORD COUNTS TOWARD THE BALANCE TO THE TRAILER.  *
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
                       PERFORM 110-EVALUATE-SAP
                   END-IF
                   IF CO-ENROLLED-ACTIVE
                       MOVE "Y" TO WS-STUDENT-PENDING-SWITCH
                       MOVE CO-STUDENT-ID TO WS-CUR-STUDENT-ID
                       MOVE ZEROS TO WS-EARNED-CREDITS
                       MOVE ZEROS TO WS-ATTEMPTED-CREDITS
                       ADD 1 TO WS-STUDENTS-READ
                   END-IF
               ELSE
                   ADD 1 TO WS-OCC-OCCURRENCES
                   ADD CO-ATTEMPTED-CREDITS TO WS-OCC-CREDITS
                   IF STUDENT-PENDING
                       PERFORM 120-SUM-COURSE
                   END-IF
               END-IF
           END-IF.


       110-EVALUATE-SAP.

           MOVE "N" TO WS-STUDENT-PENDING-SWITCH.

           IF WS-ATTEMPTED-CREDITS = ZERO
               MOVE ZERO TO WS-PACE
                   WS-EARNED-CREDITS / WS-ATTEMPTED-CREDITS
           END-IF.

           MOVE WS-CUR-STUDENT-ID    TO SF-STUDENT-ID.
           MOVE WS-EARNED-CREDITS    TO SF-EARNED-CREDITS.
           MOVE WS-ATTEMPTED-CREDITS TO SF-ATTEMPTED-CREDITS.
           MOVE WS-PACE              TO SF-PACE.
      *****************************************************
       140-CHECK-APPEAL.

           MOVE WS-CUR-STUDENT-ID TO AP-STUDENT-ID.
           MOVE "F" TO AP-APPEAL-TYPE.
           READ APPEAL-FILE
               INVALID KEY


      *****************************************************
      *  120-SUM-COURSE - ATTEMPTED HOURS COUNT EVERY      *
      *  OCCURRENCE; EARNED HOURS FOLLOW THE SAME RULE     *
      *  GPACALC APPLIES - UNRESOLVED INCOMPLETES,         *
      *  FORGIVEN COURSES, INTEGRITY XF GRADES, AND GRADES *
      *  NOT REPORTED BY THE DEADLINE EARN NOTHING.        *
      *****************************************************
       120-SUM-COURSE.

           IF NOT CO-BASIS-INCOMPLETE
                   AND NOT CO-BASIS-WITHDRAWN
                   AND NOT CO-BASIS-INTEGRITY-XF
                   AND NOT CO-BASIS-NOT-REPORTED
                   AND NOT CO-COURSE-FORGIVEN
                   AND NOT CO-EXAM-SUPERSEDED
               ADD CO-COURSE-CREDITS TO WS-EARNED-CREDITS
           END-IF.
           ADD CO-ATTEMPTED-CREDITS TO WS-ATTEMPTED-CREDITS.


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

           MOVE SPACES TO SAP-REC.
           WRITE SAP-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO SAP-REC.
           WRITE SAP-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO SAP-REC.
           WRITE SAP-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO SAP-REC.
           WRITE SAP-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO SAP-REC.
           WRITE SAP-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO SAP-REC.
           WRITE SAP-REC AFTER 1.

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
           MOVE OCC-STATUS-LINE TO SAP-REC.
           WRITE SAP-REC AFTER 2.


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


       240-PRINT-TRAILER.
