       IDENTIFICATION DIVISION.

       PROGRAM-ID. R2T4.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  R2T4 - RETURN OF TITLE IV FUNDS CALCULATION       *
      *  FOR EVERY OFFICIAL WITHDRAWAL ON THE WDNOTIF      *
      *  NOTICES WRITTEN BY WITHDRAW, WORKS THE PERCENT OF *
      *  THE PAYMENT PERIOD COMPLETED: CALENDAR DAYS FROM  *
      *  CAL-TERM-START-DATE THROUGH CAL-TERM-END-DATE,    *
      *  LESS THE SCHEDULED BREAKS ON THE CALENDAR, WITH   *
      *  THE DAYS COMPLETED COUNTED THROUGH THE EFFECTIVE  *
      *  DATE LESS THE BREAK DAYS ALREADY PASSED.  AT OR   *
      *  ABOVE 60 PERCENT ALL AID IS EARNED; BELOW IT EACH *
      *  FUND DISBURSED ON T4DISB IS EARNED IN PROPORTION  *
      *  AND THE REST IS UNEARNED, DUE BACK BY THE RETURN  *
      *  DEADLINE 45 DAYS AFTER THE WITHDRAWAL DATE.  ONE  *
      *  WORKSHEET RECORD PER STUDENT PER FUND GOES TO     *
      *  R2T4WKS, AND A SECTION PER STUDENT PRINTS ON      *
      *  R2T4RPT FOR THE FINANCIAL AID OFFICE.             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SAP-NOTIFY-FILE
               ASSIGN WDNOTIF
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL T4-DISB-FILE
               ASSIGN T4DISB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS T4-DISB-KEY
               FILE STATUS IS WS-DISB-STATUS.

           SELECT WORKSHEET-FILE
               ASSIGN R2T4WKS.

           SELECT R2T4-REPORT
               ASSIGN R2T4RPT.

       DATA DIVISION.

       FILE SECTION.

       FD  SAP-NOTIFY-FILE.

       01  SAP-NOTIFY-RECORD.
           05  WN-STUDENT-ID            PIC 9(09).
           05  WN-TERM-CODE             PIC X(05).
           05  WN-EFFECTIVE-DATE        PIC 9(08).
           05  WN-COURSES-WITHDRAWN     PIC 9(02).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  T4-DISB-FILE.

            COPY T4DISB IN KC2477.SHARED.COBOL.STUDGPA.

       FD  WORKSHEET-FILE.

            COPY R2T4WKS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  R2T4-REPORT.

       01  REPORT-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  NOTIFY-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  NOTIFY-EOF                      VALUE "Y".
           05  DISB-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  DISB-EOF                        VALUE "Y".
           05  WS-NOTIFY-STATUS        PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-DISB-STATUS          PIC XX.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RETURN-DAYS          PIC 9(03) VALUE 45.
           05  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
           05  WS-START-INTEGER        PIC 9(08) VALUE ZERO.
           05  WS-END-INTEGER          PIC 9(08) VALUE ZERO.
           05  WS-WITHDRAW-INTEGER     PIC 9(08) VALUE ZERO.
           05  WS-LIMIT-INTEGER        PIC 9(08) VALUE ZERO.
           05  WS-BREAK-START-INTEGER  PIC 9(08) VALUE ZERO.
           05  WS-BREAK-END-INTEGER    PIC 9(08) VALUE ZERO.
           05  WS-BREAK-SUB            PIC 9(01) VALUE ZERO.
           05  WS-PERIOD-DAYS          PIC S9(05) VALUE ZERO.
           05  WS-BREAK-DAYS           PIC S9(05) VALUE ZERO.
           05  WS-BREAK-DAYS-PASSED    PIC S9(05) VALUE ZERO.
           05  WS-DAYS-COMPLETED       PIC S9(05) VALUE ZERO.
           05  WS-PCT-COMPLETED        PIC 9V999 VALUE ZERO.
           05  WS-PCT-EARNED           PIC 9V999 VALUE ZERO.
           05  WS-EARNED-SWITCH        PIC X(01) VALUE "N".
               88  ALL-AID-EARNED                VALUE "Y".
           05  WS-RETURN-DEADLINE      PIC 9(08) VALUE ZERO.
           05  WS-EARNED-AMOUNT        PIC 9(07)V99 VALUE ZERO.
           05  WS-UNEARNED-AMOUNT      PIC 9(07)V99 VALUE ZERO.
           05  WS-STU-DISBURSED        PIC 9(09)V99 VALUE ZERO.
           05  WS-STU-EARNED           PIC 9(09)V99 VALUE ZERO.
           05  WS-STU-UNEARNED         PIC 9(09)V99 VALUE ZERO.
           05  WS-STU-FUNDS            PIC 9(03) VALUE ZERO.
           05  WS-NOTICES-READ         PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-CALCULATED  PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-NO-AID      PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-ALL-EARNED  PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-RETURNING   PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-WORKSHEETS-WRITTEN   PIC 9(07) VALUE ZERO.
           05  WS-SUM-DISBURSED        PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-EARNED           PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-UNEARNED         PIC 9(11)V99 VALUE ZERO.

       01  R2T4-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RPH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RPH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RPH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "R2T4 RETURN OF TITLE IV WORKSHEET".
           05                 PIC X(72)  VALUE SPACE.

       01  STUDENT-HEADING-LINE.
           05                     PIC X(09)  VALUE "STUDENT: ".
           05  SH-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  SH-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  SH-NAME-FIRST      PIC X(12).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(06)  VALUE "TERM: ".
           05  SH-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(11)  VALUE "WITHDRAWN: ".
           05  SH-WITHDRAWAL-DATE PIC 9(08).
           05                     PIC X(47)  VALUE SPACE.

       01  PERIOD-DETAIL-LINE.
           05                     PIC X(09)  VALUE SPACE.
           05                     PIC X(08)  VALUE "PERIOD: ".
           05  PD-START-DATE      PIC 9(08).
           05                     PIC X(01)  VALUE "-".
           05  PD-END-DATE        PIC 9(08).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(06)  VALUE "DAYS: ".
           05  PD-PERIOD-DAYS     PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(08)  VALUE "BREAKS: ".
           05  PD-BREAK-DAYS      PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(11)  VALUE "COMPLETED: ".
           05  PD-DAYS-COMPLETED  PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(09)  VALUE "PERCENT: ".
           05  PD-PCT-COMPLETED   PIC ZZ9.9.
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(11)  VALUE "RETURN BY: ".
           05  PD-RETURN-DEADLINE PIC 9(08).
           05                     PIC X(16)  VALUE SPACE.

       01  FUND-COLUMN-LINE.
           05                 PIC X(09)  VALUE SPACE.
           05                 PIC X(04)  VALUE "FUND".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(13)  VALUE "    DISBURSED".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(13)  VALUE "       EARNED".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(13)  VALUE "  TO RETURN".
           05                 PIC X(70)  VALUE SPACE.

       01  FUND-DETAIL-LINE.
           05                     PIC X(09)  VALUE SPACE.
           05  FD-FUND-CODE       PIC X(04).
           05                     PIC X(04)  VALUE SPACE.
           05  FD-DISBURSED       PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(04)  VALUE SPACE.
           05  FD-EARNED          PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(04)  VALUE SPACE.
           05  FD-UNEARNED        PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(71)  VALUE SPACE.

       01  NOTE-DETAIL-LINE.
           05                     PIC X(09)  VALUE SPACE.
           05  NT-NOTE            PIC X(60).
           05                     PIC X(63)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

       01  MONEY-DETAIL-LINE.
           05  MN-CAPTION             PIC X(36).
           05  MN-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(79)  VALUE SPACE.

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

           PERFORM UNTIL NOTIFY-EOF
               READ SAP-NOTIFY-FILE
                   AT END
                       SET NOTIFY-EOF TO TRUE
               END-READ
               IF NOT NOTIFY-EOF
                   ADD 1 TO WS-NOTICES-READ
                   PERFORM 110-PROCESS-WITHDRAWAL
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SAP-NOTIFY-FILE
                 CALENDAR-FILE
                 STUDENT-FILE
                 T4-DISB-FILE
                 WORKSHEET-FILE
                 R2T4-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RPH-MONTH.
           MOVE CD-DAY     TO RPH-DAY.
           MOVE CD-YEAR    TO RPH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT SAP-NOTIFY-FILE.

           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE WITHDRAWAL NOTICE FILE'
               DISPLAY ' FILE STATUS IS ', WS-NOTIFY-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
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

           OPEN INPUT T4-DISB-FILE.

           IF WS-DISB-STATUS NOT = '00' AND WS-DISB-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TITLE IV DISBURSEMENTS'
               DISPLAY ' FILE STATUS IS ', WS-DISB-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT WORKSHEET-FILE.
           OPEN OUTPUT R2T4-REPORT.

           MOVE R2T4-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.


      *****************************************************
      *  110-PROCESS-WITHDRAWAL - ONE WITHDRAWAL NOTICE:   *
      *  THE STUDENT'S SECTION OF THE REPORT, THE PERIOD   *
      *  CALCULATION, THEN EACH FUND DISBURSED FOR THE     *
      *  TERM.  A NOTICE FOR A TERM NOT ON THE CALENDAR IS *
      *  LISTED AND SKIPPED.                               *
      *****************************************************
       110-PROCESS-WITHDRAWAL.

           MOVE WN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
           END-READ.

           MOVE WN-STUDENT-ID     TO SH-STUDENT-ID.
           MOVE SM-NAME-LAST      TO SH-NAME-LAST.
           MOVE SM-NAME-FIRST     TO SH-NAME-FIRST.
           MOVE WN-TERM-CODE      TO SH-TERM-CODE.
           MOVE WN-EFFECTIVE-DATE TO SH-WITHDRAWAL-DATE.
           MOVE STUDENT-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 2.

           MOVE WN-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM 115-TERM-NOT-ON-CALENDAR
               NOT INVALID KEY
                   PERFORM 120-COMPUTE-PERIOD
                   PERFORM 130-APPLY-FUNDS
           END-READ.


       115-TERM-NOT-ON-CALENDAR.

           ADD 1 TO WS-NOTICES-REJECTED.
           MOVE "TERM NOT ON THE CALENDAR - NOT CALCULATED" TO NT-NOTE.
           MOVE NOTE-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.


      *****************************************************
      *  120-COMPUTE-PERIOD - THE PAYMENT PERIOD IS EVERY  *
      *  CALENDAR DAY FROM TERM START THROUGH TERM END,    *
      *  LESS THE DAYS OF EACH SCHEDULED BREAK.  THE DAYS  *
      *  COMPLETED RUN FROM TERM START THROUGH THE         *
      *  WITHDRAWAL DATE (NO LATER THAN TERM END), LESS    *
      *  THE BREAK DAYS UP TO THAT DATE, SO A WITHDRAWAL   *
      *  DURING A BREAK COUNTS THROUGH THE LAST DAY BEFORE *
      *  IT.  THE PERCENT IS ROUNDED TO THREE PLACES.      *
      *****************************************************
       120-COMPUTE-PERIOD.

           MOVE CAL-TERM-START-DATE TO WS-WORK-DATE.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           MOVE CAL-TERM-END-DATE TO WS-WORK-DATE.
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           MOVE WN-EFFECTIVE-DATE TO WS-WORK-DATE.
           COMPUTE WS-WITHDRAW-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).

           COMPUTE WS-RETURN-DEADLINE = FUNCTION DATE-OF-INTEGER
               (WS-WITHDRAW-INTEGER + WS-RETURN-DAYS).

           IF WS-WITHDRAW-INTEGER < WS-END-INTEGER
               MOVE WS-WITHDRAW-INTEGER TO WS-LIMIT-INTEGER
           ELSE
               MOVE WS-END-INTEGER TO WS-LIMIT-INTEGER
           END-IF.

           MOVE ZERO TO WS-BREAK-DAYS
                        WS-BREAK-DAYS-PASSED.

           PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > 3
               IF CAL-BREAK (WS-BREAK-SUB) NUMERIC
                       AND CAL-BREAK (WS-BREAK-SUB) NOT = ZEROS
                   PERFORM 125-COUNT-BREAK-DAYS
               END-IF
           END-PERFORM.

           COMPUTE WS-PERIOD-DAYS =
               WS-END-INTEGER - WS-START-INTEGER + 1 - WS-BREAK-DAYS.

           IF WS-WITHDRAW-INTEGER < WS-START-INTEGER
               MOVE ZERO TO WS-DAYS-COMPLETED
           ELSE
               COMPUTE WS-DAYS-COMPLETED =
                   WS-LIMIT-INTEGER - WS-START-INTEGER + 1
                 - WS-BREAK-DAYS-PASSED
           END-IF.

           IF WS-PERIOD-DAYS > ZERO
               COMPUTE WS-PCT-COMPLETED ROUNDED =
                   WS-DAYS-COMPLETED / WS-PERIOD-DAYS
           ELSE
               MOVE 1 TO WS-PCT-COMPLETED
           END-IF.

           IF WS-PCT-COMPLETED NOT < .600
               MOVE "Y" TO WS-EARNED-SWITCH
               MOVE 1 TO WS-PCT-EARNED
           ELSE
               MOVE "N" TO WS-EARNED-SWITCH
               MOVE WS-PCT-COMPLETED TO WS-PCT-EARNED
           END-IF.

           MOVE CAL-TERM-START-DATE TO PD-START-DATE.
           MOVE CAL-TERM-END-DATE   TO PD-END-DATE.
           MOVE WS-PERIOD-DAYS      TO PD-PERIOD-DAYS.
           MOVE WS-BREAK-DAYS       TO PD-BREAK-DAYS.
           MOVE WS-DAYS-COMPLETED   TO PD-DAYS-COMPLETED.
           COMPUTE PD-PCT-COMPLETED = WS-PCT-COMPLETED * 100.
           MOVE WS-RETURN-DEADLINE  TO PD-RETURN-DEADLINE.
           MOVE PERIOD-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.


      *****************************************************
      *  125-COUNT-BREAK-DAYS - THE PART OF ONE BREAK THAT *
      *  FALLS WITHIN THE TERM, AND THE PART OF THAT UP TO *
      *  THE WITHDRAWAL DATE.                              *
      *****************************************************
       125-COUNT-BREAK-DAYS.

           MOVE CAL-BREAK-START-DATE (WS-BREAK-SUB) TO WS-WORK-DATE.
           COMPUTE WS-BREAK-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           MOVE CAL-BREAK-END-DATE (WS-BREAK-SUB) TO WS-WORK-DATE.
           COMPUTE WS-BREAK-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).

           IF WS-BREAK-START-INTEGER < WS-START-INTEGER
               MOVE WS-START-INTEGER TO WS-BREAK-START-INTEGER
           END-IF.
           IF WS-BREAK-END-INTEGER > WS-END-INTEGER
               MOVE WS-END-INTEGER TO WS-BREAK-END-INTEGER
           END-IF.

           IF WS-BREAK-END-INTEGER NOT < WS-BREAK-START-INTEGER
               COMPUTE WS-BREAK-DAYS = WS-BREAK-DAYS
                   + WS-BREAK-END-INTEGER - WS-BREAK-START-INTEGER + 1
               IF WS-BREAK-END-INTEGER > WS-LIMIT-INTEGER
                   MOVE WS-LIMIT-INTEGER TO WS-BREAK-END-INTEGER
               END-IF
               IF WS-BREAK-END-INTEGER NOT < WS-BREAK-START-INTEGER
                   COMPUTE WS-BREAK-DAYS-PASSED =
                       WS-BREAK-DAYS-PASSED
                     + WS-BREAK-END-INTEGER
                     - WS-BREAK-START-INTEGER + 1
               END-IF
           END-IF.


      *****************************************************
      *  130-APPLY-FUNDS - EVERY T4DISB FUND FOR THE       *
      *  STUDENT AND TERM: THE EARNED SHARE AT THE EARNED  *
      *  PERCENT, THE REST UNEARNED.  A STUDENT WITH NO    *
      *  TITLE IV AID FOR THE TERM GETS NO WORKSHEET.      *
      *****************************************************
       130-APPLY-FUNDS.

           MOVE ZERO TO WS-STU-DISBURSED
                        WS-STU-EARNED
                        WS-STU-UNEARNED
                        WS-STU-FUNDS.
           MOVE "N" TO DISB-EOF-SWITCH.

           MOVE FUND-COLUMN-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE WN-STUDENT-ID TO T4-STUDENT-ID.
           MOVE WN-TERM-CODE  TO T4-TERM-CODE.
           MOVE LOW-VALUES    TO T4-FUND-CODE.
           START T4-DISB-FILE KEY IS NOT LESS THAN T4-DISB-KEY
               INVALID KEY
                   SET DISB-EOF TO TRUE
           END-START.

           PERFORM UNTIL DISB-EOF
               READ T4-DISB-FILE NEXT RECORD
                   AT END
                       SET DISB-EOF TO TRUE
               END-READ
               IF NOT DISB-EOF
                   IF T4-STUDENT-ID NOT = WN-STUDENT-ID
                           OR T4-TERM-CODE NOT = WN-TERM-CODE
                       SET DISB-EOF TO TRUE
                   ELSE
                       PERFORM 140-APPLY-ONE-FUND
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-STU-FUNDS = ZERO
               ADD 1 TO WS-STUDENTS-NO-AID
               MOVE "NO TITLE IV AID DISBURSED FOR THE TERM"
                   TO NT-NOTE
               MOVE NOTE-DETAIL-LINE TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               ADD 1 TO WS-STUDENTS-CALCULATED
               MOVE "TOTL"          TO FD-FUND-CODE
               MOVE WS-STU-DISBURSED TO FD-DISBURSED
               MOVE WS-STU-EARNED    TO FD-EARNED
               MOVE WS-STU-UNEARNED  TO FD-UNEARNED
               MOVE FUND-DETAIL-LINE TO REPORT-REC
               WRITE REPORT-REC
               IF ALL-AID-EARNED
                   ADD 1 TO WS-STUDENTS-ALL-EARNED
                   MOVE "60 PERCENT POINT PASSED - ALL AID EARNED"
                       TO NT-NOTE
                   MOVE NOTE-DETAIL-LINE TO REPORT-REC
                   WRITE REPORT-REC
               END-IF
               IF WS-STU-UNEARNED > ZERO
                   ADD 1 TO WS-STUDENTS-RETURNING
               END-IF
           END-IF.


       140-APPLY-ONE-FUND.

           ADD 1 TO WS-STU-FUNDS.

           COMPUTE WS-EARNED-AMOUNT ROUNDED =
               T4-DISBURSED-AMOUNT * WS-PCT-EARNED.
           COMPUTE WS-UNEARNED-AMOUNT =
               T4-DISBURSED-AMOUNT - WS-EARNED-AMOUNT.

           ADD T4-DISBURSED-AMOUNT TO WS-STU-DISBURSED
                                      WS-SUM-DISBURSED.
           ADD WS-EARNED-AMOUNT    TO WS-STU-EARNED
                                      WS-SUM-EARNED.
           ADD WS-UNEARNED-AMOUNT  TO WS-STU-UNEARNED
                                      WS-SUM-UNEARNED.

           MOVE SPACES TO R2T4-WORKSHEET-RECORD.
           MOVE WN-STUDENT-ID       TO R2-STUDENT-ID.
           MOVE WN-TERM-CODE        TO R2-TERM-CODE.
           MOVE WN-EFFECTIVE-DATE   TO R2-WITHDRAWAL-DATE.
           MOVE CAL-TERM-START-DATE TO R2-TERM-START-DATE.
           MOVE CAL-TERM-END-DATE   TO R2-TERM-END-DATE.
           MOVE WS-PERIOD-DAYS      TO R2-PERIOD-DAYS.
           MOVE WS-BREAK-DAYS       TO R2-BREAK-DAYS.
           MOVE WS-DAYS-COMPLETED   TO R2-DAYS-COMPLETED.
           MOVE WS-PCT-COMPLETED    TO R2-PCT-COMPLETED.
           MOVE WS-EARNED-SWITCH    TO R2-EARNED-SWITCH.
           MOVE T4-FUND-CODE        TO R2-FUND-CODE.
           MOVE T4-DISBURSED-AMOUNT TO R2-DISBURSED-AMOUNT.
           MOVE WS-EARNED-AMOUNT    TO R2-EARNED-AMOUNT.
           MOVE WS-UNEARNED-AMOUNT  TO R2-UNEARNED-AMOUNT.
           MOVE WS-RETURN-DEADLINE  TO R2-RETURN-DEADLINE-DATE.
           MOVE WS-RUN-DATE         TO R2-RUN-DATE.
           WRITE R2T4-WORKSHEET-RECORD.
           ADD 1 TO WS-WORKSHEETS-WRITTEN.

           MOVE T4-FUND-CODE        TO FD-FUND-CODE.
           MOVE T4-DISBURSED-AMOUNT TO FD-DISBURSED.
           MOVE WS-EARNED-AMOUNT    TO FD-EARNED.
           MOVE WS-UNEARNED-AMOUNT  TO FD-UNEARNED.
           MOVE FUND-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER 2.

           MOVE "WITHDRAWAL NOTICES READ" TO TR-CAPTION.
           MOVE WS-NOTICES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "STUDENTS CALCULATED" TO TR-CAPTION.
           MOVE WS-STUDENTS-CALCULATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "STUDENTS WITH ALL AID EARNED" TO TR-CAPTION.
           MOVE WS-STUDENTS-ALL-EARNED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "STUDENTS WITH FUNDS TO RETURN" TO TR-CAPTION.
           MOVE WS-STUDENTS-RETURNING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "STUDENTS WITH NO TITLE IV AID" TO TR-CAPTION.
           MOVE WS-STUDENTS-NO-AID TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "NOTICES NOT CALCULATED" TO TR-CAPTION.
           MOVE WS-NOTICES-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "WORKSHEET RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-WORKSHEETS-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "TITLE IV AID DISBURSED" TO MN-CAPTION.
           MOVE WS-SUM-DISBURSED TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "TITLE IV AID EARNED" TO MN-CAPTION.
           MOVE WS-SUM-EARNED TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "TITLE IV AID TO RETURN" TO MN-CAPTION.
           MOVE WS-SUM-UNEARNED TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.
