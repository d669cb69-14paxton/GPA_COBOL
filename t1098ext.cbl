       IDENTIFICATION DIVISION.

       PROGRAM-ID. T1098EXT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  T1098EXT - ANNUAL 1098-T TUITION STATEMENT RUN    *
      *  FOR THE CALENDAR YEAR ON THE T98PARM CARD, READS  *
      *  THE AR LEDGER (ARLEDGR) A STUDENT AT A TIME AND   *
      *  TOTALS, BY ENTRY EFFECTIVE DATE WITHIN THE YEAR,  *
      *  THE QUALIFIED TUITION AND FEES BILLED (CHARGES    *
      *  LESS REFUND CREDITS) AND THE PAYMENTS RECEIVED    *
      *  (PAYMENTS LESS REFUNDS PAID OUT).  BOX 1 IS THE   *
      *  PAYMENTS RECEIVED, NO MORE THAN THE QUALIFIED     *
      *  AMOUNT BILLED.  BOX 5 IS THE SCHOLARSHIP AMOUNT   *
      *  PAID FOR THE YEAR ON SCHAWARD.  BOX 8 (AT LEAST   *
      *  HALF TIME) IS SET WHEN THE REGFILE LOAD OF ANY    *
      *  TERM STARTING IN THE YEAR REACHES THE PARM        *
      *  HALF-TIME CREDITS FOR THE STUDENT'S LEVEL; BOX 9  *
      *  (GRADUATE) COMES FROM THE TUITCLAS LEVEL.  EVERY  *
      *  STUDENT WITH AN AMOUNT TO REPORT GETS A B1 RECORD *
      *  ON THE T98OUT IRS TRANSMISSION FILE, AFTER THE A1 *
      *  FILER RECORD AND ENDING WITH THE STANDARD EXTRCTL *
      *  TRAILER.  A STUDENT COPY PRINTS ON T98COPY, ONE   *
      *  PAGE PER STUDENT, MAILED TO THE CURRENT LOCAL OR  *
      *  PERMANENT ADDRESS ON ADDRFILE (ADDRESSES FLAGGED  *
      *  BAD ARE PASSED OVER), AND EACH COPY MAILED IS     *
      *  LOGGED ON COMMLOG AS DOCUMENT TYPE 1098 UNDER THE *
      *  TAX YEAR.  A STUDENT WITH NO USABLE ADDRESS IS    *
      *  STILL REPORTED TO THE IRS AND IS LISTED AT THE    *
      *  END OF T98COPY FOR FOLLOW-UP.                     *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT T98-PARM-FILE
               ASSIGN T98PARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT AR-LEDGER-FILE
               ASSIGN ARLEDGR
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AL-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL TUITION-CLASS-FILE
               ASSIGN TUITCLS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-STUDENT-ID
               FILE STATUS IS WS-TCLS-STATUS.

           SELECT CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL AWARD-FILE
               ASSIGN SCHAWARD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT T98-OUT-FILE
               ASSIGN T98OUT.

           SELECT T98-COPY-FILE
               ASSIGN T98COPY.

       DATA DIVISION.

       FILE SECTION.

       FD  T98-PARM-FILE.

       01  T98-PARM-RECORD.
           05  TP-TAX-YEAR              PIC 9(04).
           05  TP-FILER-EIN             PIC 9(09).
           05  TP-FILER-NAME            PIC X(40).
           05  TP-HT-CREDITS            PIC 99V9.
           05  TP-GR-HT-CREDITS         PIC 99V9.
           05                           PIC X(21).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AR-LEDGER-FILE.

            COPY ARLEDGER IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AWARD-FILE.

            COPY SCHAWARD IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADDRESS-FILE.

            COPY ADDRFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  T98-OUT-FILE.

       01  T98-OUT-RECORD               PIC X(180).
       01  T98-FILER-RECORD REDEFINES T98-OUT-RECORD.
           05  TA-RECORD-TYPE           PIC X(02).
           05  TA-TAX-YEAR              PIC 9(04).
           05  TA-FILER-EIN             PIC 9(09).
           05  TA-FILER-NAME            PIC X(40).
           05  TA-RUN-DATE              PIC 9(08).
           05                           PIC X(117).
       01  T98-STUDENT-RECORD REDEFINES T98-OUT-RECORD.
           05  TB-RECORD-TYPE           PIC X(02).
           05  TB-TAX-YEAR              PIC 9(04).
           05  TB-STUDENT-ID            PIC 9(09).
           05  TB-NAME-LAST             PIC X(16).
           05  TB-NAME-FIRST            PIC X(12).
           05  TB-NAME-MI               PIC X(01).
           05  TB-ADDR-LINE-1           PIC X(30).
           05  TB-ADDR-LINE-2           PIC X(30).
           05  TB-CITY                  PIC X(20).
           05  TB-STATE                 PIC X(02).
           05  TB-ZIP                   PIC X(09).
           05  TB-BOX1-PAYMENTS         PIC 9(07)V99.
           05  TB-BOX5-SCHOLARSHIPS     PIC 9(07)V99.
           05  TB-BOX8-HALF-TIME        PIC X(01).
           05  TB-BOX9-GRADUATE         PIC X(01).
           05  TB-QUALIFIED-BILLED      PIC 9(07)V99.
           05                           PIC X(16).

       FD  T98-COPY-FILE.

       01  COPY-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  LEDGER-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  LEDGER-EOF                      VALUE "Y".
           05  CAL-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  CAL-EOF                         VALUE "Y".
           05  AWARD-SCAN-SWITCH       PIC X(01)   VALUE "N".
               88  AWARD-SCAN-DONE                 VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-REG-STATUS           PIC XX.
           05  WS-AWARD-STATUS         PIC XX.
           05  WS-ADDR-STATUS          PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-TAX-YEAR             PIC 9(04) VALUE ZERO.
           05  WS-LOG-TERM-CODE        PIC X(05) VALUE SPACES.
           05  WS-HT-CREDITS           PIC 99V9  VALUE ZERO.
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-NUM-TERMS            PIC 9(02) VALUE ZERO.
           05  WS-TERM-SUB             PIC 9(02) VALUE ZERO.
           05  WS-PAID-SUB             PIC 9(01) VALUE ZERO.
           05  WS-TERM-LOAD            PIC 999V9 VALUE ZERO.
           05  WS-CURRENT-STUDENT-ID   PIC 9(09) VALUE ZERO.
           05  WS-HALF-TIME-FLAG       PIC X(01) VALUE SPACE.
           05  WS-GRADUATE-FLAG        PIC X(01) VALUE SPACE.
           05  WS-CHARGES-BILLED       PIC 9(09)V99 VALUE ZERO.
           05  WS-CHARGES-REFUNDED     PIC 9(09)V99 VALUE ZERO.
           05  WS-PAYMENTS-RECEIVED    PIC 9(09)V99 VALUE ZERO.
           05  WS-REFUNDS-PAID         PIC 9(09)V99 VALUE ZERO.
           05  WS-NET-BILLED           PIC S9(09)V99 VALUE ZERO.
           05  WS-NET-PAID             PIC S9(09)V99 VALUE ZERO.
           05  WS-BOX1-AMOUNT          PIC 9(09)V99 VALUE ZERO.
           05  WS-BOX5-AMOUNT          PIC 9(09)V99 VALUE ZERO.
           05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-NOTHING-TO-REPORT    PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) VALUE ZERO.
           05  WS-STATEMENTS-WRITTEN   PIC 9(07) VALUE ZERO.
           05  WS-COPIES-MAILED        PIC 9(07) VALUE ZERO.
           05  WS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
           05  WS-HALF-TIME-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-GRADUATE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-SUM-BOX1             PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-BOX5             PIC 9(11)V99 VALUE ZERO.
           05  WS-T98-CTL-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-T98-CTL-HASH         PIC 9(13) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.

       01  YEAR-TERM-TBL-GROUP.
           05  YEAR-TERM-ENTRY OCCURS 12 TIMES.
               10  YT-TERM-CODE        PIC X(05).

       01  NO-ADDRESS-TBL-GROUP.
           05  WS-NUM-NO-ADDRESS       PIC 9(03) VALUE ZERO.
           05  WS-NO-ADDR-SUB          PIC 9(03) VALUE ZERO.
           05  NO-ADDRESS-ENTRY OCCURS 500 TIMES.
               10  NA-STUDENT-ID       PIC 9(09).
               10  NA-NAME-LAST        PIC X(16).
               10  NA-NAME-FIRST       PIC X(12).

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

      *****************************************************
      *  CURRENT MAILING ADDRESS WORK AREA - FILLED BY     *
      *  300-GET-MAIL-ADDRESS FROM THE CERTIFIED ADDRESS   *
      *  FILE.                                             *
      *****************************************************
       01  MAIL-ADDRESS-FIELDS.
           05  WS-ADDR-SCAN-SWITCH     PIC X(01) VALUE "N".
               88  ADDR-SCAN-DONE                VALUE "Y".
           05  WS-ADDR-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  MAIL-ADDRESS-FOUND            VALUE "Y".
           05  WS-SCAN-TYPE            PIC X(01) VALUE SPACE.
           05  WS-MAIL-LINE-1          PIC X(30) VALUE SPACES.
           05  WS-MAIL-LINE-2          PIC X(30) VALUE SPACES.
           05  WS-MAIL-CITY            PIC X(20) VALUE SPACES.
           05  WS-MAIL-STATE           PIC X(02) VALUE SPACES.
           05  WS-MAIL-ZIP             PIC X(09) VALUE SPACES.

       01  COPY-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CPH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CPH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CPH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "FORM 1098-T TUITION STATEMENT".
           05                 PIC X(09)   VALUE "TAX YEAR ".
           05  CPH-TAX-YEAR   PIC 9(04).
           05                 PIC X(59)  VALUE SPACE.

       01  COPY-FILER-LINE.
           05                 PIC X(09)  VALUE "FILER:   ".
           05  CPF-FILER-NAME PIC X(40).
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "EIN: ".
           05  CPF-FILER-EIN  PIC 9(09).
           05                 PIC X(66)  VALUE SPACE.

       01  COPY-STUDENT-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  CPS-NAME-FIRST PIC X(12).
           05                 PIC X(01)  VALUE SPACE.
           05  CPS-NAME-MI    PIC X(01).
           05                 PIC X(01)  VALUE SPACE.
           05  CPS-NAME-LAST  PIC X(16).
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(09)  VALUE "ACCOUNT: ".
           05  CPS-STUDENT-ID PIC 9(09).
           05                 PIC X(71)  VALUE SPACE.

       01  COPY-MAIL-LINE.
           05                 PIC X(09)  VALUE SPACE.
           05  CPM-TEXT       PIC X(30).
           05                 PIC X(93)  VALUE SPACE.

       01  COPY-CITY-LINE.
           05                 PIC X(09)  VALUE SPACE.
           05  CPC-CITY       PIC X(20).
           05                 PIC X(01)  VALUE SPACE.
           05  CPC-STATE      PIC X(02).
           05                 PIC X(02)  VALUE SPACE.
           05  CPC-ZIP        PIC X(09).
           05                 PIC X(89)  VALUE SPACE.

       01  COPY-AMOUNT-LINE.
           05                 PIC X(09)  VALUE SPACE.
           05  CPA-CAPTION    PIC X(50).
           05  CPA-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05                 PIC X(61)  VALUE SPACE.

       01  COPY-CHECK-LINE.
           05                 PIC X(09)  VALUE SPACE.
           05  CPK-CAPTION    PIC X(50).
           05                 PIC X(10)  VALUE SPACE.
           05  CPK-FLAG       PIC X(01).
           05                 PIC X(62)  VALUE SPACE.

       01  NO-ADDRESS-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  NAL-STUDENT-ID PIC 9(09).
           05                 PIC X(02)  VALUE SPACE.
           05  NAL-NAME-LAST  PIC X(16).
           05                 PIC X(01)  VALUE SPACE.
           05  NAL-NAME-FIRST PIC X(12).
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(40)
               VALUE "NO USABLE ADDRESS - COPY NOT MAILED".
           05                 PIC X(40)  VALUE SPACE.

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

           PERFORM UNTIL LEDGER-EOF
               READ AR-LEDGER-FILE
                   AT END
                       SET LEDGER-EOF TO TRUE
               END-READ
               IF NOT LEDGER-EOF
                   ADD 1 TO WS-ENTRIES-READ
                   IF AL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
                       IF WS-STUDENTS-READ > ZERO
                           PERFORM 130-CLOSE-STUDENT
                       END-IF
                       PERFORM 120-START-STUDENT
                   END-IF
                   PERFORM 110-ACCUMULATE-ENTRY
               END-IF
           END-PERFORM.

           IF WS-STUDENTS-READ > ZERO
               PERFORM 130-CLOSE-STUDENT
           END-IF.

           PERFORM 235-WRITE-CONTROL-TRAILER.
           PERFORM 240-PRINT-TRAILER.

           CLOSE AR-LEDGER-FILE
                 STUDENT-FILE
                 TUITION-CLASS-FILE
                 CURRENT-REG-FILE
                 AWARD-FILE
                 ADDRESS-FILE
                 COMM-LOG-FILE
                 T98-OUT-FILE
                 T98-COPY-FILE.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CPH-MONTH.
           MOVE CD-DAY     TO CPH-DAY.
           MOVE CD-YEAR    TO CPH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           PERFORM 105-LOAD-PARM.
           PERFORM 106-LOAD-YEAR-TERMS.

           OPEN INPUT AR-LEDGER-FILE.

           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AR LEDGER FILE'
               DISPLAY ' FILE STATUS IS ', WS-LEDGER-STATUS
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

           OPEN INPUT TUITION-CLASS-FILE.

           IF WS-TCLS-STATUS NOT = '00' AND WS-TCLS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CLASS FILE'
               DISPLAY ' FILE STATUS IS ', WS-TCLS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT AWARD-FILE.

           IF WS-AWARD-STATUS NOT = '00'
                   AND WS-AWARD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AWARD MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-AWARD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT ADDRESS-FILE.

           IF WS-ADDR-STATUS NOT = '00' AND WS-ADDR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT ADDRESS FILE'
               DISPLAY ' FILE STATUS IS ', WS-ADDR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00' AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COMMUNICATIONS LOG'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT T98-OUT-FILE.
           OPEN OUTPUT T98-COPY-FILE.

           MOVE SPACES TO T98-OUT-RECORD.
           MOVE "A1"          TO TA-RECORD-TYPE.
           MOVE WS-TAX-YEAR   TO TA-TAX-YEAR.
           MOVE TP-FILER-EIN  TO TA-FILER-EIN.
           MOVE TP-FILER-NAME TO TA-FILER-NAME.
           MOVE WS-RUN-DATE   TO TA-RUN-DATE.
           WRITE T98-OUT-RECORD.


      *****************************************************
      *  105-LOAD-PARM - ONE T98PARM CARD: THE TAX YEAR,   *
      *  THE FILER'S EIN AND NAME, AND THE HALF-TIME       *
      *  CREDIT LOADS FOR UNDERGRADUATE AND GRADUATE       *
      *  STUDENTS.                                         *
      *****************************************************
       105-LOAD-PARM.

           OPEN INPUT T98-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE T98PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ T98-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' T98PARM CARD IS MISSING'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF TP-TAX-YEAR NOT NUMERIC
                   OR TP-FILER-EIN NOT NUMERIC
                   OR TP-HT-CREDITS NOT NUMERIC
                   OR TP-GR-HT-CREDITS NOT NUMERIC
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' T98PARM CARD FAILS NUMERIC EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE TP-TAX-YEAR TO WS-TAX-YEAR.
           MOVE TP-TAX-YEAR TO CPH-TAX-YEAR.
           MOVE TP-TAX-YEAR TO WS-LOG-TERM-CODE.
           MOVE TP-FILER-NAME TO CPF-FILER-NAME.
           MOVE TP-FILER-EIN  TO CPF-FILER-EIN.

           CLOSE T98-PARM-FILE.


      *****************************************************
      *  106-LOAD-YEAR-TERMS - EVERY TERM ON THE ACADEMIC  *
      *  CALENDAR THAT STARTS IN THE TAX YEAR; THEIR       *
      *  REGFILE LOADS DECIDE THE HALF-TIME BOX.           *
      *****************************************************
       106-LOAD-YEAR-TERMS.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 106-LOAD-YEAR-TERMS'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CAL-EOF
               READ CALENDAR-FILE
                   AT END
                       SET CAL-EOF TO TRUE
               END-READ
               IF NOT CAL-EOF
                   MOVE CAL-TERM-START-DATE TO WS-CHECK-DATE
                   IF WS-CHECK-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-NUM-TERMS
                       IF WS-NUM-TERMS > 12
                           DISPLAY '******************************'
                           DISPLAY ' 106-LOAD-YEAR-TERMS'
                           DISPLAY ' TOO MANY TERMS IN THE TAX YEAR'
                           DISPLAY ' - MAXIMUM IS 12'
                           DISPLAY '*******************************'
                           STOP RUN
                       END-IF
                       MOVE CAL-TERM-CODE
                           TO YT-TERM-CODE (WS-NUM-TERMS)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CALENDAR-FILE.


      *****************************************************
      *  110-ACCUMULATE-ENTRY - ONLY ENTRIES EFFECTIVE IN  *
      *  THE TAX YEAR COUNT.  CHARGES (TUITION, LAB AND    *
      *  PROGRAM FEES) AND REFUND CREDITS AGAINST THEM     *
      *  MAKE THE QUALIFIED AMOUNT BILLED; PAYMENTS AND    *
      *  REFUNDS PAID OUT MAKE THE AMOUNT RECEIVED.        *
      *  ADJUSTMENTS ARE NOT QUALIFIED EXPENSES.           *
      *****************************************************
       110-ACCUMULATE-ENTRY.

           MOVE AL-EFFECTIVE-DATE TO WS-CHECK-DATE.

           IF WS-CHECK-YEAR = WS-TAX-YEAR
               EVALUATE TRUE
                   WHEN AL-ENTRY-CHARGE
                       ADD AL-AMOUNT TO WS-CHARGES-BILLED
                   WHEN AL-ENTRY-REFUND-CREDIT
                       ADD AL-AMOUNT TO WS-CHARGES-REFUNDED
                   WHEN AL-ENTRY-PAYMENT
                       ADD AL-AMOUNT TO WS-PAYMENTS-RECEIVED
                   WHEN AL-ENTRY-REFUND
                       ADD AL-AMOUNT TO WS-REFUNDS-PAID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


       120-START-STUDENT.

           ADD 1 TO WS-STUDENTS-READ.
           MOVE AL-STUDENT-ID TO WS-CURRENT-STUDENT-ID.
           MOVE ZERO TO WS-CHARGES-BILLED
                        WS-CHARGES-REFUNDED
                        WS-PAYMENTS-RECEIVED
                        WS-REFUNDS-PAID.


      *****************************************************
      *  130-CLOSE-STUDENT - BOX 1 IS THE NET RECEIVED, NO *
      *  MORE THAN THE NET QUALIFIED AMOUNT BILLED.  A     *
      *  STUDENT WITH NOTHING IN BOX 1 OR BOX 5 GETS NO    *
      *  STATEMENT.                                        *
      *****************************************************
       130-CLOSE-STUDENT.

           COMPUTE WS-NET-BILLED =
               WS-CHARGES-BILLED - WS-CHARGES-REFUNDED.
           IF WS-NET-BILLED < ZERO
               MOVE ZERO TO WS-NET-BILLED
           END-IF.

           COMPUTE WS-NET-PAID =
               WS-PAYMENTS-RECEIVED - WS-REFUNDS-PAID.
           IF WS-NET-PAID < ZERO
               MOVE ZERO TO WS-NET-PAID
           END-IF.

           IF WS-NET-PAID < WS-NET-BILLED
               MOVE WS-NET-PAID TO WS-BOX1-AMOUNT
           ELSE
               MOVE WS-NET-BILLED TO WS-BOX1-AMOUNT
           END-IF.

           PERFORM 140-SUM-SCHOLARSHIPS.

           IF WS-BOX1-AMOUNT = ZERO AND WS-BOX5-AMOUNT = ZERO
               ADD 1 TO WS-NOTHING-TO-REPORT
           ELSE
               MOVE WS-CURRENT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-MASTER
                   NOT INVALID KEY
                       PERFORM 150-SET-INDICATORS
                       PERFORM 160-PRODUCE-STATEMENT
               END-READ
           END-IF.


      *****************************************************
      *  140-SUM-SCHOLARSHIPS - THE AMOUNT PAID IN THE TAX *
      *  YEAR UNDER EVERY AWARD THE STUDENT HOLDS.         *
      *****************************************************
       140-SUM-SCHOLARSHIPS.

           MOVE ZERO TO WS-BOX5-AMOUNT.
           MOVE "N" TO AWARD-SCAN-SWITCH.
           MOVE WS-CURRENT-STUDENT-ID TO SA-STUDENT-ID.
           MOVE LOW-VALUES TO SA-AWARD-CODE.
           START AWARD-FILE
               KEY IS NOT LESS THAN SA-AWARD-KEY
               INVALID KEY
                   SET AWARD-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL AWARD-SCAN-DONE
               READ AWARD-FILE NEXT
                   AT END
                       SET AWARD-SCAN-DONE TO TRUE
               END-READ
               IF NOT AWARD-SCAN-DONE
                   IF SA-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
                       SET AWARD-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                               UNTIL WS-PAID-SUB > 2
                           IF SA-PAID-YEAR (WS-PAID-SUB) = WS-TAX-YEAR
                               ADD SA-PAID-AMOUNT (WS-PAID-SUB)
                                   TO WS-BOX5-AMOUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  150-SET-INDICATORS - GRADUATE FROM THE TUITION    *
      *  CLASSIFICATION LEVEL; HALF TIME WHEN ANY TERM OF  *
      *  THE YEAR CARRIES AT LEAST THE HALF-TIME LOAD FOR  *
      *  THAT LEVEL.                                       *
      *****************************************************
       150-SET-INDICATORS.

           MOVE SPACE TO WS-GRADUATE-FLAG.
           MOVE SPACE TO WS-HALF-TIME-FLAG.
           MOVE TP-HT-CREDITS TO WS-HT-CREDITS.

           MOVE WS-CURRENT-STUDENT-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TC-GRADUATE
                       MOVE "X" TO WS-GRADUATE-FLAG
                       MOVE TP-GR-HT-CREDITS TO WS-HT-CREDITS
                   END-IF
           END-READ.

           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-NUM-TERMS
                      OR WS-HALF-TIME-FLAG = "X"
               MOVE WS-CURRENT-STUDENT-ID TO RG-STUDENT-ID
               MOVE YT-TERM-CODE (WS-TERM-SUB) TO RG-TERM-CODE
               READ CURRENT-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 155-CHECK-TERM-LOAD
               END-READ
           END-PERFORM.

           IF WS-GRADUATE-FLAG = "X"
               ADD 1 TO WS-GRADUATE-COUNT
           END-IF.
           IF WS-HALF-TIME-FLAG = "X"
               ADD 1 TO WS-HALF-TIME-COUNT
           END-IF.


       155-CHECK-TERM-LOAD.

           MOVE ZERO TO WS-TERM-LOAD.
           PERFORM VARYING RGCRSNDX FROM 1 BY 1
                   UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
               ADD RG-ATTEMPTED-CREDITS (RGCRSNDX) TO WS-TERM-LOAD
           END-PERFORM.

           IF WS-TERM-LOAD NOT < WS-HT-CREDITS
               MOVE "X" TO WS-HALF-TIME-FLAG
           END-IF.


      *****************************************************
      *  160-PRODUCE-STATEMENT - THE B1 RECORD FOR THE     *
      *  IRS, THEN THE STUDENT COPY AND ITS COMMLOG ENTRY  *
      *  WHEN THERE IS AN ADDRESS TO MAIL IT TO.           *
      *****************************************************
       160-PRODUCE-STATEMENT.

           MOVE WS-CURRENT-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 300-GET-MAIL-ADDRESS.

           MOVE SPACES TO T98-OUT-RECORD.
           MOVE "B1"              TO TB-RECORD-TYPE.
           MOVE WS-TAX-YEAR       TO TB-TAX-YEAR.
           MOVE SM-STUDENT-ID     TO TB-STUDENT-ID.
           MOVE SM-NAME-LAST      TO TB-NAME-LAST.
           MOVE SM-NAME-FIRST     TO TB-NAME-FIRST.
           MOVE SM-NAME-MI        TO TB-NAME-MI.
           MOVE WS-MAIL-LINE-1    TO TB-ADDR-LINE-1.
           MOVE WS-MAIL-LINE-2    TO TB-ADDR-LINE-2.
           MOVE WS-MAIL-CITY      TO TB-CITY.
           MOVE WS-MAIL-STATE     TO TB-STATE.
           MOVE WS-MAIL-ZIP       TO TB-ZIP.
           MOVE WS-BOX1-AMOUNT    TO TB-BOX1-PAYMENTS.
           MOVE WS-BOX5-AMOUNT    TO TB-BOX5-SCHOLARSHIPS.
           MOVE WS-HALF-TIME-FLAG TO TB-BOX8-HALF-TIME.
           MOVE WS-GRADUATE-FLAG  TO TB-BOX9-GRADUATE.
           MOVE WS-NET-BILLED     TO TB-QUALIFIED-BILLED.
           WRITE T98-OUT-RECORD.

           ADD 1 TO WS-STATEMENTS-WRITTEN.
           ADD 1 TO WS-T98-CTL-COUNT.
           ADD SM-STUDENT-ID TO WS-T98-CTL-HASH.
           ADD WS-BOX1-AMOUNT TO WS-SUM-BOX1.
           ADD WS-BOX5-AMOUNT TO WS-SUM-BOX5.

           IF MAIL-ADDRESS-FOUND
               PERFORM 170-PRINT-STUDENT-COPY
               MOVE SM-STUDENT-ID    TO CM-STUDENT-ID
               MOVE WS-LOG-TERM-CODE TO CM-TERM-CODE
               PERFORM 350-LOG-COMMUNICATION
               ADD 1 TO WS-COPIES-MAILED
           ELSE
               ADD 1 TO WS-NO-ADDRESS
               IF WS-NUM-NO-ADDRESS < 500
                   ADD 1 TO WS-NUM-NO-ADDRESS
                   MOVE SM-STUDENT-ID
                       TO NA-STUDENT-ID (WS-NUM-NO-ADDRESS)
                   MOVE SM-NAME-LAST
                       TO NA-NAME-LAST (WS-NUM-NO-ADDRESS)
                   MOVE SM-NAME-FIRST
                       TO NA-NAME-FIRST (WS-NUM-NO-ADDRESS)
               END-IF
           END-IF.


       170-PRINT-STUDENT-COPY.

           MOVE COPY-HEADING-LINE TO COPY-REC.
           WRITE COPY-REC AFTER PAGE.
           MOVE COPY-FILER-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 2.

           MOVE SM-NAME-FIRST  TO CPS-NAME-FIRST.
           MOVE SM-NAME-MI     TO CPS-NAME-MI.
           MOVE SM-NAME-LAST   TO CPS-NAME-LAST.
           MOVE SM-STUDENT-ID  TO CPS-STUDENT-ID.
           MOVE COPY-STUDENT-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 2.

           MOVE WS-MAIL-LINE-1 TO CPM-TEXT.
           MOVE COPY-MAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.
           IF WS-MAIL-LINE-2 NOT = SPACES
               MOVE WS-MAIL-LINE-2 TO CPM-TEXT
               MOVE COPY-MAIL-LINE TO COPY-REC
               WRITE COPY-REC AFTER 1
           END-IF.
           MOVE WS-MAIL-CITY   TO CPC-CITY.
           MOVE WS-MAIL-STATE  TO CPC-STATE.
           MOVE WS-MAIL-ZIP    TO CPC-ZIP.
           MOVE COPY-CITY-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "BOX 1  PAYMENTS RECEIVED FOR QUALIFIED TUITION"
               TO CPA-CAPTION.
           MOVE WS-BOX1-AMOUNT TO CPA-AMOUNT.
           MOVE COPY-AMOUNT-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 3.

           MOVE "BOX 5  SCHOLARSHIPS OR GRANTS" TO CPA-CAPTION.
           MOVE WS-BOX5-AMOUNT TO CPA-AMOUNT.
           MOVE COPY-AMOUNT-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "BOX 8  AT LEAST HALF-TIME STUDENT" TO CPK-CAPTION.
           MOVE WS-HALF-TIME-FLAG TO CPK-FLAG.
           MOVE COPY-CHECK-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "BOX 9  GRADUATE STUDENT" TO CPK-CAPTION.
           MOVE WS-GRADUATE-FLAG TO CPK-FLAG.
           MOVE COPY-CHECK-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (B1 COUNT, STUDENT-ID HASH TOTAL,   *
      *  RUN DATE) TO THE TRANSMISSION FILE.               *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"           TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE   TO XT-RUN-DATE.
           MOVE WS-T98-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-T98-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO T98-OUT-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO T98-OUT-RECORD.
           WRITE T98-OUT-RECORD.


       240-PRINT-TRAILER.

           MOVE COPY-HEADING-LINE TO COPY-REC.
           WRITE COPY-REC AFTER PAGE.
           MOVE SPACES TO COPY-REC.
           WRITE COPY-REC.

           PERFORM VARYING WS-NO-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-NO-ADDR-SUB > WS-NUM-NO-ADDRESS
               MOVE NA-STUDENT-ID (WS-NO-ADDR-SUB)  TO NAL-STUDENT-ID
               MOVE NA-NAME-LAST (WS-NO-ADDR-SUB)   TO NAL-NAME-LAST
               MOVE NA-NAME-FIRST (WS-NO-ADDR-SUB)  TO NAL-NAME-FIRST
               MOVE NO-ADDRESS-LINE TO COPY-REC
               WRITE COPY-REC AFTER 1
           END-PERFORM.

           MOVE SPACES TO COPY-REC.
           WRITE COPY-REC AFTER 2.

           MOVE "LEDGER ENTRIES READ" TO TR-CAPTION.
           MOVE WS-ENTRIES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "STUDENTS ON THE LEDGER" TO TR-CAPTION.
           MOVE WS-STUDENTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "NOTHING TO REPORT FOR THE YEAR" TO TR-CAPTION.
           MOVE WS-NOTHING-TO-REPORT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "NOT ON STUDENT MASTER" TO TR-CAPTION.
           MOVE WS-NOT-ON-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "STATEMENTS TO THE IRS" TO TR-CAPTION.
           MOVE WS-STATEMENTS-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "STUDENT COPIES MAILED" TO TR-CAPTION.
           MOVE WS-COPIES-MAILED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "NO USABLE ADDRESS ON FILE" TO TR-CAPTION.
           MOVE WS-NO-ADDRESS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "HALF-TIME BOX CHECKED" TO TR-CAPTION.
           MOVE WS-HALF-TIME-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "GRADUATE BOX CHECKED" TO TR-CAPTION.
           MOVE WS-GRADUATE-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "BOX 1 TOTAL" TO MN-CAPTION.
           MOVE WS-SUM-BOX1 TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.

           MOVE "BOX 5 TOTAL" TO MN-CAPTION.
           MOVE WS-SUM-BOX5 TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO COPY-REC.
           WRITE COPY-REC AFTER 1.


      *****************************************************
      *  300-GET-MAIL-ADDRESS - TAKES THE CURRENT MAILING  *
      *  ADDRESS FOR WS-LOOKUP-STUDENT-ID FROM THE         *
      *  EFFECTIVE-DATED ADDRESS FILE: THE LATEST LOCAL    *
      *  ADDRESS IN EFFECT ON THE RUN DATE, FALLING BACK   *
      *  TO THE PERMANENT ONE.  ADDRESSES FLAGGED BAD BY   *
      *  RETURNED MAIL ARE PASSED OVER.                    *
      *****************************************************
       300-GET-MAIL-ADDRESS.

           MOVE "N" TO WS-ADDR-FOUND-SWITCH.
           MOVE SPACES TO WS-MAIL-LINE-1.
           MOVE SPACES TO WS-MAIL-LINE-2.
           MOVE SPACES TO WS-MAIL-CITY.
           MOVE SPACES TO WS-MAIL-STATE.
           MOVE SPACES TO WS-MAIL-ZIP.

           MOVE "L" TO WS-SCAN-TYPE.
           PERFORM 310-SCAN-ADDR-TYPE.

           IF NOT MAIL-ADDRESS-FOUND
               MOVE "P" TO WS-SCAN-TYPE
               PERFORM 310-SCAN-ADDR-TYPE
           END-IF.


       310-SCAN-ADDR-TYPE.

           MOVE "N" TO WS-ADDR-SCAN-SWITCH.
           MOVE WS-LOOKUP-STUDENT-ID TO AD-STUDENT-ID.
           MOVE WS-SCAN-TYPE TO AD-ADDR-TYPE.
           MOVE ZEROS TO AD-EFFECTIVE-DATE.
           START ADDRESS-FILE
               KEY IS NOT LESS THAN AD-ADDR-KEY
               INVALID KEY
                   SET ADDR-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL ADDR-SCAN-DONE
               READ ADDRESS-FILE NEXT
                   AT END
                       SET ADDR-SCAN-DONE TO TRUE
               END-READ
               IF NOT ADDR-SCAN-DONE
                   IF AD-STUDENT-ID NOT = WS-LOOKUP-STUDENT-ID
                           OR AD-ADDR-TYPE NOT = WS-SCAN-TYPE
                           OR AD-EFFECTIVE-DATE > WS-RUN-DATE
                       SET ADDR-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT AD-ADDRESS-BAD
                           MOVE "Y" TO WS-ADDR-FOUND-SWITCH
                           MOVE AD-LINE-1 TO WS-MAIL-LINE-1
                           MOVE AD-LINE-2 TO WS-MAIL-LINE-2
                           MOVE AD-CITY   TO WS-MAIL-CITY
                           MOVE AD-STATE  TO WS-MAIL-STATE
                           MOVE AD-ZIP    TO WS-MAIL-ZIP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  350-LOG-COMMUNICATION - ONE COMMLOG ENTRY PER     *
      *  COPY MAILED, FILED UNDER THE TAX YEAR.            *
      *****************************************************
       350-LOG-COMMUNICATION.

           MOVE "1098" TO CM-DOC-TYPE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE "P" TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
