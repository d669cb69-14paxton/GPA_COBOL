       IDENTIFICATION DIVISION.

       PROGRAM-ID. TUITASMT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  TUITASMT - TERM TUITION AND FEE ASSESSMENT        *
      *  PRICES EVERY STUDENT REGISTERED ON REGFILE FOR    *
      *  THE TERM ON THE TASMPARM T CARD.  THE TERM'S      *
      *  ATTEMPTED CREDITS, WITH THE STUDENT'S RESIDENCY   *
      *  AND LEVEL FROM TUITCLS, SELECT A RATE BAND FROM   *
      *  THE R CARDS; THE BAND CHARGES ITS FLAT AMOUNT     *
      *  PLUS ITS PER-CREDIT RATE FOR EACH CREDIT ABOVE    *
      *  THE BAND FLOOR, SO A BAND WITH A FLAT AMOUNT AND  *
      *  NO RATE IS THE FULL-TIME PLATEAU.  EACH           *
      *  REGISTERED COURSE ALSO CHARGES THE LAB AND        *
      *  PROGRAM FEES CARRIED ON ITS CATALOG RECORD.       *
      *  EVERY CHARGE IS WRITTEN TO THE TUITCHG FILE       *
      *  (EXTRCTL TRAILER) AND EVERY STUDENT PRINTS ON THE *
      *  TASMRGST ASSESSMENT REGISTER; A STUDENT WITH NO   *
      *  CLASSIFICATION OR NO MATCHING BAND IS NOT CHARGED *
      *  AND PRINTS AS AN EXCEPTION.  THE REGISTER'S       *
      *  STUDENT AND HOUR TOTALS ARE BALANCED TO THE TERM  *
      *  RECORDS ON THE BILLEXT BURSAR EXTRACT; AN         *
      *  UNBALANCED RUN ENDS WITH RETURN CODE 4.           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ASSESS-PARM-FILE
               ASSIGN TASMPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

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

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL BILLING-EXTRACT
               ASSIGN BILLEXT
               FILE STATUS IS WS-BILL-STATUS.

           SELECT CHARGE-FILE
               ASSIGN TUITCHG.

           SELECT ASSESS-REGISTER
               ASSIGN TASMRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  ASSESS-PARM-FILE.

       01  ASSESS-PARM-RECORD.
           05  AP-CARD-TYPE             PIC X(01).
               88  AP-TERM-CARD                     VALUE "T".
               88  AP-RATE-CARD                     VALUE "R".
           05                           PIC X(79).

       01  ASSESS-TERM-CARD.
           05                           PIC X(01).
           05  AT-TERM-CODE             PIC X(05).
           05                           PIC X(74).

       01  ASSESS-RATE-CARD.
           05                           PIC X(01).
           05  AR-RESIDENCY             PIC X(01).
           05  AR-LEVEL                 PIC X(01).
           05  AR-BAND-FLOOR            PIC 99V9.
           05  AR-BAND-CEILING          PIC 99V9.
           05  AR-FLAT-AMOUNT           PIC 9(05)V99.
           05  AR-PER-CREDIT            PIC 9(04)V99.
           05                           PIC X(58).

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  BILLING-EXTRACT.

       01  BILLING-EXTRACT-RECORD.
           05  BX-STUDENT-ID            PIC 9(09).
           05  BX-TERM-CODE             PIC X(05).
           05  BX-BILLED-HOURS          PIC 999V99.
           05  BX-COURSE-COUNT          PIC 9(03).
           05                           PIC X(18).

       FD  CHARGE-FILE.

            COPY TUITCHRG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ASSESS-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  REG-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  REG-EOF                         VALUE "Y".
           05  PARM-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  PARM-EOF                        VALUE "Y".
           05  BILL-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  BILL-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-REG-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-BILL-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-NUM-RATES            PIC 9(02) VALUE ZERO.
           05  WS-RATE-SUB             PIC 9(02) VALUE ZERO.
           05  WS-BAND-SUB             PIC 9(02) VALUE ZERO.
           05  WS-CRS-SUB              PIC 9(02) VALUE ZERO.
           05  WS-ASSESS-SWITCH        PIC X(01) VALUE "Y".
               88  STUDENT-ASSESSABLE            VALUE "Y".
           05  WS-EXCEPTION-NOTE       PIC X(34).
           05  WS-TERM-HOURS           PIC 999V9  VALUE ZERO.
           05  WS-TUITION              PIC 9(07)V99 VALUE ZERO.
           05  WS-LAB-FEES             PIC 9(07)V99 VALUE ZERO.
           05  WS-PROGRAM-FEES         PIC 9(07)V99 VALUE ZERO.
           05  WS-STUDENT-TOTAL        PIC 9(07)V99 VALUE ZERO.
           05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
           05  WS-TERM-STUDENTS        PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-ASSESSED    PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-WRITTEN      PIC 9(07) VALUE ZERO.
           05  WS-SUM-TERM-HOURS       PIC 9(09)V99 VALUE ZERO.
           05  WS-SUM-TUITION          PIC 9(09)V99 VALUE ZERO.
           05  WS-SUM-LAB-FEES         PIC 9(09)V99 VALUE ZERO.
           05  WS-SUM-PROGRAM-FEES     PIC 9(09)V99 VALUE ZERO.
           05  WS-SUM-ASSESSED         PIC 9(09)V99 VALUE ZERO.
           05  WS-BILL-STUDENTS        PIC 9(07) VALUE ZERO.
           05  WS-BILL-RECORDS         PIC 9(09) VALUE ZERO.
           05  WS-BILL-HOURS           PIC 9(09)V99 VALUE ZERO.
           05  WS-BILL-TRAILER-SWITCH  PIC X(01) VALUE "N".
               88  BILL-TRAILER-FOUND            VALUE "Y".
           05  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
               88  TOTALS-IN-BALANCE             VALUE "Y".
           05  WS-STUDENT-DIFFERENCE   PIC S9(09) VALUE ZERO.
           05  WS-HOURS-DIFFERENCE     PIC S9(09)V99 VALUE ZERO.

       01  RATE-TBL-GROUP.
           05  RATE-ENTRY OCCURS 40 TIMES.
               10  RT-RESIDENCY        PIC X(01).
               10  RT-LEVEL            PIC X(01).
               10  RT-BAND-FLOOR       PIC 99V9.
               10  RT-BAND-CEILING     PIC 99V9.
               10  RT-FLAT-AMOUNT      PIC 9(05)V99.
               10  RT-PER-CREDIT       PIC 9(04)V99.

       01  CONTROL-TRAILER-FIELDS.
           05  WS-CH-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-CH-CTL-HASH          PIC 9(13) VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(30)
               VALUE "TUITION AND FEE ASSESSMENT".
           05                 PIC X(06)   VALUE "TERM: ".
           05  RGH-TERM-CODE  PIC X(05).
           05                 PIC X(67)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(16)  VALUE "LAST NAME".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(03)  VALUE "RES".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(03)  VALUE "LVL".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "HOURS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "   TUITION".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(09)  VALUE " LAB FEES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(09)  VALUE "PROG FEES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "     TOTAL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "NOTE".
           05                 PIC X(30)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RD-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-NAME-LAST       PIC X(16).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-RESIDENCY       PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RD-LEVEL           PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RD-TERM-HOURS      PIC ZZ9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-TUITION         PIC ZZZ,ZZ9.99.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-LAB-FEES        PIC ZZ,ZZ9.99.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-PROGRAM-FEES    PIC ZZ,ZZ9.99.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-STUDENT-TOTAL   PIC ZZZ,ZZ9.99.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-NOTE            PIC X(34).

       01  BALANCE-HEADING-LINE.
           05                 PIC X(34)
               VALUE "BILLEXT HOUR BALANCING PAGE".
           05                 PIC X(98)  VALUE SPACE.

       01  BALANCE-DETAIL-LINE.
           05  BL-CAPTION             PIC X(36).
           05  BL-COUNT               PIC ZZZ,ZZZ,ZZ9-.
           05                         PIC X(84)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

       01  HOURS-DETAIL-LINE.
           05  HR-CAPTION             PIC X(36).
           05  HR-HOURS               PIC ZZZ,ZZZ,ZZ9.99-.
           05                         PIC X(81)  VALUE SPACE.

       01  MONEY-DETAIL-LINE.
           05  MN-CAPTION             PIC X(36).
           05  MN-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(82)  VALUE SPACE.

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

           PERFORM UNTIL REG-EOF
               READ CURRENT-REG-FILE
                   AT END
                       SET REG-EOF TO TRUE
               END-READ
               IF NOT REG-EOF
                   ADD 1 TO WS-RECORDS-READ
                   IF RG-TERM-CODE = WS-TERM-CODE
                           AND RG-NUM-CRS-ENROLLED > ZERO
                       PERFORM 110-ASSESS-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 235-WRITE-CONTROL-TRAILER.
           PERFORM 240-PRINT-TRAILER.
           PERFORM 250-BALANCE-TO-BILLEXT.

           CLOSE CURRENT-REG-FILE
                 STUDENT-FILE
                 TUITION-CLASS-FILE
                 CATALOG-FILE
                 CHARGE-FILE
                 ASSESS-REGISTER.

           IF NOT TOTALS-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' ASSESSED STUDENTS / HOURS DO NOT BALANCE'
               DISPLAY ' TO THE BILLEXT EXTRACT.  SEE THE'
               DISPLAY ' BALANCING PAGE.'
               DISPLAY '*******************************'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           PERFORM 120-LOAD-PARMS.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REG-STATUS
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

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT CHARGE-FILE.
           OPEN OUTPUT ASSESS-REGISTER.

           MOVE WS-TERM-CODE TO RGH-TERM-CODE.
           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  120-LOAD-PARMS - ONE T CARD NAMING THE TERM AND   *
      *  UP TO 40 R CARDS: RESIDENCY, LEVEL, BAND FLOOR    *
      *  AND CEILING CREDITS, FLAT AMOUNT, PER-CREDIT      *
      *  RATE.  A BAND COVERS LOADS ABOVE ITS FLOOR UP TO  *
      *  AND INCLUDING ITS CEILING.                        *
      *****************************************************
       120-LOAD-PARMS.

           OPEN INPUT ASSESS-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-PARMS'
               DISPLAY ' ERROR OPENING THE TASMPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL PARM-EOF
               READ ASSESS-PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
               IF NOT PARM-EOF
                   EVALUATE TRUE
                       WHEN AP-TERM-CARD
                           MOVE AT-TERM-CODE TO WS-TERM-CODE
                       WHEN AP-RATE-CARD
                           PERFORM 122-LOAD-RATE
                       WHEN OTHER
                           DISPLAY ' TASMPARM CARD TYPE NOT T / R'
                                   ' - CARD IGNORED'
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ASSESS-PARM-FILE.

           IF WS-TERM-CODE = SPACES
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-PARMS'
               DISPLAY ' NO TERM CARD IN TASMPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF WS-NUM-RATES = ZERO
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-PARMS'
               DISPLAY ' NO RATE CARDS IN TASMPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       122-LOAD-RATE.

           IF AR-BAND-FLOOR NOT NUMERIC
                   OR AR-BAND-CEILING NOT NUMERIC
                   OR AR-FLAT-AMOUNT NOT NUMERIC
                   OR AR-PER-CREDIT NOT NUMERIC
                   OR AR-BAND-CEILING NOT > AR-BAND-FLOOR
               DISPLAY '******************************'
               DISPLAY ' 122-LOAD-RATE'
               DISPLAY ' TASMPARM RATE CARD NOT NUMERIC OR'
               DISPLAY ' CEILING NOT ABOVE FLOOR: ',
                       AR-RESIDENCY, AR-LEVEL
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           ADD 1 TO WS-NUM-RATES.
           IF WS-NUM-RATES > 40
               DISPLAY '******************************'
               DISPLAY ' 122-LOAD-RATE'
               DISPLAY ' TOO MANY RATE CARDS IN TASMPARM -'
               DISPLAY ' MAXIMUM IS 40'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE AR-RESIDENCY    TO RT-RESIDENCY (WS-NUM-RATES).
           MOVE AR-LEVEL        TO RT-LEVEL (WS-NUM-RATES).
           MOVE AR-BAND-FLOOR   TO RT-BAND-FLOOR (WS-NUM-RATES).
           MOVE AR-BAND-CEILING TO RT-BAND-CEILING (WS-NUM-RATES).
           MOVE AR-FLAT-AMOUNT  TO RT-FLAT-AMOUNT (WS-NUM-RATES).
           MOVE AR-PER-CREDIT   TO RT-PER-CREDIT (WS-NUM-RATES).


      *****************************************************
      *  110-ASSESS-STUDENT - ONE REGISTRATION RECORD FOR  *
      *  THE TERM.  THE HOURS COUNT TOWARD THE BALANCING   *
      *  TOTALS WHETHER OR NOT THE STUDENT CAN BE PRICED.  *
      *****************************************************
       110-ASSESS-STUDENT.

           ADD 1 TO WS-TERM-STUDENTS.
           MOVE "Y" TO WS-ASSESS-SWITCH.
           MOVE SPACES TO WS-EXCEPTION-NOTE.
           MOVE ZEROS TO WS-TERM-HOURS
                         WS-TUITION
                         WS-LAB-FEES
                         WS-PROGRAM-FEES
                         WS-STUDENT-TOTAL.

           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
               ADD RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
                   TO WS-TERM-HOURS
           END-PERFORM.
           ADD WS-TERM-HOURS TO WS-SUM-TERM-HOURS.

           MOVE RG-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO SM-NAME-LAST
                   MOVE "N" TO WS-ASSESS-SWITCH
                   MOVE "STUDENT NOT ON MASTER"
                       TO WS-EXCEPTION-NOTE
           END-READ.

           IF STUDENT-ASSESSABLE
               MOVE RG-STUDENT-ID TO TC-STUDENT-ID
               READ TUITION-CLASS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ASSESS-SWITCH
                       MOVE "NO TUITION CLASSIFICATION"
                           TO WS-EXCEPTION-NOTE
               END-READ
           END-IF.

           IF NOT STUDENT-ASSESSABLE
               MOVE SPACES TO TC-RESIDENCY
                              TC-LEVEL
           ELSE
               PERFORM 130-PRICE-TUITION
           END-IF.

           IF STUDENT-ASSESSABLE
               PERFORM 140-COURSE-FEES
                   VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
               COMPUTE WS-STUDENT-TOTAL =
                   WS-TUITION + WS-LAB-FEES + WS-PROGRAM-FEES
               ADD 1 TO WS-STUDENTS-ASSESSED
               ADD WS-TUITION       TO WS-SUM-TUITION
               ADD WS-LAB-FEES      TO WS-SUM-LAB-FEES
               ADD WS-PROGRAM-FEES  TO WS-SUM-PROGRAM-FEES
               ADD WS-STUDENT-TOTAL TO WS-SUM-ASSESSED
           ELSE
               ADD 1 TO WS-EXCEPTIONS
           END-IF.

           PERFORM 160-PRINT-STUDENT-LINE.


      *****************************************************
      *  130-PRICE-TUITION - THE BAND FOR THE STUDENT'S    *
      *  RESIDENCY AND LEVEL WHOSE FLOOR IS BELOW AND      *
      *  CEILING AT OR ABOVE THE TERM'S HOURS.             *
      *****************************************************
       130-PRICE-TUITION.

           MOVE ZERO TO WS-BAND-SUB.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-NUM-RATES
                      OR WS-BAND-SUB > ZERO
               IF RT-RESIDENCY (WS-RATE-SUB) = TC-RESIDENCY
                       AND RT-LEVEL (WS-RATE-SUB) = TC-LEVEL
                       AND WS-TERM-HOURS > RT-BAND-FLOOR (WS-RATE-SUB)
                       AND WS-TERM-HOURS NOT >
                           RT-BAND-CEILING (WS-RATE-SUB)
                   MOVE WS-RATE-SUB TO WS-BAND-SUB
               END-IF
           END-PERFORM.

           IF WS-BAND-SUB = ZERO
               IF WS-TERM-HOURS > ZERO
                   MOVE "N" TO WS-ASSESS-SWITCH
                   MOVE "NO RATE BAND FOR CLASS AND LOAD"
                       TO WS-EXCEPTION-NOTE
               END-IF
           ELSE
               COMPUTE WS-TUITION ROUNDED =
                   RT-FLAT-AMOUNT (WS-BAND-SUB)
                 + RT-PER-CREDIT (WS-BAND-SUB)
                 * (WS-TERM-HOURS - RT-BAND-FLOOR (WS-BAND-SUB))
               MOVE "TU"           TO CH-CHARGE-TYPE
               MOVE SPACES         TO CH-COURSE-ID
               MOVE WS-TERM-HOURS  TO CH-CREDITS
               MOVE WS-TUITION     TO CH-AMOUNT
               PERFORM 150-WRITE-CHARGE
           END-IF.


       140-COURSE-FEES.

           MOVE RG-COURSE-ID (WS-CRS-SUB) TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE ZEROS TO CC-LAB-FEE
                                 CC-PROGRAM-FEE
           END-READ.

           IF CC-LAB-FEE NUMERIC AND CC-LAB-FEE > ZERO
               ADD CC-LAB-FEE TO WS-LAB-FEES
               MOVE "LB" TO CH-CHARGE-TYPE
               MOVE RG-COURSE-ID (WS-CRS-SUB) TO CH-COURSE-ID
               MOVE RG-ATTEMPTED-CREDITS (WS-CRS-SUB) TO CH-CREDITS
               MOVE CC-LAB-FEE TO CH-AMOUNT
               PERFORM 150-WRITE-CHARGE
           END-IF.

           IF CC-PROGRAM-FEE NUMERIC AND CC-PROGRAM-FEE > ZERO
               ADD CC-PROGRAM-FEE TO WS-PROGRAM-FEES
               MOVE "PF" TO CH-CHARGE-TYPE
               MOVE RG-COURSE-ID (WS-CRS-SUB) TO CH-COURSE-ID
               MOVE RG-ATTEMPTED-CREDITS (WS-CRS-SUB) TO CH-CREDITS
               MOVE CC-PROGRAM-FEE TO CH-AMOUNT
               PERFORM 150-WRITE-CHARGE
           END-IF.


       150-WRITE-CHARGE.

           MOVE RG-STUDENT-ID   TO CH-STUDENT-ID.
           MOVE WS-TERM-CODE    TO CH-TERM-CODE.
           MOVE CD-CURRENT-DATE TO CH-ASSESS-DATE.
           WRITE TERM-CHARGE-RECORD.
           ADD 1 TO WS-CHARGES-WRITTEN.
           ADD 1 TO WS-CH-CTL-COUNT.
           ADD CH-STUDENT-ID TO WS-CH-CTL-HASH.


       160-PRINT-STUDENT-LINE.

           MOVE RG-STUDENT-ID     TO RD-STUDENT-ID.
           MOVE SM-NAME-LAST      TO RD-NAME-LAST.
           MOVE TC-RESIDENCY      TO RD-RESIDENCY.
           MOVE TC-LEVEL          TO RD-LEVEL.
           MOVE WS-TERM-HOURS     TO RD-TERM-HOURS.
           MOVE WS-TUITION        TO RD-TUITION.
           MOVE WS-LAB-FEES       TO RD-LAB-FEES.
           MOVE WS-PROGRAM-FEES   TO RD-PROGRAM-FEES.
           MOVE WS-STUDENT-TOTAL  TO RD-STUDENT-TOTAL.
           MOVE WS-EXCEPTION-NOTE TO RD-NOTE.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE CHARGE FILE.                         *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-CH-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-CH-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO TERM-CHARGE-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO TERM-CHARGE-RECORD.
           WRITE TERM-CHARGE-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "REGISTRATION RECORDS READ" TO TR-CAPTION.
           MOVE WS-RECORDS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "STUDENTS REGISTERED FOR THE TERM" TO TR-CAPTION.
           MOVE WS-TERM-STUDENTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "STUDENTS ASSESSED" TO TR-CAPTION.
           MOVE WS-STUDENTS-ASSESSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "STUDENTS NOT ASSESSED - EXCEPTIONS" TO TR-CAPTION.
           MOVE WS-EXCEPTIONS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHARGE RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-CHARGES-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL TERM HOURS" TO HR-CAPTION.
           MOVE WS-SUM-TERM-HOURS TO HR-HOURS.
           MOVE HOURS-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL TUITION" TO MN-CAPTION.
           MOVE WS-SUM-TUITION TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL LAB FEES" TO MN-CAPTION.
           MOVE WS-SUM-LAB-FEES TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL PROGRAM FEES" TO MN-CAPTION.
           MOVE WS-SUM-PROGRAM-FEES TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL ASSESSED" TO MN-CAPTION.
           MOVE WS-SUM-ASSESSED TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


      *****************************************************
      *  250-BALANCE-TO-BILLEXT - TOTALS THE TERM'S        *
      *  RECORDS ON THE BILLEXT EXTRACT, CHECKS THEM       *
      *  AGAINST ITS CONTROL TRAILER, AND PRINTS THE       *
      *  STUDENT AND HOUR COMPARISON.  A MISSING OR        *
      *  TRAILERLESS EXTRACT, OR ANY DIFFERENCE, IS OUT    *
      *  OF BALANCE.                                       *
      *****************************************************
       250-BALANCE-TO-BILLEXT.

           OPEN INPUT BILLING-EXTRACT.

           IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 250-BALANCE-TO-BILLEXT'
               DISPLAY ' ERROR OPENING THE BILLEXT EXTRACT'
               DISPLAY ' FILE STATUS IS ', WS-BILL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL BILL-EOF
               READ BILLING-EXTRACT
                   AT END
                       SET BILL-EOF TO TRUE
               END-READ
               IF NOT BILL-EOF
                   MOVE BILLING-EXTRACT-RECORD
                       TO EXTRACT-CONTROL-TRAILER
                   IF XT-CTL-PRESENT
                       MOVE "Y" TO WS-BILL-TRAILER-SWITCH
                       IF XT-RECORD-COUNT NOT = WS-BILL-RECORDS
                           MOVE "N" TO WS-BALANCE-SWITCH
                       END-IF
                   ELSE
                       ADD 1 TO WS-BILL-RECORDS
                       IF BX-TERM-CODE = WS-TERM-CODE
                           ADD 1 TO WS-BILL-STUDENTS
                           ADD BX-BILLED-HOURS TO WS-BILL-HOURS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE BILLING-EXTRACT.

           IF NOT BILL-TRAILER-FOUND
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.

           COMPUTE WS-STUDENT-DIFFERENCE =
               WS-TERM-STUDENTS - WS-BILL-STUDENTS.
           COMPUTE WS-HOURS-DIFFERENCE =
               WS-SUM-TERM-HOURS - WS-BILL-HOURS.

           IF WS-STUDENT-DIFFERENCE NOT = ZERO
                   OR WS-HOURS-DIFFERENCE NOT = ZERO
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.

           MOVE BALANCE-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.

           MOVE "BILLEXT STUDENTS FOR THE TERM" TO BL-CAPTION.
           MOVE WS-BILL-STUDENTS TO BL-COUNT.
           MOVE BALANCE-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "REGISTERED STUDENTS FOR THE TERM" TO BL-CAPTION.
           MOVE WS-TERM-STUDENTS TO BL-COUNT.
           MOVE BALANCE-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "STUDENT DIFFERENCE" TO BL-CAPTION.
           MOVE WS-STUDENT-DIFFERENCE TO BL-COUNT.
           MOVE BALANCE-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "BILLEXT HOURS FOR THE TERM" TO HR-CAPTION.
           MOVE WS-BILL-HOURS TO HR-HOURS.
           MOVE HOURS-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "REGISTERED HOURS FOR THE TERM" TO HR-CAPTION.
           MOVE WS-SUM-TERM-HOURS TO HR-HOURS.
           MOVE HOURS-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "HOURS DIFFERENCE" TO HR-CAPTION.
           MOVE WS-HOURS-DIFFERENCE TO HR-HOURS.
           MOVE HOURS-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           EVALUATE TRUE
               WHEN NOT BILL-TRAILER-FOUND
                   MOVE "STATUS - BILLEXT TRAILER MISSING"
                       TO BL-CAPTION
               WHEN TOTALS-IN-BALANCE
                   MOVE "STATUS - IN BALANCE" TO BL-CAPTION
               WHEN OTHER
                   MOVE "STATUS - OUT OF BALANCE" TO BL-CAPTION
           END-EVALUATE.
           MOVE ZERO TO BL-COUNT.
           MOVE BALANCE-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
