       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARAGE.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ARAGE - AR AGED BALANCE AND FINANCIAL HOLD PASS   *
      *  NIGHTLY.  READS THE AR LEDGER (ARLEDGR) A STUDENT *
      *  AT A TIME, NETS DEBITS AND CREDITS, AND APPLIES   *
      *  THE CREDITS TO THE OLDEST DEBITS FIRST SO WHAT    *
      *  REMAINS OPEN CAN BE AGED BY EFFECTIVE DATE INTO   *
      *  CURRENT / 31-60 / 61-90 / OVER 90 DAYS.  EVERY    *
      *  STUDENT WITH A NONZERO BALANCE PRINTS ON THE      *
      *  AGED BALANCE REPORT (ARAGERPT).  A BALANCE AT OR  *
      *  ABOVE THE ARPARM THRESHOLD WHOSE OLDEST OPEN      *
      *  DEBIT IS AT LEAST THE ARPARM AGE GETS A FINANCIAL *
      *  HOLD PLACE TRANSACTION ON HOLDTRAN FOR THE        *
      *  HOLDMNT STEP THAT FOLLOWS; ONCE THE BALANCE IS    *
      *  CLEARED, AN ACTIVE FINANCIAL HOLD THAT THIS PASS  *
      *  PLACED (PLACED BY THE ARPARM USER ID) GETS A      *
      *  RELEASE TRANSACTION.  HOLDS PLACED BY HAND ARE    *
      *  NEVER RELEASED HERE.                              *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AGE-PARM-FILE
               ASSIGN ARPARM
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-TRAN-FILE
               ASSIGN HOLDTRAN.

           SELECT AGING-REPORT
               ASSIGN ARAGERPT.

       DATA DIVISION.

       FILE SECTION.

       FD  AGE-PARM-FILE.

       01  AGE-PARM-RECORD.
           05  AP-HOLD-THRESHOLD        PIC 9(05)V99.
           05  AP-HOLD-AGE-DAYS         PIC 9(03).
           05  AP-HOLD-USER-ID          PIC X(06).
           05                           PIC X(64).

       FD  AR-LEDGER-FILE.

            COPY ARLEDGER IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-TRAN-FILE.

            COPY HOLDTRAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AGING-REPORT.

       01  AGING-REC      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  LEDGER-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  LEDGER-EOF                      VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-HOLD-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  HOLD-RECORD-FOUND               VALUE "Y".
           05  WS-HOLD-THRESHOLD       PIC 9(05)V99 VALUE ZERO.
           05  WS-HOLD-AGE-DAYS        PIC 9(03) VALUE ZERO.
           05  WS-HOLD-USER-ID         PIC X(06) VALUE SPACES.
           05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INTEGER        PIC 9(08) VALUE ZERO.
           05  WS-DEBIT-INTEGER        PIC 9(08) VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
           05  WS-OLDEST-AGE           PIC S9(05) VALUE ZERO.
           05  WS-CURRENT-STUDENT-ID   PIC 9(09) VALUE ZERO.
           05  WS-NUM-DEBITS           PIC 9(03) VALUE ZERO.
           05  WS-DEBIT-SUB            PIC 9(03) VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC 9(09)V99 VALUE ZERO.
           05  WS-CREDIT-REMAINING     PIC 9(09)V99 VALUE ZERO.
           05  WS-BALANCE              PIC S9(09)V99 VALUE ZERO.
           05  WS-BUCKET-CURRENT       PIC 9(09)V99 VALUE ZERO.
           05  WS-BUCKET-31-60         PIC 9(09)V99 VALUE ZERO.
           05  WS-BUCKET-61-90         PIC 9(09)V99 VALUE ZERO.
           05  WS-BUCKET-OVER-90       PIC 9(09)V99 VALUE ZERO.
           05  WS-HOLD-ACTION          PIC X(24) VALUE SPACES.
           05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-OWING       PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-IN-CREDIT   PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-TO-PLACE       PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-TO-RELEASE     PIC 9(07) VALUE ZERO.
           05  WS-SUM-BALANCE-DUE      PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-CURRENT          PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-31-60            PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-61-90            PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-OVER-90          PIC 9(11)V99 VALUE ZERO.
           05  WS-SUM-CREDIT-BALANCE   PIC 9(11)V99 VALUE ZERO.

       01  DEBIT-TBL-GROUP.
           05  DEBIT-ENTRY OCCURS 300 TIMES.
               10  DB-EFFECTIVE-DATE   PIC 9(08).
               10  DB-OPEN-AMOUNT      PIC 9(07)V99.

       01  AGING-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  AGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  AGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  AGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "ARAGE AR AGED BALANCE REPORT".
           05                 PIC X(72)  VALUE SPACE.

       01  AGING-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(16)  VALUE "LAST NAME".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(11)  VALUE "    BALANCE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "   CURRENT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "     31-60".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "     61-90".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "   OVER 90".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE " DAYS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(24)  VALUE "HOLD ACTION".
           05                 PIC X(10)  VALUE SPACE.

       01  AGING-DETAIL-LINE.
           05  AG-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  AG-NAME-LAST       PIC X(16).
           05                     PIC X(02)  VALUE SPACE.
           05  AG-BALANCE         PIC ZZZ,ZZ9.99-.
           05                     PIC X(02)  VALUE SPACE.
           05  AG-CURRENT         PIC ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  AG-31-60           PIC ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  AG-61-90           PIC ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  AG-OVER-90         PIC ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  AG-OLDEST-AGE      PIC ZZZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  AG-HOLD-ACTION     PIC X(24).
           05                     PIC X(10)  VALUE SPACE.

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

           PERFORM 240-PRINT-TRAILER.

           CLOSE AR-LEDGER-FILE
                 STUDENT-FILE
                 HOLD-FILE
                 HOLD-TRAN-FILE
                 AGING-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO AGH-MONTH.
           MOVE CD-DAY     TO AGH-DAY.
           MOVE CD-YEAR    TO AGH-YEAR.

           MOVE CD-CURRENT-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           PERFORM 105-LOAD-PARM.

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

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT HOLD FILE'
               DISPLAY ' FILE STATUS IS ', WS-HOLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT HOLD-TRAN-FILE.
           OPEN OUTPUT AGING-REPORT.

           MOVE AGING-HEADING-LINE TO AGING-REC.
           WRITE AGING-REC AFTER PAGE.
           MOVE AGING-COLUMN-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 2.
           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC.


      *****************************************************
      *  105-LOAD-PARM - ONE ARPARM CARD: THE BALANCE      *
      *  THRESHOLD, THE MINIMUM AGE IN DAYS OF THE OLDEST  *
      *  OPEN DEBIT, AND THE USER ID THE HOLD              *
      *  TRANSACTIONS CARRY.                               *
      *****************************************************
       105-LOAD-PARM.

           OPEN INPUT AGE-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE ARPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ AGE-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' ARPARM IS EMPTY'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF AP-HOLD-THRESHOLD NOT NUMERIC
                   OR AP-HOLD-AGE-DAYS NOT NUMERIC
                   OR AP-HOLD-USER-ID = SPACES
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ARPARM THRESHOLD / AGE NOT NUMERIC OR'
               DISPLAY ' HOLD USER ID BLANK'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE AP-HOLD-THRESHOLD TO WS-HOLD-THRESHOLD.
           MOVE AP-HOLD-AGE-DAYS  TO WS-HOLD-AGE-DAYS.
           MOVE AP-HOLD-USER-ID   TO WS-HOLD-USER-ID.

           CLOSE AGE-PARM-FILE.


       110-ACCUMULATE-ENTRY.

           IF AL-CREDIT
               ADD AL-AMOUNT TO WS-TOTAL-CREDITS
           ELSE
               ADD AL-AMOUNT TO WS-TOTAL-DEBITS
               IF WS-NUM-DEBITS < 300
                   ADD 1 TO WS-NUM-DEBITS
                   MOVE AL-EFFECTIVE-DATE
                       TO DB-EFFECTIVE-DATE (WS-NUM-DEBITS)
                   MOVE AL-AMOUNT
                       TO DB-OPEN-AMOUNT (WS-NUM-DEBITS)
               ELSE
                   ADD AL-AMOUNT TO DB-OPEN-AMOUNT (300)
               END-IF
           END-IF.


       120-START-STUDENT.

           ADD 1 TO WS-STUDENTS-READ.
           MOVE AL-STUDENT-ID TO WS-CURRENT-STUDENT-ID.
           MOVE ZERO TO WS-NUM-DEBITS.
           MOVE ZEROS TO WS-TOTAL-DEBITS
                         WS-TOTAL-CREDITS.


      *****************************************************
      *  130-CLOSE-STUDENT - NETS THE STUDENT'S ENTRIES,   *
      *  AGES WHAT IS STILL OPEN, DECIDES THE HOLD, AND    *
      *  PRINTS ANY NONZERO BALANCE.                       *
      *****************************************************
       130-CLOSE-STUDENT.

           COMPUTE WS-BALANCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           MOVE ZEROS TO WS-BUCKET-CURRENT
                         WS-BUCKET-31-60
                         WS-BUCKET-61-90
                         WS-BUCKET-OVER-90.
           MOVE ZERO TO WS-OLDEST-AGE.
           MOVE SPACES TO WS-HOLD-ACTION.

           IF WS-BALANCE > ZERO
               ADD 1 TO WS-STUDENTS-OWING
               ADD WS-BALANCE TO WS-SUM-BALANCE-DUE
               PERFORM 140-AGE-OPEN-DEBITS
           END-IF.

           IF WS-BALANCE < ZERO
               ADD 1 TO WS-STUDENTS-IN-CREDIT
               SUBTRACT WS-BALANCE FROM WS-SUM-CREDIT-BALANCE
           END-IF.

           PERFORM 150-DECIDE-HOLD.

           IF WS-BALANCE NOT = ZERO
                   OR WS-HOLD-ACTION NOT = SPACES
               PERFORM 160-PRINT-STUDENT-LINE
           END-IF.


      *****************************************************
      *  140-AGE-OPEN-DEBITS - CREDITS PAY THE OLDEST      *
      *  DEBITS FIRST; EACH DEBIT STILL OPEN AFTERWARD IS  *
      *  BUCKETED BY DAYS SINCE ITS EFFECTIVE DATE.        *
      *****************************************************
       140-AGE-OPEN-DEBITS.

           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-REMAINING.

           PERFORM VARYING WS-DEBIT-SUB FROM 1 BY 1
                   UNTIL WS-DEBIT-SUB > WS-NUM-DEBITS
               IF WS-CREDIT-REMAINING NOT <
                       DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                   SUBTRACT DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO DB-OPEN-AMOUNT (WS-DEBIT-SUB)
               ELSE
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                   MOVE ZERO TO WS-CREDIT-REMAINING
                   PERFORM 145-BUCKET-DEBIT
               END-IF
           END-PERFORM.


       145-BUCKET-DEBIT.

           IF DB-EFFECTIVE-DATE (WS-DEBIT-SUB) NUMERIC
                   AND DB-EFFECTIVE-DATE (WS-DEBIT-SUB) > ZERO
               COMPUTE WS-DEBIT-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (DB-EFFECTIVE-DATE (WS-DEBIT-SUB))
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-DEBIT-INTEGER
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   ADD DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                       TO WS-BUCKET-CURRENT
               WHEN WS-AGE-DAYS NOT > 60
                   ADD DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                       TO WS-BUCKET-31-60
               WHEN WS-AGE-DAYS NOT > 90
                   ADD DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                       TO WS-BUCKET-61-90
               WHEN OTHER
                   ADD DB-OPEN-AMOUNT (WS-DEBIT-SUB)
                       TO WS-BUCKET-OVER-90
           END-EVALUATE.


      *****************************************************
      *  150-DECIDE-HOLD - PLACE WHEN THE BALANCE AND ITS  *
      *  AGE BOTH MEET THE ARPARM CARD AND NO FINANCIAL    *
      *  HOLD IS ACTIVE; RELEASE WHEN THE BALANCE IS       *
      *  CLEARED AND THE ACTIVE FINANCIAL HOLD WAS PLACED  *
      *  BY THIS PASS.                                     *
      *****************************************************
       150-DECIDE-HOLD.

           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           MOVE WS-CURRENT-STUDENT-ID TO HD-STUDENT-ID.
           MOVE "F" TO HD-HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-FOUND-SWITCH
           END-READ.

           IF WS-BALANCE NOT < WS-HOLD-THRESHOLD
                   AND WS-BALANCE > ZERO
                   AND WS-OLDEST-AGE NOT < WS-HOLD-AGE-DAYS
               IF HOLD-RECORD-FOUND AND HD-ACTIVE
                   MOVE "FINANCIAL HOLD ON FILE" TO WS-HOLD-ACTION
               ELSE
                   MOVE "P" TO HT-ACTION
                   MOVE "BALANCE PAST DUE OVER THRESHOLD"
                       TO HT-REASON
                   PERFORM 155-WRITE-HOLD-TRAN
                   ADD 1 TO WS-HOLDS-TO-PLACE
                   MOVE "PLACE FINANCIAL HOLD" TO WS-HOLD-ACTION
               END-IF
           END-IF.

           IF WS-BALANCE NOT > ZERO
                   AND HOLD-RECORD-FOUND
                   AND HD-ACTIVE
                   AND HD-PLACED-BY = WS-HOLD-USER-ID
               MOVE "R" TO HT-ACTION
               MOVE "AR BALANCE CLEARED" TO HT-REASON
               PERFORM 155-WRITE-HOLD-TRAN
               ADD 1 TO WS-HOLDS-TO-RELEASE
               MOVE "RELEASE FINANCIAL HOLD" TO WS-HOLD-ACTION
           END-IF.


       155-WRITE-HOLD-TRAN.

           MOVE WS-CURRENT-STUDENT-ID TO HT-STUDENT-ID.
           MOVE "F"                   TO HT-HOLD-TYPE.
           MOVE WS-HOLD-USER-ID       TO HT-USER-ID.
           WRITE HOLD-TRAN-RECORD.


       160-PRINT-STUDENT-LINE.

           MOVE WS-CURRENT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO SM-NAME-LAST
           END-READ.

           MOVE WS-CURRENT-STUDENT-ID TO AG-STUDENT-ID.
           MOVE SM-NAME-LAST          TO AG-NAME-LAST.
           MOVE WS-BALANCE            TO AG-BALANCE.
           MOVE WS-BUCKET-CURRENT     TO AG-CURRENT.
           MOVE WS-BUCKET-31-60       TO AG-31-60.
           MOVE WS-BUCKET-61-90       TO AG-61-90.
           MOVE WS-BUCKET-OVER-90     TO AG-OVER-90.
           MOVE WS-OLDEST-AGE         TO AG-OLDEST-AGE.
           IF WS-BALANCE < ZERO AND WS-HOLD-ACTION = SPACES
               MOVE "CREDIT BALANCE" TO AG-HOLD-ACTION
           ELSE
               MOVE WS-HOLD-ACTION   TO AG-HOLD-ACTION
           END-IF.
           MOVE AGING-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC.

           ADD WS-BUCKET-CURRENT  TO WS-SUM-CURRENT.
           ADD WS-BUCKET-31-60    TO WS-SUM-31-60.
           ADD WS-BUCKET-61-90    TO WS-SUM-61-90.
           ADD WS-BUCKET-OVER-90  TO WS-SUM-OVER-90.


       240-PRINT-TRAILER.

           MOVE SPACES TO AGING-REC.
           WRITE AGING-REC AFTER 2.

           MOVE "LEDGER ENTRIES READ" TO TR-CAPTION.
           MOVE WS-ENTRIES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "STUDENTS ON LEDGER" TO TR-CAPTION.
           MOVE WS-STUDENTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "STUDENTS WITH BALANCE DUE" TO TR-CAPTION.
           MOVE WS-STUDENTS-OWING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "STUDENTS WITH CREDIT BALANCE" TO TR-CAPTION.
           MOVE WS-STUDENTS-IN-CREDIT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "FINANCIAL HOLDS TO PLACE" TO TR-CAPTION.
           MOVE WS-HOLDS-TO-PLACE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "FINANCIAL HOLDS TO RELEASE" TO TR-CAPTION.
           MOVE WS-HOLDS-TO-RELEASE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "TOTAL BALANCE DUE" TO MN-CAPTION.
           MOVE WS-SUM-BALANCE-DUE TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "  CURRENT" TO MN-CAPTION.
           MOVE WS-SUM-CURRENT TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "  31-60 DAYS" TO MN-CAPTION.
           MOVE WS-SUM-31-60 TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "  61-90 DAYS" TO MN-CAPTION.
           MOVE WS-SUM-61-90 TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "  OVER 90 DAYS" TO MN-CAPTION.
           MOVE WS-SUM-OVER-90 TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.

           MOVE "TOTAL CREDIT BALANCES" TO MN-CAPTION.
           MOVE WS-SUM-CREDIT-BALANCE TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO AGING-REC.
           WRITE AGING-REC AFTER 1.
