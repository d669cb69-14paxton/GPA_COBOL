       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARPOST.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ARPOST - STUDENT ACCOUNTS RECEIVABLE POSTING      *
      *  POSTS TO THE AR LEDGER (ARLEDGR) THE CHARGES ON   *
      *  THE TUITASMT CHARGE FILE (TUITCHG), AFTER         *
      *  BALANCING THAT FILE TO ITS *CTL* TRAILER, AND     *
      *  THE PAYMENT, ADJUSTMENT, AND REFUND TRANSACTIONS  *
      *  ON ARTRAN, EACH CARRYING THE SUBMITTING USER AND  *
      *  ITS EFFECTIVE DATE.  A RE-ASSESSED CHARGE POSTS   *
      *  ONLY THE INCREASE OVER WHAT IS ALREADY POSTED FOR *
      *  THE SAME STUDENT, TERM, CHARGE TYPE, AND COURSE;  *
      *  A DECREASE IS LISTED FOR THE BURSAR AND NOT       *
      *  POSTED.  EITHER INPUT MAY BE ABSENT.  A POSTED /  *
      *  REJECTED REGISTER PRINTS ON ARPRGSTR.             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL AR-TRAN-FILE
               ASSIGN ARTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL CHARGE-FILE
               ASSIGN TUITCHG
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN ARLEDGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT AR-REGISTER
               ASSIGN ARPRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  AR-TRAN-FILE.

       01  AR-TRAN-RECORD.
           05  AT-ENTRY-TYPE            PIC X(02).
               88  AT-PAYMENT                   VALUE "PY".
               88  AT-ADJUSTMENT                VALUE "AD".
               88  AT-REFUND                    VALUE "RF".
               88  AT-ENTRY-TYPE-VALID          VALUE "PY" "AD"
                                                      "RF".
           05  AT-STUDENT-ID            PIC 9(09).
           05  AT-TERM-CODE             PIC X(05).
           05  AT-DR-CR                 PIC X(01).
               88  AT-DR-CR-VALID               VALUE "D" "C".
           05  AT-AMOUNT                PIC 9(07)V99.
           05  AT-AMOUNT-X REDEFINES AT-AMOUNT
                                        PIC X(09).
           05  AT-EFFECTIVE-DATE        PIC 9(08).
           05  AT-REFERENCE             PIC X(10).
           05  AT-USER-ID               PIC X(06).
           05  AT-DESCRIPTION           PIC X(30).

       FD  CHARGE-FILE.

            COPY TUITCHRG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AR-LEDGER-FILE.

            COPY ARLEDGER IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AR-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  CHARGE-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  CHARGE-EOF                      VALUE "Y".
           05  CHG-VERIFY-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  CHG-VERIFY-EOF                  VALUE "Y".
           05  LEDGER-SCAN-SWITCH      PIC X(01)   VALUE "N".
               88  LEDGER-SCAN-DONE                VALUE "Y".
           05  WS-CTL-SEEN-SWITCH      PIC X(01)   VALUE "N".
               88  CTL-TRAILER-SEEN                VALUE "Y".
           05  WS-CHARGE-FILE-SWITCH   PIC X(01)   VALUE "Y".
               88  CHARGE-FILE-PRESENT             VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-CHARGE-STATUS        PIC XX.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-RUN-TIME             PIC 9(06) VALUE ZERO.
           05  WS-POST-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-VERIFY-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-VERIFY-HASH          PIC 9(13) VALUE ZERO.
           05  WS-POSTED-AMOUNT        PIC 9(07)V99 VALUE ZERO.
           05  WS-CHARGE-DIFFERENCE    PIC S9(07)V99 VALUE ZERO.
           05  WS-CHARGES-READ         PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-UNCHANGED    PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-REDUCED      PIC 9(07) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-POSTED      PIC 9(07) VALUE ZERO.
           05  WS-ADJUSTMENTS-POSTED   PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-SUM-DEBITS           PIC 9(09)V99 VALUE ZERO.
           05  WS-SUM-CREDITS          PIC 9(09)V99 VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "ARPOST AR LEDGER POSTING REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(04)  VALUE "TYPE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(03)  VALUE "D/C".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(12)  VALUE "      AMOUNT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "EFF DATE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "USER".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(43)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RD-ENTRY-TYPE      PIC X(02).
           05                     PIC X(04)  VALUE SPACE.
           05  RD-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-TERM-CODE       PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-COURSE-ID       PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-DR-CR           PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-EFFECTIVE-DATE  PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-USER-ID         PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-DISPOSITION     PIC X(11).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-REASON          PIC X(40).
           05                     PIC X(09)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

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
              10  CD-SECONDS          PIC 9(02).
           05                         PIC X(07).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           IF CHARGE-FILE-PRESENT
               PERFORM UNTIL CHARGE-EOF
                   READ CHARGE-FILE
                       AT END
                           SET CHARGE-EOF TO TRUE
                   END-READ
                   IF NOT CHARGE-EOF
                       IF TERM-CHARGE-RECORD (1:5) NOT = "*CTL*"
                           ADD 1 TO WS-CHARGES-READ
                           PERFORM 140-POST-CHARGE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM UNTIL TRAN-EOF
               READ AR-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE AR-TRAN-FILE
                 CHARGE-FILE
                 AR-LEDGER-FILE
                 STUDENT-FILE
                 AR-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-CURRENT-TIME TO WS-RUN-TIME.

           OPEN INPUT AR-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00' AND WS-TRAN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AR TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CHARGE-FILE.

           IF WS-CHARGE-STATUS NOT = '00'
                   AND WS-CHARGE-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CHARGE FILE'
               DISPLAY ' FILE STATUS IS ', WS-CHARGE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF WS-CHARGE-STATUS = '05'
               MOVE "N" TO WS-CHARGE-FILE-SWITCH
           ELSE
               PERFORM 107-VERIFY-CHARGE-CONTROL
               CLOSE CHARGE-FILE
               OPEN INPUT CHARGE-FILE
           END-IF.

           OPEN I-O AR-LEDGER-FILE.

           IF WS-LEDGER-STATUS NOT = '00'
                   AND WS-LEDGER-STATUS NOT = '05'
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

           OPEN OUTPUT AR-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  107-VERIFY-CHARGE-CONTROL - READS THE WHOLE       *
      *  CHARGE FILE BEFORE POSTING, BALANCING THE DETAIL  *
      *  COUNT AND STUDENT-ID HASH TOTAL TO THE *CTL*      *
      *  TRAILER.  A TRAILERLESS OR OUT-OF-BALANCE FILE    *
      *  IS REFUSED AND NOTHING POSTS.                     *
      *****************************************************
       107-VERIFY-CHARGE-CONTROL.

           PERFORM UNTIL CHG-VERIFY-EOF
               READ CHARGE-FILE
                   AT END
                       SET CHG-VERIFY-EOF TO TRUE
               END-READ
               IF NOT CHG-VERIFY-EOF
                   IF TERM-CHARGE-RECORD (1:5) = "*CTL*"
                       MOVE TERM-CHARGE-RECORD (1:35)
                           TO EXTRACT-CONTROL-TRAILER
                       MOVE "Y" TO WS-CTL-SEEN-SWITCH
                   ELSE
                       ADD 1 TO WS-VERIFY-COUNT
                       ADD CH-STUDENT-ID TO WS-VERIFY-HASH
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT CTL-TRAILER-SEEN
               DISPLAY '******************************'
               DISPLAY ' 107-VERIFY-CHARGE-CONTROL'
               DISPLAY ' TUITCHG HAS NO *CTL* TRAILER - THE FILE'
               DISPLAY ' MAY BE TRUNCATED.  NOTHING POSTS.'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF XT-RECORD-COUNT NOT = WS-VERIFY-COUNT
                   OR XT-ID-HASH-TOTAL NOT = WS-VERIFY-HASH
               DISPLAY '******************************'
               DISPLAY ' 107-VERIFY-CHARGE-CONTROL'
               DISPLAY ' TUITCHG IS OUT OF BALANCE WITH ITS *CTL*'
               DISPLAY ' TRAILER - COUNT ', WS-VERIFY-COUNT,
                       ' VS ', XT-RECORD-COUNT
               DISPLAY ' NOTHING POSTS.'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               PERFORM 130-POST-TRAN
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT AT-ENTRY-TYPE-VALID
               MOVE "ENTRY TYPE NOT PY / AD / RF"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF AT-USER-ID = SPACES
                   MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-ADJUSTMENT AND NOT AT-DR-CR-VALID
                   MOVE "ADJUSTMENT NOT D / C" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-AMOUNT-X NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   IF AT-AMOUNT = ZERO
                       MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 125-EDIT-EFFECTIVE-DATE
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  125-EDIT-EFFECTIVE-DATE - A VALID CCYYMMDD DATE   *
      *  NOT AFTER THE RUN DATE.                           *
      *****************************************************
       125-EDIT-EFFECTIVE-DATE.

           IF AT-EFFECTIVE-DATE NOT NUMERIC
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE AT-EFFECTIVE-DATE TO WS-CHECK-DATE
               IF WS-CHECK-YEAR < 1900
                       OR WS-CHECK-MONTH < 01
                       OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 01
                       OR WS-CHECK-DAY > 31
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF NOT TRAN-IS-VALID
               MOVE "EFFECTIVE DATE NOT A VALID DATE"
                   TO WS-REJECT-REASON
           ELSE
               IF AT-EFFECTIVE-DATE > CD-CURRENT-DATE
                   MOVE "EFFECTIVE DATE AFTER RUN DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       130-POST-TRAN.

           MOVE SPACES             TO AR-LEDGER-RECORD.
           MOVE AT-STUDENT-ID      TO AL-STUDENT-ID.
           MOVE AT-ENTRY-TYPE      TO AL-ENTRY-TYPE.
           EVALUATE TRUE
               WHEN AT-PAYMENT
                   MOVE "C" TO AL-DR-CR
                   ADD 1 TO WS-PAYMENTS-POSTED
               WHEN AT-REFUND
                   MOVE "D" TO AL-DR-CR
                   ADD 1 TO WS-REFUNDS-POSTED
               WHEN OTHER
                   MOVE AT-DR-CR TO AL-DR-CR
                   ADD 1 TO WS-ADJUSTMENTS-POSTED
           END-EVALUATE.
           MOVE AT-AMOUNT          TO AL-AMOUNT.
           MOVE AT-TERM-CODE       TO AL-TERM-CODE.
           MOVE ZERO               TO AL-CREDITS.
           MOVE AT-EFFECTIVE-DATE  TO AL-EFFECTIVE-DATE.
           MOVE AT-REFERENCE       TO AL-REFERENCE.
           MOVE AT-USER-ID         TO AL-USER-ID.
           MOVE AT-DESCRIPTION     TO AL-DESCRIPTION.
           PERFORM 150-WRITE-LEDGER.

           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 170-WRITE-APPLIED.


      *****************************************************
      *  140-POST-CHARGE - POSTS THE PART OF AN ASSESSED   *
      *  CHARGE NOT ALREADY ON THE LEDGER, SO RE-RUNNING   *
      *  THE ASSESSMENT AFTER A LATE ADD BILLS ONLY THE    *
      *  ADDITION.                                         *
      *****************************************************
       140-POST-CHARGE.

           PERFORM 145-SUM-POSTED-CHARGE.

           COMPUTE WS-CHARGE-DIFFERENCE =
               CH-AMOUNT - WS-POSTED-AMOUNT.

           EVALUATE TRUE
               WHEN WS-CHARGE-DIFFERENCE = ZERO
                   ADD 1 TO WS-CHARGES-UNCHANGED
               WHEN WS-CHARGE-DIFFERENCE < ZERO
                   ADD 1 TO WS-CHARGES-REDUCED
                   PERFORM 180-WRITE-CHARGE-LINE
               WHEN OTHER
                   MOVE SPACES          TO AR-LEDGER-RECORD
                   MOVE CH-STUDENT-ID   TO AL-STUDENT-ID
                   MOVE "CH"            TO AL-ENTRY-TYPE
                   MOVE "D"             TO AL-DR-CR
                   MOVE WS-CHARGE-DIFFERENCE TO AL-AMOUNT
                   MOVE CH-TERM-CODE    TO AL-TERM-CODE
                   MOVE CH-ASSESS-DATE  TO AL-EFFECTIVE-DATE
                   MOVE CH-CHARGE-TYPE  TO AL-CHARGE-TYPE
                   MOVE CH-COURSE-ID    TO AL-COURSE-ID
                   MOVE CH-CREDITS      TO AL-CREDITS
                   MOVE "ARPOST"        TO AL-USER-ID
                   IF WS-POSTED-AMOUNT = ZERO
                       MOVE "TERM ASSESSMENT" TO AL-DESCRIPTION
                   ELSE
                       MOVE "REASSESSMENT INCREASE"
                           TO AL-DESCRIPTION
                   END-IF
                   PERFORM 150-WRITE-LEDGER
                   ADD 1 TO WS-CHARGES-POSTED
                   PERFORM 180-WRITE-CHARGE-LINE
           END-EVALUATE.


       145-SUM-POSTED-CHARGE.

           MOVE ZERO TO WS-POSTED-AMOUNT.
           MOVE "N" TO LEDGER-SCAN-SWITCH.
           MOVE CH-STUDENT-ID TO AL-STUDENT-ID.
           MOVE ZEROS TO AL-POST-DATE
                         AL-POST-TIME
                         AL-POST-SEQ.
           START AR-LEDGER-FILE
               KEY IS NOT LESS THAN AL-LEDGER-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-SCAN-DONE
               READ AR-LEDGER-FILE NEXT
                   AT END
                       SET LEDGER-SCAN-DONE TO TRUE
               END-READ
               IF NOT LEDGER-SCAN-DONE
                   IF AL-STUDENT-ID NOT = CH-STUDENT-ID
                       SET LEDGER-SCAN-DONE TO TRUE
                   ELSE
                       IF AL-ENTRY-CHARGE
                               AND AL-TERM-CODE = CH-TERM-CODE
                               AND AL-CHARGE-TYPE = CH-CHARGE-TYPE
                               AND AL-COURSE-ID = CH-COURSE-ID
                           ADD AL-AMOUNT TO WS-POSTED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  150-WRITE-LEDGER - STAMPS THE POSTING KEY (RUN    *
      *  DATE, RUN TIME, RUN SEQUENCE) AND WRITES.         *
      *****************************************************
       150-WRITE-LEDGER.

           ADD 1 TO WS-POST-SEQ.
           MOVE CD-CURRENT-DATE TO AL-POST-DATE.
           MOVE WS-RUN-TIME     TO AL-POST-TIME.
           MOVE WS-POST-SEQ     TO AL-POST-SEQ.
           WRITE AR-LEDGER-RECORD
               INVALID KEY
                   DISPLAY ' DUPLICATE LEDGER KEY ', AL-LEDGER-KEY
           END-WRITE.

           IF AL-DEBIT
               ADD AL-AMOUNT TO WS-SUM-DEBITS
           ELSE
               ADD AL-AMOUNT TO WS-SUM-CREDITS
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED"      TO RD-DISPOSITION.
           PERFORM 175-FORMAT-TRAN-LINE.


       170-WRITE-APPLIED.

           MOVE "POSTED"        TO RD-DISPOSITION.
           PERFORM 175-FORMAT-TRAN-LINE.


       175-FORMAT-TRAN-LINE.

           MOVE AT-ENTRY-TYPE   TO RD-ENTRY-TYPE.
           MOVE AT-STUDENT-ID   TO RD-STUDENT-ID.
           MOVE AT-TERM-CODE    TO RD-TERM-CODE.
           MOVE SPACES          TO RD-COURSE-ID.
           IF AT-PAYMENT
               MOVE "C"         TO RD-DR-CR
           ELSE
               IF AT-REFUND
                   MOVE "D"     TO RD-DR-CR
               ELSE
                   MOVE AT-DR-CR TO RD-DR-CR
               END-IF
           END-IF.
           IF AT-AMOUNT-X NUMERIC
               MOVE AT-AMOUNT   TO RD-AMOUNT
           ELSE
               MOVE ZERO        TO RD-AMOUNT
           END-IF.
           MOVE AT-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE.
           MOVE AT-USER-ID      TO RD-USER-ID.
           MOVE WS-REJECT-REASON TO RD-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       180-WRITE-CHARGE-LINE.

           MOVE "CH"            TO RD-ENTRY-TYPE.
           MOVE CH-STUDENT-ID   TO RD-STUDENT-ID.
           MOVE CH-TERM-CODE    TO RD-TERM-CODE.
           MOVE CH-COURSE-ID    TO RD-COURSE-ID.
           MOVE "D"             TO RD-DR-CR.
           MOVE CH-ASSESS-DATE  TO RD-EFFECTIVE-DATE.
           MOVE "ARPOST"        TO RD-USER-ID.
           IF WS-CHARGE-DIFFERENCE < ZERO
               MOVE CH-AMOUNT   TO RD-AMOUNT
               MOVE "NOT POSTED" TO RD-DISPOSITION
               MOVE "REASSESSED BELOW CHARGE ALREADY POSTED"
                   TO RD-REASON
           ELSE
               MOVE WS-CHARGE-DIFFERENCE TO RD-AMOUNT
               MOVE "POSTED"    TO RD-DISPOSITION
               MOVE AL-DESCRIPTION TO RD-REASON
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "CHARGE RECORDS READ" TO TR-CAPTION.
           MOVE WS-CHARGES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHARGES POSTED" TO TR-CAPTION.
           MOVE WS-CHARGES-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHARGES ALREADY POSTED" TO TR-CAPTION.
           MOVE WS-CHARGES-UNCHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHARGES REASSESSED LOWER" TO TR-CAPTION.
           MOVE WS-CHARGES-REDUCED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PAYMENTS POSTED" TO TR-CAPTION.
           MOVE WS-PAYMENTS-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADJUSTMENTS POSTED" TO TR-CAPTION.
           MOVE WS-ADJUSTMENTS-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "REFUNDS POSTED" TO TR-CAPTION.
           MOVE WS-REFUNDS-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL DEBITS POSTED" TO MN-CAPTION.
           MOVE WS-SUM-DEBITS TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TOTAL CREDITS POSTED" TO MN-CAPTION.
           MOVE WS-SUM-CREDITS TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
