       IDENTIFICATION DIVISION.

       PROGRAM-ID. ADMMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ADMMNT - ADMISSIONS APPLICANT MASTER MAINTENANCE  *
      *  APPLIES TRANSACTIONS FROM ADMTRAN AGAINST THE     *
      *  APPLICANT MASTER (ADMAPPL): A ADDS AN             *
      *  APPLICATION, C CHANGES ITS NAME, BIRTH DATE,      *
      *  INTENDED MAJOR, ENTERING TERM OR ADDRESS, R       *
      *  RECORDS THE DECISION (ADMIT / DENY / WAITLIST),   *
      *  P POSTS THE ENROLLMENT DEPOSIT OF AN ADMITTED     *
      *  APPLICANT AND D DELETES A WITHDRAWN APPLICATION.  *
      *  THE ENTERING TERM MUST BE ON THE ACADEMIC         *
      *  CALENDAR.  AN APPLICANT ALREADY MATRICULATED BY   *
      *  MATRIC CANNOT BE CHANGED HERE.  EVERY             *
      *  TRANSACTION MUST CARRY A USER ID AUTHORIZED FOR   *
      *  THE ACTION ON AUTHFILE.  AN APPLIED / REJECTED    *
      *  REGISTER PRINTS ON ADMRGSTR.                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ADM-TRAN-FILE
               ASSIGN ADMTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL APPLICANT-FILE
               ASSIGN ADMAPPL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AA-APPLICANT-ID
               FILE STATUS IS WS-APPL-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT ADM-REGISTER
               ASSIGN ADMRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  ADM-TRAN-FILE.

       01  ADM-TRAN-RECORD.
           05  AT-ACTION                PIC X(01).
               88  AT-ACTION-ADD                VALUE "A".
               88  AT-ACTION-CHANGE             VALUE "C".
               88  AT-ACTION-DECISION           VALUE "R".
               88  AT-ACTION-DEPOSIT            VALUE "P".
               88  AT-ACTION-DELETE             VALUE "D".
               88  AT-ACTION-VALID              VALUE "A" "C" "R"
                                                      "P" "D".
           05  AT-APPLICANT-ID          PIC 9(09).
           05  AT-APPLICANT-NAME.
               10  AT-NAME-LAST         PIC X(16).
               10  AT-NAME-FIRST        PIC X(12).
               10  AT-NAME-MI           PIC X(01).
               10                       PIC X(01).
           05  AT-DATE-OF-BIRTH         PIC 9(08).
           05  AT-APPLICATION-DATE      PIC 9(08).
           05  AT-DECISION              PIC X(01).
               88  AT-DECISION-ADMIT            VALUE "A".
               88  AT-DECISION-VALID            VALUE "A" "D" "W".
           05  AT-DECISION-DATE         PIC 9(08).
           05  AT-DEPOSIT-DATE          PIC 9(08).
           05  AT-INTENDED-MAJOR        PIC X(04).
           05  AT-ENTERING-TERM         PIC X(05).
           05  AT-PERM-ADDRESS.
               10  AT-ADDR-LINE-1       PIC X(30).
               10  AT-ADDR-LINE-2       PIC X(30).
               10  AT-ADDR-CITY         PIC X(20).
               10  AT-ADDR-STATE        PIC X(02).
               10  AT-ADDR-ZIP          PIC X(09).
               10  AT-ADDR-PHONE        PIC X(10).
           05  AT-USER-ID               PIC X(06).

       FD  APPLICANT-FILE.

            COPY ADMAPPL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADM-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-APPL-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-DATE-OK-SWITCH       PIC X(01) VALUE "Y".
               88  DATE-IS-VALID                 VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-CHECK-DATE           PIC X(08).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-DECISIONS-APPLIED    PIC 9(07) VALUE ZERO.
           05  WS-DEPOSITS-APPLIED     PIC 9(07) VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "ADMMNT APPLICANT MASTER REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-APPLICANT-ID    PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-NAME-LAST       PIC X(16).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(44)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ ADM-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE ADM-TRAN-FILE
                 APPLICANT-FILE
                 CALENDAR-FILE
                 AUTH-FILE
                 ADM-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT ADM-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADMISSIONS TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O APPLICANT-FILE.

           IF WS-APPL-STATUS NOT = '00'
                   AND WS-APPL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE APPLICANT MASTER'
               DISPLAY ' FILE STATUS IS ', WS-APPL-STATUS
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

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ADM-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN AT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN AT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN AT-ACTION-DECISION
                       PERFORM 145-APPLY-DECISION
                   WHEN AT-ACTION-DEPOSIT
                       PERFORM 147-APPLY-DEPOSIT
                   WHEN AT-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT AT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / R / P / D"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF AT-APPLICANT-ID NOT NUMERIC
                       OR AT-APPLICANT-ID = ZERO
                   MOVE "APPLICANT ID NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID AND (AT-ACTION-ADD OR AT-ACTION-CHANGE)
               PERFORM 125-EDIT-APPLICATION-FIELDS
           END-IF.

           IF TRAN-IS-VALID AND AT-ACTION-DECISION
               IF NOT AT-DECISION-VALID
                   MOVE "DECISION NOT A / D / W" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   MOVE AT-DECISION-DATE TO WS-CHECK-DATE
                   PERFORM 124-CHECK-DATE
                   IF NOT DATE-IS-VALID
                       MOVE "DECISION DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND AT-ACTION-DEPOSIT
                   AND AT-DEPOSIT-DATE NOT = ZEROS
               MOVE AT-DEPOSIT-DATE TO WS-CHECK-DATE
               PERFORM 124-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE "DEPOSIT DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  124-CHECK-DATE - WS-CHECK-DATE MUST BE A NUMERIC  *
      *  YYYYMMDD WITH A PLAUSIBLE MONTH AND DAY.          *
      *****************************************************
       124-CHECK-DATE.

           MOVE "Y" TO WS-DATE-OK-SWITCH.

           IF WS-CHECK-DATE NOT NUMERIC
               MOVE "N" TO WS-DATE-OK-SWITCH
           ELSE
               IF WS-CHECK-YEAR < 1900
                       OR WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 01 OR WS-CHECK-DAY > 31
                   MOVE "N" TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.


       125-EDIT-APPLICATION-FIELDS.

           IF AT-NAME-LAST = SPACES
               MOVE "APPLICANT LAST NAME IS BLANK"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-DATE-OF-BIRTH TO WS-CHECK-DATE
               PERFORM 124-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE "DATE OF BIRTH NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND AT-ACTION-ADD
               MOVE AT-APPLICATION-DATE TO WS-CHECK-DATE
               PERFORM 124-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE "APPLICATION DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-INTENDED-MAJOR = SPACES
                   MOVE "INTENDED MAJOR IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-ENTERING-TERM TO CAL-TERM-CODE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE "ENTERING TERM NOT ON CALENDAR"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID
               IF AT-ADDR-LINE-1 = SPACES
                       OR AT-ADDR-CITY = SPACES
                       OR AT-ADDR-STATE = SPACES
                       OR AT-ADDR-ZIP = SPACES
                   MOVE "PERMANENT ADDRESS INCOMPLETE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE SUBMITTING USER MUST    *
      *  BE ON THE AUTHORIZATION TABLE FOR THIS PROGRAM    *
      *  WITH THE TRANSACTION'S ACTION CODE AMONG THE      *
      *  ALLOWED ACTIONS.                                  *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF AT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE AT-USER-ID TO AU-USER-ID
               MOVE "ADMMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = AT-ACTION
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
               IF NOT USER-IS-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       130-APPLY-ADD.

           MOVE AT-APPLICANT-ID TO AA-APPLICANT-ID.
           READ APPLICANT-FILE
               INVALID KEY
                   PERFORM 135-BUILD-APPLICANT-RECORD
                   MOVE AT-APPLICATION-DATE TO AA-APPLICATION-DATE
                   MOVE SPACE  TO AA-DECISION
                   MOVE ZEROS  TO AA-DECISION-DATE
                   MOVE ZEROS  TO AA-DEPOSIT-DATE
                   MOVE ZEROS  TO AA-MATRIC-DATE
                   WRITE APPLICANT-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON APPLICANT MASTER"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "APPLICANT ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
           END-READ.


       135-BUILD-APPLICANT-RECORD.

           MOVE SPACES               TO APPLICANT-RECORD.
           MOVE AT-APPLICANT-ID      TO AA-APPLICANT-ID.
           MOVE AT-APPLICANT-NAME    TO AA-APPLICANT-NAME.
           MOVE AT-DATE-OF-BIRTH     TO AA-DATE-OF-BIRTH.
           MOVE AT-INTENDED-MAJOR    TO AA-INTENDED-MAJOR.
           MOVE AT-ENTERING-TERM     TO AA-ENTERING-TERM.
           MOVE AT-PERM-ADDRESS      TO AA-PERM-ADDRESS.


      *****************************************************
      *  137-READ-OPEN-APPLICANT - READS THE APPLICANT FOR *
      *  A CHANGE, DECISION, DEPOSIT OR DELETE; ONE        *
      *  ALREADY MATRICULATED IS A STUDENT NOW AND IS      *
      *  MAINTAINED THROUGH STUMAINT INSTEAD.              *
      *****************************************************
       137-READ-OPEN-APPLICANT.

           MOVE AT-APPLICANT-ID TO AA-APPLICANT-ID.
           READ APPLICANT-FILE
               INVALID KEY
                   MOVE "APPLICANT NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-READ.

           IF TRAN-IS-VALID
               IF NOT AA-NOT-MATRICULATED
                   MOVE "APPLICANT ALREADY MATRICULATED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       140-APPLY-CHANGE.

           PERFORM 137-READ-OPEN-APPLICANT.

           IF TRAN-IS-VALID
               MOVE AT-APPLICANT-NAME    TO AA-APPLICANT-NAME
               MOVE AT-DATE-OF-BIRTH     TO AA-DATE-OF-BIRTH
               MOVE AT-INTENDED-MAJOR    TO AA-INTENDED-MAJOR
               MOVE AT-ENTERING-TERM     TO AA-ENTERING-TERM
               MOVE AT-PERM-ADDRESS      TO AA-PERM-ADDRESS
               REWRITE APPLICANT-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON APPLICANT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGES-APPLIED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  145-APPLY-DECISION - A DECISION MAY BE REVISED    *
      *  (A WAITLISTED APPLICANT LATER ADMITTED), BUT A    *
      *  DEPOSITED APPLICANT CAN NO LONGER BE DENIED OR    *
      *  WAITLISTED WITHOUT FIRST RELEASING THE DEPOSIT.   *
      *****************************************************
       145-APPLY-DECISION.

           PERFORM 137-READ-OPEN-APPLICANT.

           IF TRAN-IS-VALID
               IF AA-DEPOSIT-DATE NOT = ZEROS
                       AND NOT AT-DECISION-ADMIT
                   MOVE "DEPOSIT ON FILE - DECISION MUST BE A"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-DECISION      TO AA-DECISION
               MOVE AT-DECISION-DATE TO AA-DECISION-DATE
               REWRITE APPLICANT-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON APPLICANT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-DECISIONS-APPLIED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  147-APPLY-DEPOSIT - ONLY AN ADMITTED APPLICANT    *
      *  CAN DEPOSIT.  A ZERO DEPOSIT DATE RELEASES A      *
      *  DEPOSIT POSTED IN ERROR.                          *
      *****************************************************
       147-APPLY-DEPOSIT.

           PERFORM 137-READ-OPEN-APPLICANT.

           IF TRAN-IS-VALID
               IF NOT AA-ADMITTED
                   MOVE "APPLICANT NOT ADMITTED - NO DEPOSIT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-DEPOSIT-DATE TO AA-DEPOSIT-DATE
               REWRITE APPLICANT-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON APPLICANT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-DEPOSITS-APPLIED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       150-APPLY-DELETE.

           PERFORM 137-READ-OPEN-APPLICANT.

           IF TRAN-IS-VALID
               DELETE APPLICANT-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON APPLICANT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETES-APPLIED
                       PERFORM 170-WRITE-APPLIED
               END-DELETE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE AT-ACTION       TO RG-ACTION.
           MOVE AT-APPLICANT-ID TO RG-APPLICANT-ID.
           MOVE AT-NAME-LAST    TO RG-NAME-LAST.
           MOVE "REJECTED"      TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE AT-ACTION       TO RG-ACTION.
           MOVE AT-APPLICANT-ID TO RG-APPLICANT-ID.
           MOVE AA-NAME-LAST    TO RG-NAME-LAST.
           MOVE "APPLIED"       TO RG-DISPOSITION.
           MOVE SPACES          TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "APPLICATIONS ADDED" TO TR-CAPTION.
           MOVE WS-ADDS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DECISIONS RECORDED" TO TR-CAPTION.
           MOVE WS-DECISIONS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DEPOSITS POSTED" TO TR-CAPTION.
           MOVE WS-DEPOSITS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "APPLICATIONS DELETED" TO TR-CAPTION.
           MOVE WS-DELETES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
