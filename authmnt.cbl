       IDENTIFICATION DIVISION.

       PROGRAM-ID. AUTHMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  AUTHMNT - OPERATOR AUTHORIZATION MAINTENANCE      *
      *  APPLIES GRANT / CHANGE / REVOKE TRANSACTIONS FROM *
      *  AUTHTRAN AGAINST THE OPERATOR AUTHORIZATION FILE  *
      *  (AUTHFILE).  A GRANT ADDS A USER'S RECORD FOR ONE *
      *  PROGRAM WITH ITS ALLOWED ACTION CODES, A CHANGE   *
      *  REPLACES THE ACTION CODES, AND A REVOKE REMOVES   *
      *  THE RECORD.  THE SUBMITTING ADMINISTRATOR MUST    *
      *  HOLD THE ACTION FOR AUTHMNT ON AUTHFILE AND MAY   *
      *  NOT MAINTAIN HIS OR HER OWN ACCESS.  EVERY        *
      *  APPLIED TRANSACTION IS APPENDED TO THE            *
      *  AUTHORIZATION AUDIT TRAIL (AUTHAUDT) WITH THE     *
      *  ACTION CODES BEFORE AND AFTER, THE ADMINISTRATOR, *
      *  DATE, TIME, AND REASON.  AN APPLIED / REJECTED    *
      *  REGISTER PRINTS ON AUTHRGST.                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AUTH-TRAN-FILE
               ASSIGN AUTHTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL AUTH-AUDIT-FILE
               ASSIGN AUTHAUDT
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUTH-REGISTER
               ASSIGN AUTHRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  AUTH-TRAN-FILE.

      *****************************************************
      *  AUTHTRAN - ONE GRANT (G), CHANGE (C), OR REVOKE   *
      *  (R) OF ONE USER'S ACCESS TO ONE PROGRAM, WITH THE *
      *  NEW ACTION CODES (BLANK FOR A PROGRAM THAT GRANTS *
      *  ON THE RECORD'S PRESENCE ALONE) AND THE           *
      *  SUBMITTING ADMINISTRATOR.                         *
      *****************************************************
       01  AUTH-TRAN-RECORD.
           05  AT-ACTION                PIC X(01).
               88  AT-ACTION-GRANT              VALUE "G".
               88  AT-ACTION-CHANGE             VALUE "C".
               88  AT-ACTION-REVOKE             VALUE "R".
               88  AT-ACTION-VALID              VALUE "G" "C" "R".
           05  AT-USER-ID               PIC X(06).
           05  AT-PROGRAM               PIC X(08).
           05  AT-ALLOWED-ACTIONS       PIC X(08).
           05  AT-SUBMITTED-BY          PIC X(06).
           05  AT-REASON                PIC X(30).

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-AUDIT-FILE.

       01  AUTH-AUDIT-RECORD.
           05  AA-ACTION                PIC X(01).
           05  AA-USER-ID               PIC X(06).
           05  AA-PROGRAM               PIC X(08).
           05  AA-OLD-ACTIONS           PIC X(08).
           05  AA-NEW-ACTIONS           PIC X(08).
           05  AA-SUBMITTED-BY          PIC X(06).
           05  AA-DATE                  PIC 9(08).
           05  AA-TIME                  PIC 9(06).
           05  AA-REASON                PIC X(30).

       FD  AUTH-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-AUTH-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  AUTH-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01)   VALUE "N".
               88  USER-IS-AUTHORIZED              VALUE "Y".
           05  WS-ACT-SUB              PIC 9(02)   VALUE ZERO.
           05  WS-OLD-ACTIONS          PIC X(08)   VALUE SPACES.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ACCESS-GRANTED       PIC 9(07) VALUE ZERO.
           05  WS-ACCESS-CHANGED       PIC 9(07) VALUE ZERO.
           05  WS-ACCESS-REVOKED       PIC 9(07) VALUE ZERO.
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
               VALUE "AUTHMNT AUTHORIZATION REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(04)  VALUE "USER".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(07)  VALUE "PROGRAM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "OLD ACTS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "NEW ACTS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "BY".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(55)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-PROGRAM         PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-OLD-ACTIONS     PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-NEW-ACTIONS     PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-SUBMITTED-BY    PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(21)  VALUE SPACE.

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
              10  CD-SECONDS          PIC 9(02).
           05                         PIC X(07).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL TRAN-EOF
               READ AUTH-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE AUTH-TRAN-FILE
                 AUTH-FILE
                 AUTH-AUDIT-FILE
                 AUTH-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT AUTH-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00' AND WS-AUTH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND AUTH-AUDIT-FILE.

           IF WS-AUDIT-STATUS NOT = '00'
                   AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION AUDIT FILE'
               DISPLAY ' FILE STATUS IS ', WS-AUDIT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT AUTH-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OLD-ACTIONS.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN AT-ACTION-GRANT
                       PERFORM 130-APPLY-GRANT
                   WHEN AT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN AT-ACTION-REVOKE
                       PERFORM 150-APPLY-REVOKE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT AT-ACTION-VALID
               MOVE "ACTION CODE NOT G / C / R" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF AT-USER-ID = SPACES OR AT-PROGRAM = SPACES
                   MOVE "USER ID AND PROGRAM ARE BOTH REQUIRED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-SUBMITTED-BY = SPACES
                   MOVE "SUBMITTING USER ID IS BLANK"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-SUBMITTED-BY = AT-USER-ID
                   MOVE "ADMINISTRATOR MAY NOT CHANGE OWN ACCESS"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 115-CHECK-AUTHORITY
               IF NOT USER-IS-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  115-CHECK-AUTHORITY - THE SUBMITTING              *
      *  ADMINISTRATOR MUST BE ON THE AUTHORIZATION TABLE  *
      *  FOR AUTHMNT WITH THE TRANSACTION'S ACTION (G, C,  *
      *  OR R) AMONG THE ALLOWED ACTIONS.                  *
      *****************************************************
       115-CHECK-AUTHORITY.

           MOVE "N" TO WS-AUTH-OK-SWITCH.
           MOVE AT-SUBMITTED-BY TO AU-USER-ID.
           MOVE "AUTHMNT "      TO AU-PROGRAM.
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
           END-READ.


       130-APPLY-GRANT.

           PERFORM 145-READ-AUTH.

           IF AUTH-RECORD-FOUND
               MOVE "USER ALREADY HAS ACCESS - USE CHANGE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE AT-USER-ID         TO AU-USER-ID
               MOVE AT-PROGRAM         TO AU-PROGRAM
               MOVE AT-ALLOWED-ACTIONS TO AU-ALLOWED-ACTIONS
               MOVE CD-CURRENT-DATE    TO AU-LAST-CHANGE-DATE
               MOVE AT-SUBMITTED-BY    TO AU-LAST-CHANGE-BY
               WRITE OPERATOR-AUTH-RECORD
               ADD 1 TO WS-ACCESS-GRANTED
               PERFORM 175-WRITE-AUDIT
               PERFORM 170-WRITE-APPLIED
           END-IF.


       140-APPLY-CHANGE.

           PERFORM 145-READ-AUTH.

           IF NOT AUTH-RECORD-FOUND
               MOVE "USER HAS NO ACCESS TO PROGRAM - USE GRANT"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF AU-ALLOWED-ACTIONS = AT-ALLOWED-ACTIONS
                   MOVE "ACTION CODES ARE UNCHANGED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               ELSE
                   MOVE AU-ALLOWED-ACTIONS TO WS-OLD-ACTIONS
                   MOVE AT-ALLOWED-ACTIONS TO AU-ALLOWED-ACTIONS
                   MOVE CD-CURRENT-DATE    TO AU-LAST-CHANGE-DATE
                   MOVE AT-SUBMITTED-BY    TO AU-LAST-CHANGE-BY
                   REWRITE OPERATOR-AUTH-RECORD
                   ADD 1 TO WS-ACCESS-CHANGED
                   PERFORM 175-WRITE-AUDIT
                   PERFORM 170-WRITE-APPLIED
               END-IF
           END-IF.


       145-READ-AUTH.

           MOVE "N" TO WS-AUTH-FOUND-SWITCH.
           MOVE AT-USER-ID TO AU-USER-ID.
           MOVE AT-PROGRAM TO AU-PROGRAM.
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-AUTH-FOUND-SWITCH
           END-READ.


       150-APPLY-REVOKE.

           PERFORM 145-READ-AUTH.

           IF NOT AUTH-RECORD-FOUND
               MOVE "USER HAS NO ACCESS TO PROGRAM"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE AU-ALLOWED-ACTIONS TO WS-OLD-ACTIONS
               DELETE AUTH-FILE RECORD
               ADD 1 TO WS-ACCESS-REVOKED
               PERFORM 175-WRITE-AUDIT
               PERFORM 170-WRITE-APPLIED
           END-IF.


      *****************************************************
      *  175-WRITE-AUDIT - APPENDS ONE AUDIT TRAIL RECORD  *
      *  PER APPLIED GRANT, CHANGE, OR REVOKE, WITH THE    *
      *  ACTION CODES BEFORE AND AFTER, STAMPED WITH THE   *
      *  SUBMITTING ADMINISTRATOR AND THE RUN DATE AND     *
      *  TIME.                                             *
      *****************************************************
       175-WRITE-AUDIT.

           MOVE AT-ACTION       TO AA-ACTION.
           MOVE AT-USER-ID      TO AA-USER-ID.
           MOVE AT-PROGRAM      TO AA-PROGRAM.
           MOVE WS-OLD-ACTIONS  TO AA-OLD-ACTIONS.
           IF AT-ACTION-REVOKE
               MOVE SPACES             TO AA-NEW-ACTIONS
           ELSE
               MOVE AT-ALLOWED-ACTIONS TO AA-NEW-ACTIONS
           END-IF.
           MOVE AT-SUBMITTED-BY TO AA-SUBMITTED-BY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO AA-DATE.
           MOVE CD-CURRENT-TIME TO AA-TIME.
           MOVE AT-REASON       TO AA-REASON.
           WRITE AUTH-AUDIT-RECORD.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           PERFORM 165-FORMAT-DETAIL.
           MOVE "REJECTED"      TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       165-FORMAT-DETAIL.

           MOVE AT-ACTION       TO RG-ACTION.
           MOVE AT-USER-ID      TO RG-USER-ID.
           MOVE AT-PROGRAM      TO RG-PROGRAM.
           MOVE WS-OLD-ACTIONS  TO RG-OLD-ACTIONS.
           IF AT-ACTION-REVOKE
               MOVE SPACES             TO RG-NEW-ACTIONS
           ELSE
               MOVE AT-ALLOWED-ACTIONS TO RG-NEW-ACTIONS
           END-IF.
           MOVE AT-SUBMITTED-BY TO RG-SUBMITTED-BY.


       170-WRITE-APPLIED.

           PERFORM 165-FORMAT-DETAIL.
           MOVE "APPLIED"       TO RG-DISPOSITION.
           MOVE AT-REASON       TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ACCESS GRANTED" TO TR-CAPTION.
           MOVE WS-ACCESS-GRANTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ACCESS CHANGED" TO TR-CAPTION.
           MOVE WS-ACCESS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ACCESS REVOKED" TO TR-CAPTION.
           MOVE WS-ACCESS-REVOKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
