       IDENTIFICATION DIVISION.

       PROGRAM-ID. OVLDMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  OVLDMNT - CREDIT-LOAD OVERLOAD APPROVALS          *
      *  APPLIES APPROVE / DELETE TRANSACTIONS FROM        *
      *  OVLDTRAN AGAINST THE OVERLOAD APPROVAL FILE       *
      *  (OVLDFILE, ONE RECORD PER STUDENT PER TERM).  AN  *
      *  APPROVAL RAISES THE STUDENT'S MAXIMUM ATTEMPTED   *
      *  CREDITS FOR THE TERM ABOVE THE LOADPARM LIMIT FOR *
      *  THE STUDENT'S ACADEMIC STANDING; A SECOND         *
      *  APPROVAL FOR THE SAME TERM REPLACES THE FIRST.    *
      *  THE APPROVER MUST BE AUTHORIZED FOR THE ACTION ON *
      *  AUTHFILE.  AN APPLIED / REJECTED REGISTER PRINTS  *
      *  ON OVLRGSTR.                                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OVLD-TRAN-FILE
               ASSIGN OVLDTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL OVERLOAD-FILE
               ASSIGN OVLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OV-APPROVAL-KEY
               FILE STATUS IS WS-OVLD-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OVLD-REGISTER
               ASSIGN OVLRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  OVLD-TRAN-FILE.

       01  OVLD-TRAN-RECORD.
           05  OT-ACTION                PIC X(01).
               88  OT-ACTION-APPROVE            VALUE "A".
               88  OT-ACTION-DELETE             VALUE "D".
               88  OT-ACTION-VALID              VALUE "A" "D".
           05  OT-STUDENT-ID            PIC 9(09).
           05  OT-TERM-CODE             PIC X(05).
           05  OT-MAX-CREDITS           PIC 99V9.
           05  OT-APPROVER-ID           PIC X(06).
           05  OT-REASON                PIC X(30).

       FD  OVERLOAD-FILE.

            COPY OVLDAPPR IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVLD-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-OVLD-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-OVLD-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  OVLD-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-APPROVALS-ADDED      PIC 9(07) VALUE ZERO.
           05  WS-APPROVALS-REPLACED   PIC 9(07) VALUE ZERO.
           05  WS-APPROVALS-DELETED    PIC 9(07) VALUE ZERO.
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
               VALUE "OVLDMNT OVERLOAD APPROVAL REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "MAX CRS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "APPROVER".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(58)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-TERM-CODE       PIC X(05).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-MAX-CREDITS     PIC Z9.9.
           05                     PIC X(05)  VALUE SPACE.
           05  RG-APPROVER-ID     PIC X(06).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(24)  VALUE SPACE.

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
               READ OVLD-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE OVLD-TRAN-FILE
                 OVERLOAD-FILE
                 STUDENT-FILE
                 AUTH-FILE
                 OVLD-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT OVLD-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OVERLOAD TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O OVERLOAD-FILE.

           IF WS-OVLD-STATUS NOT = '00' AND WS-OVLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OVERLOAD APPROVAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVLD-STATUS
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

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT OVLD-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN OT-ACTION-APPROVE
                       PERFORM 130-APPLY-APPROVE
                   WHEN OT-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT OT-ACTION-VALID
               MOVE "ACTION CODE NOT A / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF OT-TERM-CODE = SPACES
                   MOVE "TERM CODE IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND OT-ACTION-APPROVE
               IF OT-MAX-CREDITS NOT NUMERIC
                       OR OT-MAX-CREDITS = ZERO
                   MOVE "APPROVED MAXIMUM NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID
               MOVE OT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE APPROVER MUST BE ON THE *
      *  AUTHORIZATION TABLE FOR OVLDMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF OT-APPROVER-ID = SPACES
               MOVE "APPROVER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE OT-APPROVER-ID TO AU-USER-ID
               MOVE "OVLDMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = OT-ACTION
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
               IF NOT USER-IS-AUTHORIZED
                   MOVE "APPROVER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       130-APPLY-APPROVE.

           PERFORM 145-READ-APPROVAL.

           MOVE OT-STUDENT-ID   TO OV-STUDENT-ID.
           MOVE OT-TERM-CODE    TO OV-TERM-CODE.
           MOVE OT-MAX-CREDITS  TO OV-MAX-CREDITS.
           MOVE OT-APPROVER-ID  TO OV-APPROVER-ID.
           MOVE CD-CURRENT-DATE TO OV-APPROVED-DATE.
           MOVE OT-REASON       TO OV-REASON.

           IF OVLD-RECORD-FOUND
               REWRITE OVERLOAD-APPROVAL-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON OVERLOAD FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPROVALS-REPLACED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           ELSE
               WRITE OVERLOAD-APPROVAL-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON OVERLOAD FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPROVALS-ADDED
                       PERFORM 170-WRITE-APPLIED
               END-WRITE
           END-IF.


       145-READ-APPROVAL.

           MOVE "N" TO WS-OVLD-FOUND-SWITCH.
           MOVE OT-STUDENT-ID TO OV-STUDENT-ID.
           MOVE OT-TERM-CODE  TO OV-TERM-CODE.
           READ OVERLOAD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OVLD-FOUND-SWITCH
           END-READ.


       150-APPLY-DELETE.

           PERFORM 145-READ-APPROVAL.

           IF NOT OVLD-RECORD-FOUND
               MOVE "NO APPROVAL ON FILE FOR STUDENT / TERM"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               DELETE OVERLOAD-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON OVERLOAD FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPROVALS-DELETED
                       PERFORM 170-WRITE-APPLIED
               END-DELETE
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE OT-ACTION       TO RG-ACTION.
           MOVE OT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE OT-TERM-CODE    TO RG-TERM-CODE.
           IF OT-MAX-CREDITS NUMERIC
               MOVE OT-MAX-CREDITS TO RG-MAX-CREDITS
           ELSE
               MOVE ZERO TO RG-MAX-CREDITS
           END-IF.
           MOVE OT-APPROVER-ID  TO RG-APPROVER-ID.
           MOVE "REJECTED"      TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE OT-ACTION       TO RG-ACTION.
           MOVE OT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE OT-TERM-CODE    TO RG-TERM-CODE.
           MOVE OV-MAX-CREDITS  TO RG-MAX-CREDITS.
           MOVE OT-APPROVER-ID  TO RG-APPROVER-ID.
           MOVE "APPLIED"       TO RG-DISPOSITION.
           MOVE OT-REASON       TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "APPROVALS ADDED" TO TR-CAPTION.
           MOVE WS-APPROVALS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "APPROVALS REPLACED" TO TR-CAPTION.
           MOVE WS-APPROVALS-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "APPROVALS DELETED" TO TR-CAPTION.
           MOVE WS-APPROVALS-DELETED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
