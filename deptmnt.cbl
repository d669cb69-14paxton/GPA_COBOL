       IDENTIFICATION DIVISION.

       PROGRAM-ID. DEPTMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DEPTMNT - DEPARTMENT AND COLLEGE MASTER UPKEEP    *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  DEPTTRAN AGAINST THE DEPARTMENT MASTER (DEPTMAST, *
      *  COLLEGE AND DEPARTMENT RECORDS).  A DEPARTMENT    *
      *  MUST NAME A COLLEGE ALREADY ON THE MASTER, AND A  *
      *  COLLEGE THAT STILL OWNS DEPARTMENTS MAY NOT BE    *
      *  DELETED.  ON A CHANGE, ONLY THE NON-BLANK FIELDS  *
      *  OF THE TRANSACTION REPLACE THE MASTER.  THE USER  *
      *  MUST BE AUTHORIZED FOR THE ACTION ON AUTHFILE.    *
      *  AN APPLIED / REJECTED REGISTER PRINTS ON          *
      *  DEPTRGST.                                         *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DEPT-TRAN-FILE
               ASSIGN DEPTTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT DEPT-REGISTER
               ASSIGN DEPTRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  DEPT-TRAN-FILE.

       01  DEPT-TRAN-RECORD.
           05  DX-ACTION                PIC X(01).
               88  DX-ACTION-ADD                VALUE "A".
               88  DX-ACTION-CHANGE             VALUE "C".
               88  DX-ACTION-DELETE             VALUE "D".
               88  DX-ACTION-VALID              VALUE "A" "C" "D".
           05  DX-RECORD-TYPE           PIC X(01).
               88  DX-COLLEGE                   VALUE "C".
               88  DX-DEPARTMENT                VALUE "D".
               88  DX-RECORD-TYPE-VALID         VALUE "C" "D".
           05  DX-CODE                  PIC X(04).
           05  DX-NAME                  PIC X(30).
           05  DX-HEAD-NAME             PIC X(30).
           05  DX-COLLEGE-CODE          PIC X(04).
           05  DX-USER-ID               PIC X(06).

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  DEPTM-SCAN-SWITCH       PIC X(01)   VALUE "N".
               88  DEPTM-SCAN-DONE                 VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-OWNED-DEPTS          PIC 9(03) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-RECS-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-RECS-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-RECS-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(34)
               VALUE "DEPTMNT DEPARTMENT MASTER REGISTER".
           05                 PIC X(74)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(06)  VALUE "TYPE".
           05                 PIC X(04)  VALUE "CODE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "NAME".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "COLL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(06)  VALUE "USER".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(40)  VALUE "REASON".
           05                 PIC X(13)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-RECORD-TYPE     PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-CODE            PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-NAME            PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-COLLEGE-CODE    PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(13)  VALUE SPACE.

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
               READ DEPT-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE DEPT-TRAN-FILE
                 DEPT-MASTER-FILE
                 AUTH-FILE
                 DEPT-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT DEPT-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEPARTMENT TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00' AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEPARTMENT MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEPTM-STATUS
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

           OPEN OUTPUT DEPT-REGISTER.

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
                   WHEN DX-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN DX-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN DX-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT DX-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF NOT DX-RECORD-TYPE-VALID
                   MOVE "RECORD TYPE NOT C OR D" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF DX-CODE = SPACES
                   MOVE "CODE IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DX-ACTION-ADD
               IF DX-NAME = SPACES
                   MOVE "NAME IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DX-ACTION-ADD AND DX-DEPARTMENT
               IF DX-COLLEGE-CODE = SPACES
                   MOVE "DEPARTMENT NEEDS AN OWNING COLLEGE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DX-COLLEGE
               IF DX-COLLEGE-CODE NOT = SPACES
                   MOVE "COLLEGE RECORD TAKES NO COLLEGE CODE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT DX-ACTION-DELETE
               IF DX-DEPARTMENT AND DX-COLLEGE-CODE NOT = SPACES
                   MOVE "C"             TO DA-RECORD-TYPE
                   MOVE DX-COLLEGE-CODE TO DA-CODE
                   READ DEPT-MASTER-FILE
                       INVALID KEY
                           MOVE "OWNING COLLEGE NOT ON MASTER"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-READ
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR DEPTMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF DX-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE DX-USER-ID TO AU-USER-ID
               MOVE "DEPTMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = DX-ACTION
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

           PERFORM 145-READ-MASTER.

           IF MAST-RECORD-FOUND
               MOVE "CODE ALREADY ON DEPARTMENT MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE DX-RECORD-TYPE  TO DA-RECORD-TYPE
               MOVE DX-CODE         TO DA-CODE
               MOVE DX-NAME         TO DA-NAME
               MOVE DX-HEAD-NAME    TO DA-HEAD-NAME
               MOVE DX-COLLEGE-CODE TO DA-COLLEGE-CODE
               MOVE CD-CURRENT-DATE TO DA-LAST-MAINT-DATE
               MOVE DX-USER-ID      TO DA-LAST-MAINT-USER
               WRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON DEPARTMENT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-RECS-ADDED
                       PERFORM 170-WRITE-APPLIED
               END-WRITE
           END-IF.


       140-APPLY-CHANGE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "CODE NOT ON DEPARTMENT MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF DX-NAME NOT = SPACES
                   MOVE DX-NAME TO DA-NAME
               END-IF
               IF DX-HEAD-NAME NOT = SPACES
                   MOVE DX-HEAD-NAME TO DA-HEAD-NAME
               END-IF
               IF DX-COLLEGE-CODE NOT = SPACES
                   MOVE DX-COLLEGE-CODE TO DA-COLLEGE-CODE
               END-IF
               MOVE CD-CURRENT-DATE TO DA-LAST-MAINT-DATE
               MOVE DX-USER-ID      TO DA-LAST-MAINT-USER
               REWRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON DEPARTMENT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-RECS-CHANGED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           END-IF.


       145-READ-MASTER.

           MOVE "N" TO WS-MAST-FOUND-SWITCH.
           MOVE DX-RECORD-TYPE TO DA-RECORD-TYPE.
           MOVE DX-CODE        TO DA-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


      *****************************************************
      *  150-APPLY-DELETE - A COLLEGE IS REMOVED ONLY      *
      *  ONCE NO DEPARTMENT RECORD NAMES IT, SO EVERY      *
      *  DEPARTMENT ON THE MASTER ALWAYS ROLLS UP.         *
      *****************************************************
       150-APPLY-DELETE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "CODE NOT ON DEPARTMENT MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE ZERO TO WS-OWNED-DEPTS
               IF DX-COLLEGE
                   PERFORM 155-COUNT-OWNED-DEPTS
                   PERFORM 145-READ-MASTER
               END-IF
               IF WS-OWNED-DEPTS > ZERO
                   MOVE "COLLEGE STILL OWNS DEPARTMENTS"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               ELSE
                   DELETE DEPT-MASTER-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON DEPARTMENT MASTER"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECS-DELETED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
               END-IF
           END-IF.


       155-COUNT-OWNED-DEPTS.

           MOVE "N" TO DEPTM-SCAN-SWITCH.
           MOVE "D" TO DA-RECORD-TYPE.
           MOVE LOW-VALUES TO DA-CODE.
           START DEPT-MASTER-FILE
               KEY IS NOT LESS THAN DA-MAST-KEY
               INVALID KEY
                   SET DEPTM-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DEPTM-SCAN-DONE
               READ DEPT-MASTER-FILE NEXT
                   AT END
                       SET DEPTM-SCAN-DONE TO TRUE
               END-READ
               IF NOT DEPTM-SCAN-DONE
                   IF NOT DA-DEPARTMENT-REC
                       SET DEPTM-SCAN-DONE TO TRUE
                   ELSE
                       IF DA-COLLEGE-CODE = DX-CODE
                           ADD 1 TO WS-OWNED-DEPTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE DX-ACTION         TO RG-ACTION.
           MOVE DX-RECORD-TYPE    TO RG-RECORD-TYPE.
           MOVE DX-CODE           TO RG-CODE.
           MOVE DX-NAME           TO RG-NAME.
           MOVE DX-COLLEGE-CODE   TO RG-COLLEGE-CODE.
           MOVE DX-USER-ID        TO RG-USER-ID.
           MOVE "REJECTED"        TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON  TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE DX-ACTION         TO RG-ACTION.
           MOVE DX-RECORD-TYPE    TO RG-RECORD-TYPE.
           MOVE DX-CODE           TO RG-CODE.
           MOVE DX-NAME           TO RG-NAME.
           MOVE DX-COLLEGE-CODE   TO RG-COLLEGE-CODE.
           MOVE DX-USER-ID        TO RG-USER-ID.
           MOVE "APPLIED"         TO RG-DISPOSITION.
           MOVE SPACES            TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "MASTER RECORDS ADDED" TO TR-CAPTION.
           MOVE WS-RECS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "MASTER RECORDS CHANGED" TO TR-CAPTION.
           MOVE WS-RECS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "MASTER RECORDS DELETED" TO TR-CAPTION.
           MOVE WS-RECS-DELETED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
