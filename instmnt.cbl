       IDENTIFICATION DIVISION.

       PROGRAM-ID. INSTMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  INSTMNT - INSTRUCTOR MASTER MAINTENANCE           *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  INSTTRAN AGAINST THE INSTRUCTOR MASTER            *
      *  (INSTFILE).  AN ADD MUST CARRY THE NAME, A HOME   *
      *  DEPARTMENT ON THE DEPARTMENT MASTER, A VALID      *
      *  RANK AND APPOINTMENT, AND THE CONTRACTED LOAD; A  *
      *  NEW INSTRUCTOR IS ACTIVE.  ON A CHANGE, ONLY THE  *
      *  NON-BLANK FIELDS OF THE TRANSACTION REPLACE THE   *
      *  MASTER, AND THE ACTIVE FLAG MAY BE SET TO I TO    *
      *  RETIRE AN INSTRUCTOR.  AN INSTRUCTOR STILL NAMED  *
      *  ON ANY SECTION OF THE SECTION MASTER MAY NOT BE   *
      *  DELETED.  THE USER MUST BE AUTHORIZED FOR THE     *
      *  ACTION ON AUTHFILE.  AN APPLIED / REJECTED        *
      *  REGISTER PRINTS ON INSTRGST.                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT INST-TRAN-FILE
               ASSIGN INSTTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL INSTRUCTOR-MASTER-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

           SELECT DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT INST-REGISTER
               ASSIGN INSTRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  INST-TRAN-FILE.

       01  INST-TRAN-RECORD.
           05  IX-ACTION                PIC X(01).
               88  IX-ACTION-ADD                VALUE "A".
               88  IX-ACTION-CHANGE             VALUE "C".
               88  IX-ACTION-DELETE             VALUE "D".
               88  IX-ACTION-VALID              VALUE "A" "C" "D".
           05  IX-INSTRUCTOR-ID         PIC X(06).
           05  IX-INSTRUCTOR-NAME       PIC X(25).
           05  IX-HOME-DEPT             PIC X(04).
           05  IX-RANK                  PIC X(02).
               88  IX-RANK-VALID                VALUE "PR" "AO"
                                                      "AS" "IN"
                                                      "LE" "AJ".
           05  IX-APPOINTMENT           PIC X(01).
               88  IX-APPOINTMENT-VALID         VALUE "F" "P".
           05  IX-CONTRACTED-LOAD       PIC 99V9.
           05  IX-CONTRACTED-LOAD-X REDEFINES IX-CONTRACTED-LOAD
                                        PIC X(03).
           05  IX-ACTIVE-FLAG           PIC X(01).
               88  IX-ACTIVE-FLAG-VALID         VALUE "A" "I".
           05  IX-USER-ID               PIC X(06).

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INST-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  SECT-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  SECT-SCAN-DONE                  VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-SECTIONS-NAMED       PIC 9(05) VALUE ZERO.
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
               VALUE "INSTMNT INSTRUCTOR MASTER REGISTER".
           05                 PIC X(74)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(09)  VALUE "INSTR".
           05                 PIC X(28)  VALUE "NAME".
           05                 PIC X(07)  VALUE "DEPT".
           05                 PIC X(05)  VALUE "RK".
           05                 PIC X(04)  VALUE "F/P".
           05                 PIC X(09)  VALUE "USER".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(40)  VALUE "REASON".
           05                 PIC X(13)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-INSTRUCTOR-ID   PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-HOME-DEPT       PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-RANK            PIC X(02).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-APPOINTMENT     PIC X(01).
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
               READ INST-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE INST-TRAN-FILE
                 INSTRUCTOR-MASTER-FILE
                 DEPT-MASTER-FILE
                 AUTH-FILE
                 INST-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT INST-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00' AND WS-INST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00'
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

           OPEN OUTPUT INST-REGISTER.

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
                   WHEN IX-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN IX-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN IX-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  120-EDIT-TRAN - AN ADD CARRIES EVERY FIELD; A     *
      *  CHANGE IS EDITED ONLY ON THE FIELDS IT SUPPLIES.  *
      *****************************************************
       120-EDIT-TRAN.

           IF NOT IX-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF IX-INSTRUCTOR-ID = SPACES
                   MOVE "INSTRUCTOR ID IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND IX-ACTION-ADD
               EVALUATE TRUE
                   WHEN IX-INSTRUCTOR-NAME = SPACES
                       MOVE "NAME IS BLANK" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN IX-HOME-DEPT = SPACES
                       MOVE "HOME DEPARTMENT IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN IX-RANK = SPACES
                       MOVE "RANK IS BLANK" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN IX-APPOINTMENT = SPACE
                       MOVE "APPOINTMENT IS BLANK" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN IX-CONTRACTED-LOAD-X = SPACES
                       MOVE "CONTRACTED LOAD IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-EVALUATE
           END-IF.

           IF TRAN-IS-VALID AND NOT IX-ACTION-DELETE
               PERFORM 125-EDIT-FIELDS
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.


      *****************************************************
      *  125-EDIT-FIELDS - EACH NON-BLANK FIELD MUST HOLD  *
      *  A VALID CODE; THE HOME DEPARTMENT MUST BE A       *
      *  DEPARTMENT RECORD ON THE DEPARTMENT MASTER.       *
      *****************************************************
       125-EDIT-FIELDS.

           EVALUATE TRUE
               WHEN IX-RANK NOT = SPACES AND NOT IX-RANK-VALID
                   MOVE "RANK NOT PR / AO / AS / IN / LE / AJ"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN IX-APPOINTMENT NOT = SPACE
                       AND NOT IX-APPOINTMENT-VALID
                   MOVE "APPOINTMENT NOT F OR P" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN IX-CONTRACTED-LOAD-X NOT = SPACES
                       AND IX-CONTRACTED-LOAD NOT NUMERIC
                   MOVE "CONTRACTED LOAD NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN IX-ACTIVE-FLAG NOT = SPACE
                       AND NOT IX-ACTIVE-FLAG-VALID
                   MOVE "ACTIVE FLAG NOT A OR I" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-EVALUATE.

           IF TRAN-IS-VALID AND IX-HOME-DEPT NOT = SPACES
               MOVE "D"          TO DA-RECORD-TYPE
               MOVE IX-HOME-DEPT TO DA-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE "HOME DEPARTMENT NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR INSTMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF IX-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE IX-USER-ID TO AU-USER-ID
               MOVE "INSTMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = IX-ACTION
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
               MOVE "INSTRUCTOR ALREADY ON MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE SPACES             TO INSTRUCTOR-MASTER-RECORD
               MOVE IX-INSTRUCTOR-ID   TO IM-INSTRUCTOR-ID
               MOVE IX-INSTRUCTOR-NAME TO IM-INSTRUCTOR-NAME
               MOVE IX-HOME-DEPT       TO IM-HOME-DEPT
               MOVE IX-RANK            TO IM-RANK
               MOVE IX-APPOINTMENT     TO IM-APPOINTMENT
               MOVE IX-CONTRACTED-LOAD TO IM-CONTRACTED-LOAD
               MOVE "A"                TO IM-ACTIVE-FLAG
               MOVE CD-CURRENT-DATE    TO IM-LAST-MAINT-DATE
               MOVE IX-USER-ID         TO IM-LAST-MAINT-USER
               WRITE INSTRUCTOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON INSTRUCTOR MASTER"
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
               MOVE "INSTRUCTOR NOT ON MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF IX-INSTRUCTOR-NAME NOT = SPACES
                   MOVE IX-INSTRUCTOR-NAME TO IM-INSTRUCTOR-NAME
               END-IF
               IF IX-HOME-DEPT NOT = SPACES
                   MOVE IX-HOME-DEPT TO IM-HOME-DEPT
               END-IF
               IF IX-RANK NOT = SPACES
                   MOVE IX-RANK TO IM-RANK
               END-IF
               IF IX-APPOINTMENT NOT = SPACE
                   MOVE IX-APPOINTMENT TO IM-APPOINTMENT
               END-IF
               IF IX-CONTRACTED-LOAD-X NOT = SPACES
                   MOVE IX-CONTRACTED-LOAD TO IM-CONTRACTED-LOAD
               END-IF
               IF IX-ACTIVE-FLAG NOT = SPACE
                   MOVE IX-ACTIVE-FLAG TO IM-ACTIVE-FLAG
               END-IF
               MOVE CD-CURRENT-DATE TO IM-LAST-MAINT-DATE
               MOVE IX-USER-ID      TO IM-LAST-MAINT-USER
               REWRITE INSTRUCTOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON INSTRUCTOR MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-RECS-CHANGED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           END-IF.


       145-READ-MASTER.

           MOVE "N" TO WS-MAST-FOUND-SWITCH.
           MOVE IX-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID.
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


      *****************************************************
      *  150-APPLY-DELETE - AN INSTRUCTOR IS REMOVED ONLY  *
      *  ONCE NO SECTION NAMES THEM, SO EVERY SECTION'S    *
      *  INSTRUCTOR STAYS ON THE MASTER.  ONE STILL        *
      *  TEACHING IS RETIRED WITH ACTIVE FLAG I INSTEAD.   *
      *****************************************************
       150-APPLY-DELETE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "INSTRUCTOR NOT ON MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               PERFORM 155-COUNT-SECTIONS-NAMED
               IF WS-SECTIONS-NAMED > ZERO
                   MOVE "INSTRUCTOR STILL NAMED ON SECTIONS"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               ELSE
                   DELETE INSTRUCTOR-MASTER-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON INSTRUCTOR MASTER"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECS-DELETED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
               END-IF
           END-IF.


      *****************************************************
      *  155-COUNT-SECTIONS-NAMED - PASSES THE SECTION     *
      *  MASTER FROM THE TOP, COUNTING THE SECTIONS THAT   *
      *  NAME THE INSTRUCTOR.  DELETES ARE RARE, SO THE    *
      *  FILE IS OPENED FOR EACH ONE.                      *
      *****************************************************
       155-COUNT-SECTIONS-NAMED.

           MOVE ZERO TO WS-SECTIONS-NAMED.
           MOVE "N" TO SECT-SCAN-SWITCH.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 155-COUNT-SECTIONS-NAMED'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SECT-SCAN-DONE
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-SCAN-DONE TO TRUE
               END-READ
               IF NOT SECT-SCAN-DONE
                   IF CS-INSTRUCTOR-ID = IX-INSTRUCTOR-ID
                       ADD 1 TO WS-SECTIONS-NAMED
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE IX-ACTION          TO RG-ACTION.
           MOVE IX-INSTRUCTOR-ID   TO RG-INSTRUCTOR-ID.
           MOVE IX-INSTRUCTOR-NAME TO RG-INSTRUCTOR-NAME.
           MOVE IX-HOME-DEPT       TO RG-HOME-DEPT.
           MOVE IX-RANK            TO RG-RANK.
           MOVE IX-APPOINTMENT     TO RG-APPOINTMENT.
           MOVE IX-USER-ID         TO RG-USER-ID.
           MOVE "REJECTED"         TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON   TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE IX-ACTION          TO RG-ACTION.
           MOVE IX-INSTRUCTOR-ID   TO RG-INSTRUCTOR-ID.
           MOVE IX-INSTRUCTOR-NAME TO RG-INSTRUCTOR-NAME.
           MOVE IX-HOME-DEPT       TO RG-HOME-DEPT.
           MOVE IX-RANK            TO RG-RANK.
           MOVE IX-APPOINTMENT     TO RG-APPOINTMENT.
           MOVE IX-USER-ID         TO RG-USER-ID.
           MOVE "APPLIED"          TO RG-DISPOSITION.
           MOVE SPACES             TO RG-REASON.
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
