       IDENTIFICATION DIVISION.

       PROGRAM-ID. TCLSMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  TCLSMNT - TUITION CLASSIFICATION MAINTENANCE      *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  TCLSTRAN AGAINST THE STUDENT TUITION              *
      *  CLASSIFICATION FILE (TUITCLS) - THE RESIDENCY     *
      *  (R RESIDENT / N NONRESIDENT) AND LEVEL (U         *
      *  UNDERGRADUATE / G GRADUATE) AT WHICH TUITASMT     *
      *  BILLS THE STUDENT.  THE STUDENT MUST BE ON THE    *
      *  MASTER AND EVERY TRANSACTION CARRIES THE          *
      *  SUBMITTING USER, STAMPED ON THE RECORD WITH THE   *
      *  RUN DATE.  AN APPLIED / REJECTED REGISTER PRINTS  *
      *  ON TCLRGSTR.                                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TCLS-TRAN-FILE
               ASSIGN TCLSTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL TUITION-CLASS-FILE
               ASSIGN TUITCLS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-STUDENT-ID
               FILE STATUS IS WS-TCLS-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT TCLS-REGISTER
               ASSIGN TCLRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  TCLS-TRAN-FILE.

       01  TCLS-TRAN-RECORD.
           05  TT-ACTION                PIC X(01).
               88  TT-ACTION-ADD                    VALUE "A".
               88  TT-ACTION-CHANGE                 VALUE "C".
               88  TT-ACTION-DELETE                 VALUE "D".
               88  TT-ACTION-VALID                  VALUE "A" "C" "D".
           05  TT-STUDENT-ID            PIC 9(09).
           05  TT-RESIDENCY             PIC X(01).
               88  TT-RESIDENCY-VALID               VALUE "R" "N".
           05  TT-LEVEL                 PIC X(01).
               88  TT-LEVEL-VALID                   VALUE "U" "G".
           05  TT-USER-ID               PIC X(06).

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TCLS-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
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
               VALUE "TCLSMNT TUITION CLASS REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(03)  VALUE "RES".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(03)  VALUE "LVL".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(06)  VALUE "USER".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(66)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(06)  VALUE SPACE.
           05  RG-RESIDENCY       PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-LEVEL           PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(32)  VALUE SPACE.

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
               READ TCLS-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE TCLS-TRAN-FILE
                 TUITION-CLASS-FILE
                 STUDENT-FILE
                 TCLS-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT TCLS-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CLASS TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O TUITION-CLASS-FILE.

           IF WS-TCLS-STATUS NOT = '00' AND WS-TCLS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CLASS FILE'
               DISPLAY ' FILE STATUS IS ', WS-TCLS-STATUS
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

           OPEN OUTPUT TCLS-REGISTER.

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
                   WHEN TT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN TT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN TT-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT TT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID AND NOT TT-ACTION-DELETE
               IF NOT TT-RESIDENCY-VALID
                   MOVE "RESIDENCY NOT R / N" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT TT-ACTION-DELETE
               IF NOT TT-LEVEL-VALID
                   MOVE "LEVEL NOT U / G" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TT-USER-ID = SPACES
                   MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE TT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


       130-APPLY-ADD.

           MOVE TT-STUDENT-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   PERFORM 135-BUILD-CLASS-RECORD
                   WRITE TUITION-CLASS-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON TUITION CLASS FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "STUDENT ALREADY CLASSIFIED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
           END-READ.


       135-BUILD-CLASS-RECORD.

           MOVE TT-STUDENT-ID   TO TC-STUDENT-ID.
           MOVE TT-RESIDENCY    TO TC-RESIDENCY.
           MOVE TT-LEVEL        TO TC-LEVEL.
           MOVE CD-CURRENT-DATE TO TC-UPDATED-DATE.
           MOVE TT-USER-ID      TO TC-UPDATED-BY.


       140-APPLY-CHANGE.

           MOVE TT-STUDENT-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   MOVE "STUDENT NOT CLASSIFIED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 135-BUILD-CLASS-RECORD
                   REWRITE TUITION-CLASS-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON TUITION CLASS FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGES-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-REWRITE
           END-READ.


       150-APPLY-DELETE.

           MOVE TT-STUDENT-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   MOVE "STUDENT NOT CLASSIFIED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   DELETE TUITION-CLASS-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON TUITION CLASS FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETES-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
           END-READ.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE TT-ACTION       TO RG-ACTION.
           MOVE TT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE TT-RESIDENCY    TO RG-RESIDENCY.
           MOVE TT-LEVEL        TO RG-LEVEL.
           MOVE TT-USER-ID      TO RG-USER-ID.
           MOVE "REJECTED"      TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE TT-ACTION       TO RG-ACTION.
           MOVE TT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE TC-RESIDENCY    TO RG-RESIDENCY.
           MOVE TC-LEVEL        TO RG-LEVEL.
           MOVE TT-USER-ID      TO RG-USER-ID.
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

           MOVE "ADDS APPLIED" TO TR-CAPTION.
           MOVE WS-ADDS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DELETES APPLIED" TO TR-CAPTION.
           MOVE WS-DELETES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
