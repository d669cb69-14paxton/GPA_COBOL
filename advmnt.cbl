       IDENTIFICATION DIVISION.

       PROGRAM-ID. ADVMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ADVMNT - ADVISOR MASTER AND ASSIGNMENT UPKEEP     *
      *  APPLIES TRANSACTIONS FROM ADVTRAN: ADD (A) OR     *
      *  CHANGE (C) AN ADVISOR ON THE ADVISOR MASTER       *
      *  (ADVMAST) WITH A DEPARTMENT, A CASELOAD CAPACITY  *
      *  AND AN ACTIVE FLAG; ASSIGN (S) A STUDENT TO AN    *
      *  ADVISOR ON THE CROSS-REFERENCE (ADVXREF), MOVING  *
      *  THE STUDENT OFF ANY PRIOR ADVISOR; OR REMOVE (R)  *
      *  A STUDENT'S ASSIGNMENT.  THE DEPARTMENT MUST BE   *
      *  ON DEPTMAST; AN ASSIGNED ADVISOR MUST BE ACTIVE   *
      *  AND IN THE STUDENT'S MAJOR DEPARTMENT.  AN        *
      *  ASSIGNMENT PAST THE ADVISOR'S CAPACITY IS         *
      *  APPLIED AND NOTED.  ON A CHANGE, ONLY THE         *
      *  NON-BLANK FIELDS REPLACE THE MASTER.  CASELOADS   *
      *  MOVE WITH EACH ASSIGNMENT AND ARE RECOUNTED BY    *
      *  THE NIGHTLY ADVASGN RUN.  THE USER MUST BE        *
      *  AUTHORIZED FOR THE ACTION ON AUTHFILE.  AN        *
      *  APPLIED / REJECTED REGISTER PRINTS ON ADVRGST.    *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ADVISOR-TRAN-FILE
               ASSIGN ADVTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL ADVISOR-MASTER-FILE
               ASSIGN ADVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AV-ADVISOR-ID
               FILE STATUS IS WS-ADVM-STATUS.

           SELECT OPTIONAL ADVISOR-XREF-FILE
               ASSIGN ADVXREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AX-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT ADV-REGISTER
               ASSIGN ADVRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  ADVISOR-TRAN-FILE.

       01  ADVISOR-TRAN-RECORD.
           05  VT-ACTION                PIC X(01).
               88  VT-ACTION-ADD                VALUE "A".
               88  VT-ACTION-CHANGE             VALUE "C".
               88  VT-ACTION-ASSIGN             VALUE "S".
               88  VT-ACTION-REMOVE             VALUE "R".
               88  VT-ACTION-VALID              VALUE "A" "C"
                                                      "S" "R".
           05  VT-ADVISOR-ID            PIC X(06).
           05  VT-ADVISOR-NAME          PIC X(25).
           05  VT-DEPT                  PIC X(04).
           05  VT-CAPACITY              PIC X(04).
           05  VT-CAPACITY-N REDEFINES VT-CAPACITY
                                        PIC 9(04).
           05  VT-ACTIVE-FLAG           PIC X(01).
               88  VT-ACTIVE-FLAG-VALID         VALUE "A" "I".
           05  VT-STUDENT-ID            PIC X(09).
           05  VT-STUDENT-ID-N REDEFINES VT-STUDENT-ID
                                        PIC 9(09).
           05  VT-USER-ID               PIC X(06).

       FD  ADVISOR-MASTER-FILE.

            COPY ADVMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADVISOR-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADV-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-ADVM-STATUS          PIC XX.
           05  WS-XREF-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-APPLIED-NOTE         PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-XREF-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  XREF-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-LOOKUP-ADVISOR       PIC X(06) VALUE SPACES.
           05  WS-PRIOR-ADVISOR        PIC X(06) VALUE SPACES.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADVISORS-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-ADVISORS-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-ASSIGNED    PIC 9(07) VALUE ZERO.
           05  WS-ASSIGNMENTS-REMOVED  PIC 9(07) VALUE ZERO.
           05  WS-OVER-CAPACITY        PIC 9(07) VALUE ZERO.
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
               VALUE "ADVMNT ADVISOR ASSIGNMENT REGISTER".
           05                 PIC X(74)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(09)  VALUE "ADVISOR".
           05                 PIC X(12)  VALUE "STUDENT".
           05                 PIC X(28)  VALUE "NAME".
           05                 PIC X(07)  VALUE "DEPT".
           05                 PIC X(09)  VALUE "USER".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(40)  VALUE "REASON".
           05                 PIC X(10)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-ADVISOR-ID      PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC X(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-NAME            PIC X(25).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DEPT            PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(10)  VALUE SPACE.

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
               READ ADVISOR-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE ADVISOR-TRAN-FILE
                 ADVISOR-MASTER-FILE
                 ADVISOR-XREF-FILE
                 STUDENT-FILE
                 DEPT-MASTER-FILE
                 AUTH-FILE
                 ADV-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT ADVISOR-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADVISOR-MASTER-FILE.

           IF WS-ADVM-STATUS NOT = '00' AND WS-ADVM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-ADVM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADVISOR-XREF-FILE.

           IF WS-XREF-STATUS NOT = '00' AND WS-XREF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR XREF FILE'
               DISPLAY ' FILE STATUS IS ', WS-XREF-STATUS
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

           OPEN INPUT DEPT-MASTER-FILE.

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

           OPEN OUTPUT ADV-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN VT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN VT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN VT-ACTION-ASSIGN
                       PERFORM 150-APPLY-ASSIGN
                   WHEN VT-ACTION-REMOVE
                       PERFORM 155-APPLY-REMOVE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT VT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / S / R"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID AND NOT VT-ACTION-REMOVE
               IF VT-ADVISOR-ID = SPACES
                   MOVE "ADVISOR ID IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VT-ACTION-ADD
               IF VT-ADVISOR-NAME = SPACES
                   MOVE "ADVISOR NAME IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VT-ACTION-ADD
               IF VT-DEPT = SPACES
                   MOVE "ADVISOR NEEDS A DEPARTMENT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VT-ACTION-ADD
               IF VT-CAPACITY-N NOT NUMERIC
                       OR VT-CAPACITY-N = ZERO
                   MOVE "CAPACITY MUST BE NUMERIC AND NOT ZERO"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VT-ACTION-CHANGE
               IF VT-CAPACITY NOT = SPACES
                   IF VT-CAPACITY-N NOT NUMERIC
                       MOVE "CAPACITY NOT NUMERIC"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF TRAN-IS-VALID
                   AND (VT-ACTION-ADD OR VT-ACTION-CHANGE)
               IF VT-ACTIVE-FLAG NOT = SPACE
                       AND NOT VT-ACTIVE-FLAG-VALID
                   MOVE "ACTIVE FLAG NOT A OR I" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
                   AND (VT-ACTION-ADD OR VT-ACTION-CHANGE)
               IF VT-DEPT NOT = SPACES
                   MOVE "D"     TO DA-RECORD-TYPE
                   MOVE VT-DEPT TO DA-CODE
                   READ DEPT-MASTER-FILE
                       INVALID KEY
                           MOVE "DEPARTMENT NOT ON DEPARTMENT MASTER"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-READ
               END-IF
           END-IF.

           IF TRAN-IS-VALID
                   AND (VT-ACTION-ASSIGN OR VT-ACTION-REMOVE)
               IF VT-STUDENT-ID-N NOT NUMERIC
                   MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VT-ACTION-ASSIGN
               MOVE VT-STUDENT-ID-N TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT NOT ON STUDENT MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT SM-ENROLLED-ACTIVE
                           MOVE "STUDENT NOT ACTIVELY ENROLLED"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR ADVMNT WITH THE           *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF VT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE VT-USER-ID TO AU-USER-ID
               MOVE "ADVMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = VT-ACTION
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

           MOVE VT-ADVISOR-ID TO WS-LOOKUP-ADVISOR.
           PERFORM 145-READ-MASTER.

           IF MAST-RECORD-FOUND
               MOVE "ADVISOR ALREADY ON ADVISOR MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE SPACES          TO ADVISOR-MASTER-RECORD
               MOVE VT-ADVISOR-ID   TO AV-ADVISOR-ID
               MOVE VT-ADVISOR-NAME TO AV-ADVISOR-NAME
               MOVE VT-DEPT         TO AV-DEPT
               MOVE VT-CAPACITY-N   TO AV-CAPACITY
               MOVE ZERO            TO AV-CASELOAD
               IF VT-ACTIVE-FLAG = SPACE
                   MOVE "A"            TO AV-ACTIVE-FLAG
               ELSE
                   MOVE VT-ACTIVE-FLAG TO AV-ACTIVE-FLAG
               END-IF
               MOVE CD-CURRENT-DATE TO AV-LAST-MAINT-DATE
               MOVE VT-USER-ID      TO AV-LAST-MAINT-USER
               WRITE ADVISOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON ADVISOR MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADVISORS-ADDED
                       PERFORM 170-WRITE-APPLIED
               END-WRITE
           END-IF.


      *****************************************************
      *  140-APPLY-CHANGE - A NEW DEPARTMENT OR AN         *
      *  INACTIVE FLAG TAKES EFFECT FOR THE ADVISOR'S      *
      *  CURRENT ADVISEES AT THE NEXT ADVASGN RUN, WHICH   *
      *  MOVES THEM TO A QUALIFYING ADVISOR.               *
      *****************************************************
       140-APPLY-CHANGE.

           MOVE VT-ADVISOR-ID TO WS-LOOKUP-ADVISOR.
           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "ADVISOR NOT ON ADVISOR MASTER"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF VT-ADVISOR-NAME NOT = SPACES
                   MOVE VT-ADVISOR-NAME TO AV-ADVISOR-NAME
               END-IF
               IF VT-DEPT NOT = SPACES
                   MOVE VT-DEPT TO AV-DEPT
               END-IF
               IF VT-CAPACITY NOT = SPACES
                   MOVE VT-CAPACITY-N TO AV-CAPACITY
               END-IF
               IF VT-ACTIVE-FLAG NOT = SPACE
                   MOVE VT-ACTIVE-FLAG TO AV-ACTIVE-FLAG
               END-IF
               IF AV-CASELOAD > AV-CAPACITY
                   MOVE "CASELOAD NOW EXCEEDS CAPACITY"
                       TO WS-APPLIED-NOTE
               END-IF
               MOVE CD-CURRENT-DATE TO AV-LAST-MAINT-DATE
               MOVE VT-USER-ID      TO AV-LAST-MAINT-USER
               REWRITE ADVISOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON ADVISOR MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADVISORS-CHANGED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           END-IF.


       145-READ-MASTER.

           MOVE "N" TO WS-MAST-FOUND-SWITCH.
           MOVE WS-LOOKUP-ADVISOR TO AV-ADVISOR-ID.
           READ ADVISOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


       147-READ-XREF.

           MOVE "N" TO WS-XREF-FOUND-SWITCH.
           MOVE VT-STUDENT-ID-N TO AX-STUDENT-ID.
           READ ADVISOR-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-XREF-FOUND-SWITCH
           END-READ.


      *****************************************************
      *  150-APPLY-ASSIGN - ASSIGNS THE STUDENT TO THE     *
      *  ADVISOR, REPLACING ANY PRIOR ASSIGNMENT.  THE NEW *
      *  ADVISOR'S CASELOAD GOES UP AND THE PRIOR          *
      *  ADVISOR'S COMES DOWN.  A STUDENT WITH NO MAJOR    *
      *  ON FILE MAY GO TO ANY ACTIVE ADVISOR.             *
      *****************************************************
       150-APPLY-ASSIGN.

           MOVE VT-ADVISOR-ID TO WS-LOOKUP-ADVISOR.
           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "ADVISOR NOT ON ADVISOR MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF NOT AV-ACTIVE
                   MOVE "ADVISOR IS INACTIVE" TO WS-REJECT-REASON
               ELSE
                   IF SM-MAJOR-CODE NOT = SPACES
                           AND SM-MAJOR-CODE NOT = AV-DEPT
                       MOVE "ADVISOR NOT IN STUDENT'S MAJOR DEPT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 147-READ-XREF
               MOVE SPACES TO WS-PRIOR-ADVISOR
               IF XREF-RECORD-FOUND
                   IF AX-ADVISOR-ID = VT-ADVISOR-ID
                       MOVE "STUDENT ALREADY ASSIGNED TO ADVISOR"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE AX-ADVISOR-ID TO WS-PRIOR-ADVISOR
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE VT-STUDENT-ID-N  TO AX-STUDENT-ID
               MOVE AV-ADVISOR-ID    TO AX-ADVISOR-ID
               MOVE AV-ADVISOR-NAME  TO AX-ADVISOR-NAME
               MOVE AV-DEPT          TO AX-ADVISOR-DEPT
               MOVE CD-CURRENT-DATE  TO AX-ASSIGNED-DATE
               MOVE VT-USER-ID       TO AX-ASSIGNED-BY
               MOVE "M"              TO AX-ASSIGN-METHOD
               IF XREF-RECORD-FOUND
                   REWRITE ADVISOR-XREF-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON ADVISOR XREF"
                               TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   WRITE ADVISOR-XREF-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON ADVISOR XREF"
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 160-WRITE-REJECT
               ELSE
                   ADD 1 TO AV-CASELOAD
                   IF AV-CASELOAD > AV-CAPACITY
                       ADD 1 TO WS-OVER-CAPACITY
                       MOVE "ASSIGNED OVER ADVISOR CAPACITY"
                           TO WS-APPLIED-NOTE
                   END-IF
                   REWRITE ADVISOR-MASTER-RECORD
                       INVALID KEY
                           MOVE "CASELOAD NOT UPDATED ON ADVMAST"
                               TO WS-APPLIED-NOTE
                   END-REWRITE
                   IF WS-PRIOR-ADVISOR NOT = SPACES
                       PERFORM 157-RELEASE-PRIOR-ADVISOR
                   END-IF
                   ADD 1 TO WS-STUDENTS-ASSIGNED
                   PERFORM 170-WRITE-APPLIED
               END-IF
           END-IF.


       155-APPLY-REMOVE.

           PERFORM 147-READ-XREF.

           IF NOT XREF-RECORD-FOUND
               MOVE "STUDENT HAS NO ADVISOR ASSIGNMENT"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE AX-ADVISOR-ID TO WS-PRIOR-ADVISOR
               DELETE ADVISOR-XREF-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON ADVISOR XREF"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       PERFORM 157-RELEASE-PRIOR-ADVISOR
                       ADD 1 TO WS-ASSIGNMENTS-REMOVED
                       PERFORM 170-WRITE-APPLIED
               END-DELETE
           END-IF.


      *****************************************************
      *  157-RELEASE-PRIOR-ADVISOR - TAKES THE STUDENT OFF *
      *  THE PRIOR ADVISOR'S CASELOAD.  A PRIOR ADVISOR    *
      *  NO LONGER ON THE MASTER IS PASSED OVER.           *
      *****************************************************
       157-RELEASE-PRIOR-ADVISOR.

           MOVE WS-PRIOR-ADVISOR TO WS-LOOKUP-ADVISOR.
           PERFORM 145-READ-MASTER.

           IF MAST-RECORD-FOUND AND AV-CASELOAD > ZERO
               SUBTRACT 1 FROM AV-CASELOAD
               REWRITE ADVISOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "PRIOR CASELOAD NOT UPDATED ON ADVMAST"
                           TO WS-APPLIED-NOTE
               END-REWRITE
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE VT-ACTION         TO RG-ACTION.
           MOVE VT-ADVISOR-ID     TO RG-ADVISOR-ID.
           MOVE VT-STUDENT-ID     TO RG-STUDENT-ID.
           MOVE VT-ADVISOR-NAME   TO RG-NAME.
           MOVE VT-DEPT           TO RG-DEPT.
           MOVE VT-USER-ID        TO RG-USER-ID.
           MOVE "REJECTED"        TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON  TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE VT-ACTION         TO RG-ACTION.
           MOVE VT-ADVISOR-ID     TO RG-ADVISOR-ID.
           MOVE VT-STUDENT-ID     TO RG-STUDENT-ID.
           MOVE VT-ADVISOR-NAME   TO RG-NAME.
           MOVE VT-DEPT           TO RG-DEPT.
           MOVE VT-USER-ID        TO RG-USER-ID.
           MOVE "APPLIED"         TO RG-DISPOSITION.
           MOVE WS-APPLIED-NOTE   TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADVISORS ADDED" TO TR-CAPTION.
           MOVE WS-ADVISORS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADVISORS CHANGED" TO TR-CAPTION.
           MOVE WS-ADVISORS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "STUDENTS ASSIGNED" TO TR-CAPTION.
           MOVE WS-STUDENTS-ASSIGNED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "  ASSIGNED OVER CAPACITY" TO TR-CAPTION.
           MOVE WS-OVER-CAPACITY TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ASSIGNMENTS REMOVED" TO TR-CAPTION.
           MOVE WS-ASSIGNMENTS-REMOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
