       IDENTIFICATION DIVISION.

       PROGRAM-ID. DECLMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DECLMNT - SECOND MAJOR AND MINOR DECLARATIONS     *
      *  APPLIES DECLARE / DROP TRANSACTIONS FROM DCLTRAN  *
      *  AGAINST THE DECLARED-PROGRAM FILE (PROGDECL, ONE  *
      *  RECORD PER STUDENT PER ADDITIONAL MAJOR OR        *
      *  MINOR).  THE PROGRAM CODE MUST BE A DEPARTMENT    *
      *  THE COURSE CATALOG CARRIES, AND A SECOND MAJOR    *
      *  MAY NOT REPEAT THE PRIMARY MAJOR.  A SECOND       *
      *  DECLARATION OF THE SAME PROGRAM REPLACES THE      *
      *  EFFECTIVE TERM AND KEEPS THE POSTED GPA.  THE     *
      *  USER MUST BE AUTHORIZED FOR THE ACTION ON         *
      *  AUTHFILE.  AN APPLIED / REJECTED REGISTER PRINTS  *
      *  ON DCLRGSTR.                                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DECL-TRAN-FILE
               ASSIGN DCLTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN PROGDECL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DR-DECL-KEY
               FILE STATUS IS WS-DECL-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT DECL-REGISTER
               ASSIGN DCLRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  DECL-TRAN-FILE.

       01  DECL-TRAN-RECORD.
           05  DT-ACTION                PIC X(01).
               88  DT-ACTION-DECLARE            VALUE "A".
               88  DT-ACTION-DROP               VALUE "D".
               88  DT-ACTION-VALID              VALUE "A" "D".
           05  DT-STUDENT-ID            PIC 9(09).
           05  DT-PROGRAM-TYPE          PIC X(01).
               88  DT-SECOND-MAJOR              VALUE "M".
               88  DT-PROGRAM-TYPE-VALID        VALUE "M" "N".
           05  DT-PROGRAM-CODE          PIC X(04).
           05  DT-EFFECTIVE-TERM        PIC X(05).
           05  DT-USER-ID               PIC X(06).

       FD  DECLARATION-FILE.

            COPY PROGDECL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DECL-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-DECL-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-DECL-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  DECL-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-NUM-DEPTS            PIC 9(03) VALUE ZERO.
           05  WS-DEPT-SUB             PIC 9(03) VALUE ZERO.
           05  WS-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  DEPT-IS-KNOWN                 VALUE "Y".
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-DECLS-ADDED          PIC 9(07) VALUE ZERO.
           05  WS-DECLS-REPLACED       PIC 9(07) VALUE ZERO.
           05  WS-DECLS-DROPPED        PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  DEPT-TBL-GROUP.
           05  DEPT-CODE               PIC X(04) OCCURS 100 TIMES.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "DECLMNT PROGRAM DECLARATION REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(04)  VALUE "TYPE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "PROG".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(06)  VALUE "USER".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(56)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-PROGRAM-TYPE    PIC X(01).
           05                     PIC X(06)  VALUE SPACE.
           05  RG-PROGRAM-CODE    PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-EFFECTIVE-TERM  PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(22)  VALUE SPACE.

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
               READ DECL-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE DECL-TRAN-FILE
                 DECLARATION-FILE
                 STUDENT-FILE
                 AUTH-FILE
                 DECL-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           PERFORM 105-LOAD-DEPARTMENTS.

           OPEN INPUT DECL-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DECLARATION TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DECLARATION-FILE.

           IF WS-DECL-STATUS NOT = '00' AND WS-DECL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DECLARED PROGRAM FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECL-STATUS
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

           OPEN OUTPUT DECL-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  105-LOAD-DEPARTMENTS - GATHERS THE DISTINCT       *
      *  DEPARTMENT CODES THE CATALOG CARRIES, THE SET A   *
      *  DECLARED PROGRAM CODE IS VALIDATED AGAINST.       *
      *****************************************************
       105-LOAD-DEPARTMENTS.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-DEPARTMENTS'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CATALOG-EOF
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF
                   MOVE "N" TO WS-DEPT-FOUND-SWITCH
                   PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                           UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
                              OR DEPT-IS-KNOWN
                       IF DEPT-CODE (WS-DEPT-SUB) = CC-DEPARTMENT
                           MOVE "Y" TO WS-DEPT-FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF NOT DEPT-IS-KNOWN AND WS-NUM-DEPTS < 100
                       ADD 1 TO WS-NUM-DEPTS
                       MOVE CC-DEPARTMENT
                           TO DEPT-CODE (WS-NUM-DEPTS)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN DT-ACTION-DECLARE
                       PERFORM 130-APPLY-DECLARE
                   WHEN DT-ACTION-DROP
                       PERFORM 150-APPLY-DROP
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT DT-ACTION-VALID
               MOVE "ACTION CODE NOT A / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF NOT DT-PROGRAM-TYPE-VALID
                   MOVE "PROGRAM TYPE NOT M OR N" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF DT-PROGRAM-CODE = SPACES
                   MOVE "PROGRAM CODE IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DT-ACTION-DECLARE
               IF DT-EFFECTIVE-TERM = SPACES
                   MOVE "EFFECTIVE TERM IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DT-ACTION-DECLARE
               MOVE "N" TO WS-DEPT-FOUND-SWITCH
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-NUM-DEPTS
                          OR DEPT-IS-KNOWN
                   IF DEPT-CODE (WS-DEPT-SUB) = DT-PROGRAM-CODE
                       MOVE "Y" TO WS-DEPT-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT DEPT-IS-KNOWN
                   MOVE "PROGRAM CODE NOT A CATALOG DEPARTMENT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID
               MOVE DT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND DT-ACTION-DECLARE
               IF DT-SECOND-MAJOR
                       AND DT-PROGRAM-CODE = SM-MAJOR-CODE
                   MOVE "SECOND MAJOR REPEATS THE PRIMARY MAJOR"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR DECLMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF DT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE DT-USER-ID TO AU-USER-ID
               MOVE "DECLMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = DT-ACTION
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


       130-APPLY-DECLARE.

           PERFORM 145-READ-DECLARATION.

           IF DECL-RECORD-FOUND
               MOVE DT-EFFECTIVE-TERM TO DR-EFFECTIVE-TERM
               MOVE CD-CURRENT-DATE   TO DR-DECLARED-DATE
               MOVE DT-USER-ID        TO DR-DECLARED-USER-ID
               REWRITE PROGRAM-DECL-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON DECLARATION FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-DECLS-REPLACED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           ELSE
               MOVE DT-STUDENT-ID     TO DR-STUDENT-ID
               MOVE DT-PROGRAM-TYPE   TO DR-PROGRAM-TYPE
               MOVE DT-PROGRAM-CODE   TO DR-PROGRAM-CODE
               MOVE DT-EFFECTIVE-TERM TO DR-EFFECTIVE-TERM
               MOVE CD-CURRENT-DATE   TO DR-DECLARED-DATE
               MOVE DT-USER-ID        TO DR-DECLARED-USER-ID
               MOVE ZEROS             TO DR-PROGRAM-GPA
               MOVE ZEROS             TO DR-PROGRAM-CREDITS
               MOVE ZEROS             TO DR-GPA-AS-OF-DATE
               WRITE PROGRAM-DECL-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON DECLARATION FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-DECLS-ADDED
                       PERFORM 170-WRITE-APPLIED
               END-WRITE
           END-IF.


       145-READ-DECLARATION.

           MOVE "N" TO WS-DECL-FOUND-SWITCH.
           MOVE DT-STUDENT-ID   TO DR-STUDENT-ID.
           MOVE DT-PROGRAM-TYPE TO DR-PROGRAM-TYPE.
           MOVE DT-PROGRAM-CODE TO DR-PROGRAM-CODE.
           READ DECLARATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DECL-FOUND-SWITCH
           END-READ.


       150-APPLY-DROP.

           PERFORM 145-READ-DECLARATION.

           IF NOT DECL-RECORD-FOUND
               MOVE "NO DECLARATION ON FILE FOR PROGRAM"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               DELETE DECLARATION-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON DECLARATION FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-DECLS-DROPPED
                       PERFORM 170-WRITE-APPLIED
               END-DELETE
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE DT-ACTION         TO RG-ACTION.
           MOVE DT-STUDENT-ID     TO RG-STUDENT-ID.
           MOVE DT-PROGRAM-TYPE   TO RG-PROGRAM-TYPE.
           MOVE DT-PROGRAM-CODE   TO RG-PROGRAM-CODE.
           MOVE DT-EFFECTIVE-TERM TO RG-EFFECTIVE-TERM.
           MOVE DT-USER-ID        TO RG-USER-ID.
           MOVE "REJECTED"        TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON  TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE DT-ACTION         TO RG-ACTION.
           MOVE DT-STUDENT-ID     TO RG-STUDENT-ID.
           MOVE DT-PROGRAM-TYPE   TO RG-PROGRAM-TYPE.
           MOVE DT-PROGRAM-CODE   TO RG-PROGRAM-CODE.
           MOVE DT-EFFECTIVE-TERM TO RG-EFFECTIVE-TERM.
           MOVE DT-USER-ID        TO RG-USER-ID.
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

           MOVE "DECLARATIONS ADDED" TO TR-CAPTION.
           MOVE WS-DECLS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DECLARATIONS REPLACED" TO TR-CAPTION.
           MOVE WS-DECLS-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DECLARATIONS DROPPED" TO TR-CAPTION.
           MOVE WS-DECLS-DROPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
