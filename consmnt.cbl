       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CONSMNT - CONSORTIUM CROSS-REGISTRATION           *
      *  MAINTENANCE                                       *
      *  APPLIES ADD / CHANGE / DROP TRANSACTIONS FROM     *
      *  CONSTRAN AGAINST THE CONSORTIUM REGISTRATION FILE *
      *  (CONSREG), ONE RECORD PER COURSE A STUDENT TAKES  *
      *  AT A PARTNER SCHOOL.  THE STUDENT MUST BE ON THE  *
      *  STUDENT MASTER AND THE TERM ON THE ACADEMIC       *
      *  CALENDAR.  THE PARTNER INSTITUTION MUST HAVE A    *
      *  GRADE SCALE ON SCALETAB SO ITS GRADE CAN BE       *
      *  CONVERTED WHEN IT ARRIVES.  AN ADD CARRIES THE    *
      *  HOME-INSTITUTION EQUIVALENT COURSE, WHICH MUST BE *
      *  ON THE CATALOG, AND CREDITS WITHIN THAT COURSE'S  *
      *  CATALOG MINIMUM AND MAXIMUM; A CHANGE REPLACES    *
      *  ONLY THE NON-BLANK FIELDS AND IS EDITED THE SAME  *
      *  WAY.  A DROP MARKS THE RECORD DROPPED SO IT NO    *
      *  LONGER COUNTS IN THE TERM LOAD; AN ADD FOR A      *
      *  DROPPED COURSE REINSTATES IT.  ONCE CONSGRD HAS   *
      *  POSTED THE PARTNER'S GRADE THE RECORD CAN NO      *
      *  LONGER BE CHANGED OR DROPPED.  THE USER MUST BE   *
      *  AUTHORIZED FOR THE ACTION ON AUTHFILE.  AN        *
      *  APPLIED / REJECTED REGISTER PRINTS ON CONSRGST.   *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONS-TRAN-FILE
               ASSIGN CONSTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SCALE-TABLE-FILE
               ASSIGN SCALETAB
               FILE STATUS IS WS-SCALE-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT CONS-REGISTER
               ASSIGN CONSRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  CONS-TRAN-FILE.

       01  CONS-TRAN-RECORD.
           05  TX-ACTION                PIC X(01).
               88  TX-ACTION-ADD                VALUE "A".
               88  TX-ACTION-CHANGE             VALUE "C".
               88  TX-ACTION-DROP               VALUE "D".
               88  TX-ACTION-VALID              VALUE "A" "C" "D".
           05  TX-STUDENT-ID            PIC 9(09).
           05  TX-TERM-CODE             PIC X(05).
           05  TX-PARTNER-INST          PIC X(06).
           05  TX-PARTNER-COURSE        PIC X(10).
           05  TX-HOME-COURSE-ID        PIC X(06).
           05  TX-CREDITS-X             PIC X(03).
           05  TX-CREDITS REDEFINES TX-CREDITS-X
                                        PIC 99V9.
           05  TX-USER-ID               PIC X(06).

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SCALE-TABLE-FILE.

       01  SCALE-TABLE-RECORD.
           05  ST-INST-CODE             PIC X(06).
           05  ST-SOURCE-GRADE          PIC X(05).
           05  ST-OUR-PCT               PIC 999.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONS-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  SCALE-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  SCALE-EOF                       VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-CONS-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-SCALE-STATUS         PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-INST-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  INST-HAS-SCALE                VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-NUM-INSTS            PIC 9(04) VALUE ZERO.
           05  WS-INST-SUB             PIC 9(04) VALUE ZERO.
           05  WS-CHECK-COURSE-ID      PIC X(06) VALUE SPACES.
           05  WS-CHECK-CREDITS        PIC 99V9  VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-RECS-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-RECS-REINSTATED      PIC 9(07) VALUE ZERO.
           05  WS-RECS-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-RECS-DROPPED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

      *****************************************************
      *  PARTNER INSTITUTIONS WITH A GRADE SCALE, ONE      *
      *  ENTRY PER INSTITUTION CODE ON SCALETAB.           *
      *****************************************************
       01  INST-TABLE-GROUP.
           05  INST-ENTRY OCCURS 500 TIMES.
               10  IT-INST-CODE        PIC X(06).

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(42)
               VALUE "CONSMNT CONSORTIUM REGISTRATION REGISTER".
           05                 PIC X(66)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(12)  VALUE "STUDENT".
           05                 PIC X(08)  VALUE "TERM".
           05                 PIC X(09)  VALUE "PARTNER".
           05                 PIC X(13)  VALUE "PARTNER CRSE".
           05                 PIC X(09)  VALUE "HOME".
           05                 PIC X(07)  VALUE "CREDIT".
           05                 PIC X(09)  VALUE "USER".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(48)  VALUE "REASON".

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-PARTNER-INST    PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-PARTNER-COURSE  PIC X(10).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-HOME-COURSE-ID  PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-CREDITS         PIC X(03).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(08)  VALUE SPACE.

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
               READ CONS-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE CONS-TRAN-FILE
                 CONSORTIUM-REG-FILE
                 STUDENT-FILE
                 CALENDAR-FILE
                 CATALOG-FILE
                 AUTH-FILE
                 CONS-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           PERFORM 105-LOAD-INSTITUTIONS.

           OPEN INPUT CONS-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O CONSORTIUM-REG-FILE.

           IF WS-CONS-STATUS NOT = '00' AND WS-CONS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM REG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
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

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
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

           OPEN OUTPUT CONS-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  105-LOAD-INSTITUTIONS - ONE TABLE ENTRY FOR EACH  *
      *  INSTITUTION CODE ON THE SCALE TABLE.              *
      *****************************************************
       105-LOAD-INSTITUTIONS.

           OPEN INPUT SCALE-TABLE-FILE.

           IF WS-SCALE-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-INSTITUTIONS'
               DISPLAY ' ERROR OPENING THE SCALE TABLE FILE'
               DISPLAY ' FILE STATUS IS ', WS-SCALE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SCALE-EOF
               READ SCALE-TABLE-FILE
                   AT END
                       SET SCALE-EOF TO TRUE
               END-READ
               IF NOT SCALE-EOF
                   MOVE "N" TO WS-INST-FOUND-SWITCH
                   PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                           UNTIL WS-INST-SUB > WS-NUM-INSTS
                              OR INST-HAS-SCALE
                       IF IT-INST-CODE (WS-INST-SUB) = ST-INST-CODE
                           MOVE "Y" TO WS-INST-FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF NOT INST-HAS-SCALE
                       IF WS-NUM-INSTS >= 500
                           DISPLAY '******************************'
                           DISPLAY ' 105-LOAD-INSTITUTIONS'
                           DISPLAY ' MORE THAN 500 INSTITUTIONS -'
                           DISPLAY ' RAISE THE TABLE'
                           DISPLAY '*******************************'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NUM-INSTS
                       MOVE ST-INST-CODE
                           TO IT-INST-CODE (WS-NUM-INSTS)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SCALE-TABLE-FILE.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TX-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN TX-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN TX-ACTION-DROP
                       PERFORM 150-APPLY-DROP
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  120-EDIT-TRAN - EVERY ACTION NAMES THE FULL KEY;  *
      *  AN ADD ALSO CARRIES THE HOME COURSE AND CREDITS.  *
      *  THE STUDENT MUST BE ON THE MASTER, THE TERM ON    *
      *  THE CALENDAR, AND THE PARTNER ON SCALETAB.        *
      *****************************************************
       120-EDIT-TRAN.

           IF NOT TX-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TX-STUDENT-ID NOT NUMERIC
                       MOVE "STUDENT ID NOT NUMERIC"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN TX-TERM-CODE = SPACES
                       MOVE "TERM CODE IS BLANK" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN TX-PARTNER-INST = SPACES
                       MOVE "PARTNER INSTITUTION IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN TX-PARTNER-COURSE = SPACES
                       MOVE "PARTNER COURSE IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-EVALUATE
           END-IF.

           IF TRAN-IS-VALID AND TX-ACTION-ADD
               EVALUATE TRUE
                   WHEN TX-HOME-COURSE-ID = SPACES
                       MOVE "HOME EQUIVALENT COURSE IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN TX-CREDITS-X = SPACES
                       MOVE "CREDITS ARE BLANK" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-EVALUATE
           END-IF.

           IF TRAN-IS-VALID AND TX-CREDITS-X NOT = SPACES
               IF TX-CREDITS NOT NUMERIC OR TX-CREDITS = ZERO
                   MOVE "CREDITS NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT TX-ACTION-DROP
               PERFORM 125-EDIT-KEY-FIELDS
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID AND TX-ACTION-ADD
               MOVE TX-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  125-EDIT-KEY-FIELDS - THE TERM MUST BE ON THE     *
      *  CALENDAR AND THE PARTNER MUST HAVE A GRADE SCALE  *
      *  ON SCALETAB.                                      *
      *****************************************************
       125-EDIT-KEY-FIELDS.

           MOVE TX-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "TERM NOT ON ACADEMIC CALENDAR"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-READ.

           IF TRAN-IS-VALID
               MOVE "N" TO WS-INST-FOUND-SWITCH
               PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                       UNTIL WS-INST-SUB > WS-NUM-INSTS
                          OR INST-HAS-SCALE
                   IF IT-INST-CODE (WS-INST-SUB) = TX-PARTNER-INST
                       MOVE "Y" TO WS-INST-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT INST-HAS-SCALE
                   MOVE "PARTNER HAS NO GRADE SCALE ON SCALETAB"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  126-CHECK-HOME-COURSE - THE HOME COURSE AND       *
      *  CREDITS THE RECORD WILL CARRY (WS-CHECK-COURSE-ID *
      *  AND WS-CHECK-CREDITS) MUST BE A CATALOG COURSE    *
      *  AND WITHIN ITS CATALOG CREDIT RANGE.              *
      *****************************************************
       126-CHECK-HOME-COURSE.

           MOVE WS-CHECK-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "HOME COURSE NOT ON CATALOG"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF WS-CHECK-CREDITS < CC-MIN-CREDITS
                           OR WS-CHECK-CREDITS > CC-MAX-CREDITS
                       MOVE "CREDITS OUTSIDE CATALOG CREDIT RANGE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
           END-READ.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR CONSMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF TX-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE TX-USER-ID TO AU-USER-ID
               MOVE "CONSMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = TX-ACTION
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


      *****************************************************
      *  130-APPLY-ADD - A NEW COURSE IS WRITTEN           *
      *  REGISTERED; A DROPPED ONE IS REINSTATED WITH THE  *
      *  TRANSACTION'S HOME COURSE AND CREDITS.            *
      *****************************************************
       130-APPLY-ADD.

           MOVE TX-HOME-COURSE-ID TO WS-CHECK-COURSE-ID.
           MOVE TX-CREDITS        TO WS-CHECK-CREDITS.
           PERFORM 126-CHECK-HOME-COURSE.

           IF TRAN-IS-VALID
               PERFORM 145-READ-MASTER
               EVALUATE TRUE
                   WHEN NOT MAST-RECORD-FOUND
                       MOVE SPACES TO CONSORTIUM-REG-RECORD
                       MOVE TX-STUDENT-ID     TO CR-STUDENT-ID
                       MOVE TX-TERM-CODE      TO CR-TERM-CODE
                       MOVE TX-PARTNER-INST   TO CR-PARTNER-INST
                       MOVE TX-PARTNER-COURSE TO CR-PARTNER-COURSE
                       PERFORM 135-SET-REGISTERED
                       WRITE CONSORTIUM-REG-RECORD
                           INVALID KEY
                               MOVE "WRITE FAILED ON CONSORTIUM FILE"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-RECS-ADDED
                               PERFORM 170-WRITE-APPLIED
                       END-WRITE
                   WHEN CR-DROPPED
                       PERFORM 135-SET-REGISTERED
                       REWRITE CONSORTIUM-REG-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED ON CONSORTIUM FILE"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-RECS-REINSTATED
                               PERFORM 170-WRITE-APPLIED
                       END-REWRITE
                   WHEN OTHER
                       MOVE "CONSORTIUM COURSE ALREADY ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       135-SET-REGISTERED.

           MOVE TX-HOME-COURSE-ID TO CR-HOME-COURSE-ID.
           MOVE TX-CREDITS        TO CR-CREDITS.
           MOVE "R"               TO CR-REG-STATUS.
           MOVE SPACES            TO CR-PARTNER-GRADE.
           MOVE ZERO              TO CR-POSTED-PCT.
           MOVE ZERO              TO CR-POSTED-DATE.
           MOVE WS-RUN-DATE       TO CR-LAST-MAINT-DATE.
           MOVE TX-USER-ID        TO CR-LAST-MAINT-USER.


      *****************************************************
      *  140-APPLY-CHANGE - THE HOME COURSE AND CREDITS OF *
      *  A REGISTERED COURSE, EITHER OR BOTH; THE RESULT   *
      *  MUST STILL SATISFY THE CATALOG.                   *
      *****************************************************
       140-APPLY-CHANGE.

           PERFORM 145-READ-MASTER.

           EVALUATE TRUE
               WHEN NOT MAST-RECORD-FOUND
                   MOVE "NO CONSORTIUM COURSE ON FILE"
                       TO WS-REJECT-REASON
               WHEN CR-GRADE-POSTED
                   MOVE "PARTNER GRADE ALREADY POSTED"
                       TO WS-REJECT-REASON
               WHEN CR-DROPPED
                   MOVE "COURSE DROPPED - ADD TO REINSTATE"
                       TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE CR-HOME-COURSE-ID TO WS-CHECK-COURSE-ID
               MOVE CR-CREDITS        TO WS-CHECK-CREDITS
               IF TX-HOME-COURSE-ID NOT = SPACES
                   MOVE TX-HOME-COURSE-ID TO WS-CHECK-COURSE-ID
               END-IF
               IF TX-CREDITS-X NOT = SPACES
                   MOVE TX-CREDITS TO WS-CHECK-CREDITS
               END-IF
               PERFORM 126-CHECK-HOME-COURSE
               IF TRAN-IS-VALID
                   MOVE WS-CHECK-COURSE-ID TO CR-HOME-COURSE-ID
                   MOVE WS-CHECK-CREDITS   TO CR-CREDITS
                   MOVE WS-RUN-DATE        TO CR-LAST-MAINT-DATE
                   MOVE TX-USER-ID         TO CR-LAST-MAINT-USER
                   REWRITE CONSORTIUM-REG-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON CONSORTIUM FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECS-CHANGED
                           PERFORM 170-WRITE-APPLIED
                   END-REWRITE
               ELSE
                   PERFORM 160-WRITE-REJECT
               END-IF
           END-IF.


       145-READ-MASTER.

           MOVE "N" TO WS-MAST-FOUND-SWITCH.
           MOVE TX-STUDENT-ID     TO CR-STUDENT-ID.
           MOVE TX-TERM-CODE      TO CR-TERM-CODE.
           MOVE TX-PARTNER-INST   TO CR-PARTNER-INST.
           MOVE TX-PARTNER-COURSE TO CR-PARTNER-COURSE.
           READ CONSORTIUM-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


      *****************************************************
      *  150-APPLY-DROP - THE RECORD STAYS AS THE HISTORY  *
      *  OF THE REGISTRATION, MARKED DROPPED SO IT LEAVES  *
      *  THE TERM LOAD.  A GRADED COURSE CANNOT BE         *
      *  DROPPED.                                          *
      *****************************************************
       150-APPLY-DROP.

           PERFORM 145-READ-MASTER.

           EVALUATE TRUE
               WHEN NOT MAST-RECORD-FOUND
                   MOVE "NO CONSORTIUM COURSE ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN CR-GRADE-POSTED
                   MOVE "PARTNER GRADE ALREADY POSTED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN CR-DROPPED
                   MOVE "COURSE ALREADY DROPPED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN OTHER
                   MOVE "D"         TO CR-REG-STATUS
                   MOVE WS-RUN-DATE TO CR-LAST-MAINT-DATE
                   MOVE TX-USER-ID  TO CR-LAST-MAINT-USER
                   REWRITE CONSORTIUM-REG-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON CONSORTIUM FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECS-DROPPED
                           PERFORM 170-WRITE-APPLIED
                   END-REWRITE
           END-EVALUATE.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           PERFORM 165-FORMAT-DETAIL.
           MOVE "REJECTED"         TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON   TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       165-FORMAT-DETAIL.

           MOVE SPACES             TO REGISTER-DETAIL-LINE.
           MOVE TX-ACTION          TO RG-ACTION.
           MOVE TX-STUDENT-ID      TO RG-STUDENT-ID.
           MOVE TX-TERM-CODE       TO RG-TERM-CODE.
           MOVE TX-PARTNER-INST    TO RG-PARTNER-INST.
           MOVE TX-PARTNER-COURSE  TO RG-PARTNER-COURSE.
           MOVE TX-HOME-COURSE-ID  TO RG-HOME-COURSE-ID.
           MOVE TX-CREDITS-X       TO RG-CREDITS.
           MOVE TX-USER-ID         TO RG-USER-ID.


       170-WRITE-APPLIED.

           PERFORM 165-FORMAT-DETAIL.
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

           MOVE "CONSORTIUM COURSES ADDED" TO TR-CAPTION.
           MOVE WS-RECS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CONSORTIUM COURSES REINSTATED" TO TR-CAPTION.
           MOVE WS-RECS-REINSTATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CONSORTIUM COURSES CHANGED" TO TR-CAPTION.
           MOVE WS-RECS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CONSORTIUM COURSES DROPPED" TO TR-CAPTION.
           MOVE WS-RECS-DROPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
