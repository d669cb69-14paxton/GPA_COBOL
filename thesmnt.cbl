       IDENTIFICATION DIVISION.

       PROGRAM-ID. THESMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  THESMNT - THESIS / DISSERTATION MILESTONE         *
      *  MAINTENANCE                                       *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  THESTRAN AGAINST THE MILESTONE FILE (THESMILE).   *
      *  THE STUDENT MUST BE ON THE STUDENT MASTER AND     *
      *  CLASSED GRADUATE ON THE TUITION CLASS FILE.  AN   *
      *  ADD MUST CARRY THE PROGRAM TYPE (M THESIS         *
      *  MASTER'S, D DOCTORAL), THE ENTERING TERM, WHICH   *
      *  MUST BE ON THE ACADEMIC CALENDAR, AND THE         *
      *  COMMITTEE CHAIR, WHO MUST BE AN ACTIVE            *
      *  INSTRUCTOR ON INSTFILE.  ON A CHANGE, ONLY THE    *
      *  NON-BLANK FIELDS OF THE TRANSACTION REPLACE THE   *
      *  RECORD; A MILESTONE DATE OF ALL ZEROS CLEARS IT.  *
      *  NO MILESTONE DATE MAY BE IN THE FUTURE, AND THE   *
      *  MILESTONES MUST FALL IN ORDER - PROPOSAL,         *
      *  CANDIDACY, DEFENSE, FINAL SUBMISSION - WITH NONE  *
      *  RECORDED AHEAD OF THE ONE BEFORE IT.  A RECORD    *
      *  WITH THE FINAL SUBMISSION RECORDED IS NOT         *
      *  DELETED, SINCE GRADAPP CLEARED THE DEGREE ON IT.  *
      *  THE USER MUST BE AUTHORIZED FOR THE ACTION ON     *
      *  AUTHFILE.  AN APPLIED / REJECTED REGISTER PRINTS  *
      *  ON THESRGST.                                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT THES-TRAN-FILE
               ASSIGN THESTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL MILESTONE-FILE
               ASSIGN THESMILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TM-STUDENT-ID
               FILE STATUS IS WS-MILE-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL TUITION-CLASS-FILE
               ASSIGN TUITCLS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-STUDENT-ID
               FILE STATUS IS WS-TCLS-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL INSTRUCTOR-MASTER-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT THES-REGISTER
               ASSIGN THESRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  THES-TRAN-FILE.

       01  THES-TRAN-RECORD.
           05  TX-ACTION                PIC X(01).
               88  TX-ACTION-ADD                VALUE "A".
               88  TX-ACTION-CHANGE             VALUE "C".
               88  TX-ACTION-DELETE             VALUE "D".
               88  TX-ACTION-VALID              VALUE "A" "C" "D".
           05  TX-STUDENT-ID            PIC 9(09).
           05  TX-PROGRAM-TYPE          PIC X(01).
               88  TX-PROGRAM-TYPE-VALID        VALUE "M" "D".
           05  TX-ENTERING-TERM         PIC X(05).
           05  TX-CHAIR-ID              PIC X(06).
           05  TX-MILESTONE-DATES.
               10  TX-DATE-X            PIC X(08) OCCURS 4 TIMES.
           05  TX-MILESTONE-NUM REDEFINES TX-MILESTONE-DATES.
               10  TX-DATE              PIC 9(08) OCCURS 4 TIMES.
           05  TX-USER-ID               PIC X(06).

       FD  MILESTONE-FILE.

            COPY THESMILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  THES-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-MILE-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-DATE-SUB             PIC 9(01) VALUE ZERO.
           05  WS-PRIOR-SUB            PIC 9(01) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-RECS-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-RECS-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-RECS-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

      *****************************************************
      *  THE MILESTONE DATES AS THEY WILL STAND AFTER THE  *
      *  TRANSACTION, IN THESMILE ORDER, EDITED FOR        *
      *  SEQUENCE BEFORE THE RECORD IS WRITTEN.            *
      *****************************************************
       01  NEW-DATE-TBL.
           05  NEW-DATE                PIC 9(08) OCCURS 4 TIMES.

       01  MILESTONE-NAME-VALUES.
           05                 PIC X(16)   VALUE "PROPOSAL DATE".
           05                 PIC X(16)   VALUE "CANDIDACY DATE".
           05                 PIC X(16)   VALUE "DEFENSE DATE".
           05                 PIC X(16)   VALUE "FINAL SUBMIT".

       01  MILESTONE-NAME-TBL REDEFINES MILESTONE-NAME-VALUES.
           05  MN-MILESTONE-NAME       PIC X(16) OCCURS 4 TIMES.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "THESMNT THESIS MILESTONE REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(12)  VALUE "STUDENT".
           05                 PIC X(04)  VALUE "PGM".
           05                 PIC X(08)  VALUE "ENTERED".
           05                 PIC X(09)  VALUE "CHAIR".
           05                 PIC X(40)  VALUE
               "PROPOSAL CANDIDCY DEFENSE  FINAL".
           05                 PIC X(09)  VALUE "USER".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(33)  VALUE "REASON".

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-PROGRAM-TYPE    PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-ENTERING-TERM   PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-CHAIR-ID        PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DATE-ENTRY OCCURS 4 TIMES.
               10  RG-DATE        PIC X(08).
               10                 PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(33).

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
               READ THES-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE THES-TRAN-FILE
                 MILESTONE-FILE
                 STUDENT-FILE
                 TUITION-CLASS-FILE
                 CALENDAR-FILE
                 INSTRUCTOR-MASTER-FILE
                 AUTH-FILE
                 THES-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT THES-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE MILESTONE TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O MILESTONE-FILE.

           IF WS-MILE-STATUS NOT = '00' AND WS-MILE-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE THESIS MILESTONE FILE'
               DISPLAY ' FILE STATUS IS ', WS-MILE-STATUS
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

           OPEN INPUT TUITION-CLASS-FILE.

           IF WS-TCLS-STATUS NOT = '00' AND WS-TCLS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITION CLASS FILE'
               DISPLAY ' FILE STATUS IS ', WS-TCLS-STATUS
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

           OPEN INPUT INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00' AND WS-INST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
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

           OPEN OUTPUT THES-REGISTER.

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
                   WHEN TX-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN TX-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN TX-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  120-EDIT-TRAN - AN ADD CARRIES THE PROGRAM TYPE,  *
      *  ENTERING TERM AND CHAIR; A CHANGE IS EDITED ONLY  *
      *  ON THE FIELDS IT SUPPLIES.  THE STUDENT MUST BE   *
      *  ON THE MASTER AND CLASSED GRADUATE.               *
      *****************************************************
       120-EDIT-TRAN.

           IF NOT TX-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF TX-STUDENT-ID NOT NUMERIC
                   MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND TX-ACTION-ADD
               EVALUATE TRUE
                   WHEN TX-PROGRAM-TYPE = SPACE
                       MOVE "PROGRAM TYPE IS BLANK" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN TX-ENTERING-TERM = SPACES
                       MOVE "ENTERING TERM IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN TX-CHAIR-ID = SPACES
                       MOVE "COMMITTEE CHAIR IS BLANK"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-EVALUATE
           END-IF.

           IF TRAN-IS-VALID AND NOT TX-ACTION-DELETE
               PERFORM 125-EDIT-FIELDS
           END-IF.

           IF TRAN-IS-VALID AND NOT TX-ACTION-DELETE
               PERFORM 126-EDIT-DATES
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID AND TX-ACTION-ADD
               PERFORM 128-CHECK-GRADUATE
           END-IF.


      *****************************************************
      *  125-EDIT-FIELDS - EACH NON-BLANK FIELD MUST HOLD  *
      *  A VALID CODE; THE ENTERING TERM MUST BE ON THE    *
      *  CALENDAR AND THE CHAIR AN ACTIVE INSTRUCTOR.      *
      *****************************************************
       125-EDIT-FIELDS.

           IF TX-PROGRAM-TYPE NOT = SPACE
                   AND NOT TX-PROGRAM-TYPE-VALID
               MOVE "PROGRAM TYPE NOT M OR D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID AND TX-ENTERING-TERM NOT = SPACES
               MOVE TX-ENTERING-TERM TO CAL-TERM-CODE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE "ENTERING TERM NOT ON ACADEMIC CALENDAR"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND TX-CHAIR-ID NOT = SPACES
               MOVE TX-CHAIR-ID TO IM-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE "CHAIR NOT ON INSTRUCTOR MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT IM-ACTIVE
                           MOVE "CHAIR IS AN INACTIVE INSTRUCTOR"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.


      *****************************************************
      *  126-EDIT-DATES - A SUPPLIED MILESTONE DATE IS     *
      *  ALL ZEROS (CLEAR IT) OR A VALID DATE NO LATER     *
      *  THAN TODAY.                                       *
      *****************************************************
       126-EDIT-DATES.

           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > 4
                      OR NOT TRAN-IS-VALID
               IF TX-DATE-X (WS-DATE-SUB) NOT = SPACES
                   IF TX-DATE-X (WS-DATE-SUB) NOT NUMERIC
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   ELSE
                       MOVE TX-DATE (WS-DATE-SUB) TO WS-CHECK-DATE
                       IF WS-CHECK-DATE NOT = ZERO
                           IF WS-CHECK-YEAR < 1900
                                   OR WS-CHECK-MONTH < 01
                                   OR WS-CHECK-MONTH > 12
                                   OR WS-CHECK-DAY < 01
                                   OR WS-CHECK-DAY > 31
                               MOVE "N" TO WS-TRAN-VALID-SWITCH
                           END-IF
                       END-IF
                   END-IF
                   IF NOT TRAN-IS-VALID
                       STRING MN-MILESTONE-NAME (WS-DATE-SUB)
                                  DELIMITED BY "  "
                              " NOT A VALID DATE" DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                   ELSE
                       IF WS-CHECK-DATE > WS-RUN-DATE
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                           STRING MN-MILESTONE-NAME (WS-DATE-SUB)
                                      DELIMITED BY "  "
                                  " IS IN THE FUTURE"
                                      DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR THESMNT WITH THE          *
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
               MOVE "THESMNT" TO AU-PROGRAM
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
      *  128-CHECK-GRADUATE - MILESTONES ARE KEPT ONLY FOR *
      *  A STUDENT ON THE MASTER WHOSE TUITION CLASS LEVEL *
      *  IS GRADUATE.                                      *
      *****************************************************
       128-CHECK-GRADUATE.

           MOVE TX-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT ID NOT ON MASTER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-READ.

           IF TRAN-IS-VALID
               MOVE TX-STUDENT-ID TO TC-STUDENT-ID
               READ TUITION-CLASS-FILE
                   INVALID KEY
                       MOVE "STUDENT NOT CLASSED GRADUATE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT TC-GRADUATE
                           MOVE "STUDENT NOT CLASSED GRADUATE"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.


       130-APPLY-ADD.

           PERFORM 145-READ-MASTER.

           IF MAST-RECORD-FOUND
               MOVE "MILESTONE RECORD ALREADY ON FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE ZERO TO NEW-DATE-TBL
               PERFORM 135-MERGE-DATES
               IF TRAN-IS-VALID
                   MOVE SPACES           TO THESIS-MILESTONE-RECORD
                   MOVE TX-STUDENT-ID    TO TM-STUDENT-ID
                   MOVE TX-PROGRAM-TYPE  TO TM-PROGRAM-TYPE
                   MOVE TX-ENTERING-TERM TO TM-ENTERING-TERM
                   MOVE TX-CHAIR-ID      TO TM-CHAIR-ID
                   MOVE NEW-DATE-TBL     TO TM-MILESTONE-DATES
                   MOVE WS-RUN-DATE      TO TM-LAST-MAINT-DATE
                   MOVE TX-USER-ID       TO TM-LAST-MAINT-USER
                   WRITE THESIS-MILESTONE-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON MILESTONE FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECS-ADDED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               ELSE
                   PERFORM 160-WRITE-REJECT
               END-IF
           END-IF.


      *****************************************************
      *  135-MERGE-DATES - LAYS THE SUPPLIED DATES OVER    *
      *  NEW-DATE-TBL, THEN CHECKS THE RESULT: EACH        *
      *  RECORDED MILESTONE NEEDS THE ONE BEFORE IT        *
      *  RECORDED, ON THE SAME DAY OR EARLIER.             *
      *****************************************************
       135-MERGE-DATES.

           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > 4
               IF TX-DATE-X (WS-DATE-SUB) NOT = SPACES
                   MOVE TX-DATE (WS-DATE-SUB)
                       TO NEW-DATE (WS-DATE-SUB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-DATE-SUB FROM 2 BY 1
                   UNTIL WS-DATE-SUB > 4
                      OR NOT TRAN-IS-VALID
               COMPUTE WS-PRIOR-SUB = WS-DATE-SUB - 1
               IF NEW-DATE (WS-DATE-SUB) NOT = ZERO
                   IF NEW-DATE (WS-PRIOR-SUB) = ZERO
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                       STRING MN-MILESTONE-NAME (WS-PRIOR-SUB)
                                  DELIMITED BY "  "
                              " NOT RECORDED" DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                   ELSE
                       IF NEW-DATE (WS-DATE-SUB)
                               < NEW-DATE (WS-PRIOR-SUB)
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                           STRING MN-MILESTONE-NAME (WS-DATE-SUB)
                                      DELIMITED BY "  "
                                  " BEFORE " DELIMITED BY SIZE
                                  MN-MILESTONE-NAME (WS-PRIOR-SUB)
                                      DELIMITED BY "  "
                                  INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       140-APPLY-CHANGE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "NO MILESTONE RECORD ON FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE TM-MILESTONE-DATES TO NEW-DATE-TBL
               PERFORM 135-MERGE-DATES
               IF TRAN-IS-VALID
                   IF TX-PROGRAM-TYPE NOT = SPACE
                       MOVE TX-PROGRAM-TYPE TO TM-PROGRAM-TYPE
                   END-IF
                   IF TX-ENTERING-TERM NOT = SPACES
                       MOVE TX-ENTERING-TERM TO TM-ENTERING-TERM
                   END-IF
                   IF TX-CHAIR-ID NOT = SPACES
                       MOVE TX-CHAIR-ID TO TM-CHAIR-ID
                   END-IF
                   MOVE NEW-DATE-TBL TO TM-MILESTONE-DATES
                   MOVE WS-RUN-DATE  TO TM-LAST-MAINT-DATE
                   MOVE TX-USER-ID   TO TM-LAST-MAINT-USER
                   REWRITE THESIS-MILESTONE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON MILESTONE FILE"
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
           MOVE TX-STUDENT-ID TO TM-STUDENT-ID.
           READ MILESTONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


      *****************************************************
      *  150-APPLY-DELETE - A RECORD WITH THE FINAL        *
      *  SUBMISSION RECORDED STAYS; GRADAPP CLEARED THE    *
      *  DEGREE ON IT.                                     *
      *****************************************************
       150-APPLY-DELETE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "NO MILESTONE RECORD ON FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF TM-FINAL-SUBMIT-DATE NOT = ZERO
                   MOVE "FINAL SUBMISSION ALREADY RECORDED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               ELSE
                   DELETE MILESTONE-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON MILESTONE FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-RECS-DELETED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
               END-IF
           END-IF.


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
           MOVE TX-PROGRAM-TYPE    TO RG-PROGRAM-TYPE.
           MOVE TX-ENTERING-TERM   TO RG-ENTERING-TERM.
           MOVE TX-CHAIR-ID        TO RG-CHAIR-ID.
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > 4
               MOVE TX-DATE-X (WS-DATE-SUB) TO RG-DATE (WS-DATE-SUB)
           END-PERFORM.
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

           MOVE "MILESTONE RECORDS ADDED" TO TR-CAPTION.
           MOVE WS-RECS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "MILESTONE RECORDS CHANGED" TO TR-CAPTION.
           MOVE WS-RECS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "MILESTONE RECORDS DELETED" TO TR-CAPTION.
           MOVE WS-RECS-DELETED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
