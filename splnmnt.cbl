       IDENTIFICATION DIVISION.

       PROGRAM-ID. SPLNMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SPLNMNT - ACADEMIC-SUCCESS PLAN MAINTENANCE       *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  SPLNTRAN AGAINST THE SUCCESS-PLAN FILE            *
      *  (SUCCPLAN).  AN ADD IS TAKEN ONLY FOR A STUDENT   *
      *  ON THE MASTER WHOSE STANDING IS WARNING (W) OR    *
      *  SUSPENSION (S); IT CARRIES THE TERM THE STANDING  *
      *  WAS DETERMINED IN, WHICH MUST BE ON THE ACADEMIC  *
      *  CALENDAR, THE PLAN DATE (TODAY WHEN BLANK), THE   *
      *  ADVISOR (THE STUDENT'S ASSIGNED ADVISOR ON        *
      *  ADVXREF WHEN BLANK), WHO MUST BE ACTIVE ON        *
      *  ADVMAST, AND THE REQUIRED ACTIVITIES, WHICH MUST  *
      *  INCLUDE AT LEAST ONE ADVISING MEETING (M) AND ONE *
      *  WORKSHOP (W).  AN ADD FOR A STUDENT WHOSE PLAN ON *
      *  FILE IS FOR AN EARLIER DETERMINATION REPLACES     *
      *  THAT PLAN.  ON A CHANGE, ONLY THE NON-BLANK       *
      *  FIELDS OF THE TRANSACTION REPLACE THE RECORD; A   *
      *  COMPLETION DATE OF ALL ZEROS CLEARS IT.  NO DATE  *
      *  MAY BE IN THE FUTURE, AND NO ACTIVITY MAY BE      *
      *  COMPLETED BEFORE THE PLAN DATE.  A COMPLETED PLAN *
      *  IS NOT DELETED, SINCE IT IS THE RECORD THAT       *
      *  POLICY WAS MET.  THE USER MUST BE AUTHORIZED FOR  *
      *  THE ACTION ON AUTHFILE.  AN APPLIED / REJECTED    *
      *  REGISTER PRINTS ON SPLNRGST.                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SPLN-TRAN-FILE
               ASSIGN SPLNTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL PLAN-FILE
               ASSIGN SUCCPLAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SU-STUDENT-ID
               FILE STATUS IS WS-PLAN-STATUS.

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
               FILE STATUS IS WS-ADVX-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SPLN-REGISTER
               ASSIGN SPLNRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  SPLN-TRAN-FILE.

       01  SPLN-TRAN-RECORD.
           05  TX-ACTION                PIC X(01).
               88  TX-ACTION-ADD                VALUE "A".
               88  TX-ACTION-CHANGE             VALUE "C".
               88  TX-ACTION-DELETE             VALUE "D".
               88  TX-ACTION-VALID              VALUE "A" "C" "D".
           05  TX-STUDENT-ID            PIC 9(09).
           05  TX-WARNING-TERM          PIC X(05).
           05  TX-PLAN-DATE-X           PIC X(08).
           05  TX-PLAN-DATE REDEFINES TX-PLAN-DATE-X
                                        PIC 9(08).
           05  TX-ADVISOR-ID            PIC X(06).
           05  TX-ACTIVITY OCCURS 4 TIMES.
               10  TX-ACTIVITY-TYPE     PIC X(01).
                   88  TX-ACT-TYPE-VALID        VALUE "M" "W"
                                                      "T" "C".
               10  TX-COMPLETED-DATE-X  PIC X(08).
               10  TX-COMPLETED-DATE REDEFINES TX-COMPLETED-DATE-X
                                        PIC 9(08).
           05  TX-USER-ID               PIC X(06).

       FD  PLAN-FILE.

            COPY SUCCPLAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADVISOR-MASTER-FILE.

            COPY ADVMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADVISOR-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SPLN-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-PLAN-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-ADVM-STATUS          PIC XX.
           05  WS-ADVX-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-SLOT-SUB             PIC 9(01) VALUE ZERO.
           05  WS-SLOT-NUMBER          PIC 9(01) VALUE ZERO.
           05  WS-MEETINGS             PIC 9(01) VALUE ZERO.
           05  WS-WORKSHOPS            PIC 9(01) VALUE ZERO.
           05  WS-IN-USE               PIC 9(01) VALUE ZERO.
           05  WS-DONE                 PIC 9(01) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-RECS-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-RECS-REPLACED        PIC 9(07) VALUE ZERO.
           05  WS-RECS-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-RECS-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

      *****************************************************
      *  THE PLAN AS IT WILL STAND AFTER THE TRANSACTION,  *
      *  BUILT FROM THE RECORD ON FILE (OR EMPTY FOR AN    *
      *  ADD) WITH THE SUPPLIED FIELDS LAID OVER IT, AND   *
      *  EDITED AS A WHOLE BEFORE THE RECORD IS WRITTEN.   *
      *****************************************************
       01  NEW-PLAN-FIELDS.
           05  NEW-WARNING-TERM        PIC X(05).
           05  NEW-PLAN-DATE           PIC 9(08).
           05  NEW-ADVISOR-ID          PIC X(06).
           05  NEW-ACTIVITY-TBL.
               10  NEW-ACTIVITY OCCURS 4 TIMES.
                   15  NEW-ACTIVITY-TYPE   PIC X(01).
                   15  NEW-COMPLETED-DATE  PIC 9(08).

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "SPLNMNT ACADEMIC-SUCCESS PLAN REGISTER".
           05                 PIC X(68)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(03)  VALUE "ACT".
           05                 PIC X(11)  VALUE "STUDENT".
           05                 PIC X(07)  VALUE "TERM".
           05                 PIC X(10)  VALUE "PLAN DATE".
           05                 PIC X(08)  VALUE "ADVISOR".
           05                 PIC X(44)  VALUE
               "ACTIVITIES AND COMPLETION DATES".
           05                 PIC X(08)  VALUE "USER".
           05                 PIC X(09)  VALUE "RESULT".
           05                 PIC X(32)  VALUE "REASON".

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-WARNING-TERM    PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-PLAN-DATE       PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-ADVISOR-ID      PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-ACTIVITY-ENTRY OCCURS 4 TIMES.
               10  RG-ACTIVITY-TYPE  PIC X(01).
               10                    PIC X(01).
               10  RG-COMPLETED-DATE PIC X(08).
               10                    PIC X(01).
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(01)  VALUE SPACE.
           05  RG-REASON          PIC X(32).

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
               READ SPLN-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SPLN-TRAN-FILE
                 PLAN-FILE
                 STUDENT-FILE
                 CALENDAR-FILE
                 ADVISOR-MASTER-FILE
                 ADVISOR-XREF-FILE
                 AUTH-FILE
                 SPLN-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT SPLN-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SUCCESS-PLAN TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O PLAN-FILE.

           IF WS-PLAN-STATUS NOT = '00' AND WS-PLAN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SUCCESS-PLAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-PLAN-STATUS
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

           OPEN INPUT ADVISOR-MASTER-FILE.

           IF WS-ADVM-STATUS NOT = '00' AND WS-ADVM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-ADVM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT ADVISOR-XREF-FILE.

           IF WS-ADVX-STATUS NOT = '00' AND WS-ADVX-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR CROSS-REFERENCE'
               DISPLAY ' FILE STATUS IS ', WS-ADVX-STATUS
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

           OPEN OUTPUT SPLN-REGISTER.

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
      *  120-EDIT-TRAN - AN ADD CARRIES THE DETERMINATION  *
      *  TERM; A CHANGE IS EDITED ONLY ON THE FIELDS IT    *
      *  SUPPLIES.  AN ADD IS TAKEN ONLY FOR A STUDENT ON  *
      *  WARNING OR SUSPENSION.                            *
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
               IF TX-WARNING-TERM = SPACES
                   MOVE "DETERMINATION TERM IS BLANK"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
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
               PERFORM 128-CHECK-STANDING
           END-IF.


      *****************************************************
      *  125-EDIT-FIELDS - EACH NON-BLANK FIELD MUST HOLD  *
      *  A VALID CODE; THE DETERMINATION TERM MUST BE ON   *
      *  THE CALENDAR.  THE ADVISOR IS EDITED ONCE THE     *
      *  PLAN IS ASSEMBLED, SINCE AN ADD MAY TAKE IT FROM  *
      *  ADVXREF.                                          *
      *****************************************************
       125-EDIT-FIELDS.

           IF TX-WARNING-TERM NOT = SPACES
               MOVE TX-WARNING-TERM TO CAL-TERM-CODE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE "TERM NOT ON ACADEMIC CALENDAR"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
                      OR NOT TRAN-IS-VALID
               IF TX-ACTIVITY-TYPE (WS-SLOT-SUB) NOT = SPACE
                       AND NOT TX-ACT-TYPE-VALID (WS-SLOT-SUB)
                   MOVE WS-SLOT-SUB TO WS-SLOT-NUMBER
                   STRING "ACTIVITY " WS-SLOT-NUMBER
                          " NOT M / W / T / C" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-PERFORM.


      *****************************************************
      *  126-EDIT-DATES - A SUPPLIED PLAN DATE IS A VALID  *
      *  DATE NO LATER THAN TODAY; A SUPPLIED COMPLETION   *
      *  DATE IS THAT OR ALL ZEROS (CLEAR IT).             *
      *****************************************************
       126-EDIT-DATES.

           IF TX-PLAN-DATE-X NOT = SPACES
               IF TX-PLAN-DATE-X NOT NUMERIC
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   MOVE TX-PLAN-DATE TO WS-CHECK-DATE
                   PERFORM 129-CHECK-ONE-DATE
               END-IF
               IF NOT TRAN-IS-VALID
                   MOVE "PLAN DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-CHECK-DATE > WS-RUN-DATE
                       MOVE "PLAN DATE IS IN THE FUTURE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
                      OR NOT TRAN-IS-VALID
               MOVE WS-SLOT-SUB TO WS-SLOT-NUMBER
               IF TX-COMPLETED-DATE-X (WS-SLOT-SUB) NOT = SPACES
                   IF TX-COMPLETED-DATE-X (WS-SLOT-SUB) NOT NUMERIC
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   ELSE
                       MOVE TX-COMPLETED-DATE (WS-SLOT-SUB)
                           TO WS-CHECK-DATE
                       IF WS-CHECK-DATE NOT = ZERO
                           PERFORM 129-CHECK-ONE-DATE
                       END-IF
                   END-IF
                   IF NOT TRAN-IS-VALID
                       STRING "ACTIVITY " WS-SLOT-NUMBER
                              " DATE NOT VALID" DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                   ELSE
                       IF WS-CHECK-DATE > WS-RUN-DATE
                           STRING "ACTIVITY " WS-SLOT-NUMBER
                                  " DATE IN THE FUTURE"
                                  DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR SPLNMNT WITH THE          *
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
               MOVE "SPLNMNT" TO AU-PROGRAM
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
      *  128-CHECK-STANDING - A PLAN IS OPENED ONLY FOR A  *
      *  STUDENT ON THE MASTER WHOSE ACADEMIC STANDING IS  *
      *  WARNING OR SUSPENSION.                            *
      *****************************************************
       128-CHECK-STANDING.

           MOVE TX-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT ID NOT ON MASTER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF SM-ACADEMIC-STANDING NOT = "W"
                           AND SM-ACADEMIC-STANDING NOT = "S"
                       MOVE "NOT ON WARNING OR SUSPENSION"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
           END-READ.


       129-CHECK-ONE-DATE.

           IF WS-CHECK-YEAR < 1900
                   OR WS-CHECK-MONTH < 01
                   OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 01
                   OR WS-CHECK-DAY > 31
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.


      *****************************************************
      *  130-APPLY-ADD - A PLAN ALREADY ON FILE FOR THE    *
      *  SAME DETERMINATION TERM IS A DUPLICATE; ONE FOR   *
      *  AN EARLIER TERM IS REPLACED BY THE NEW PLAN.      *
      *****************************************************
       130-APPLY-ADD.

           PERFORM 145-READ-MASTER.

           IF MAST-RECORD-FOUND
                   AND SU-WARNING-TERM NOT < TX-WARNING-TERM
               MOVE "PLAN ALREADY ON FILE FOR TERM"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE SPACES TO NEW-PLAN-FIELDS
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 4
                   MOVE ZERO TO NEW-COMPLETED-DATE (WS-SLOT-SUB)
               END-PERFORM
               MOVE WS-RUN-DATE TO NEW-PLAN-DATE
               IF TX-ADVISOR-ID = SPACES
                   MOVE TX-STUDENT-ID TO AX-STUDENT-ID
                   READ ADVISOR-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AX-ADVISOR-ID TO NEW-ADVISOR-ID
                   END-READ
               END-IF
               PERFORM 135-MERGE-PLAN
               IF TRAN-IS-VALID
                   MOVE SPACES           TO SUCCESS-PLAN-RECORD
                   MOVE TX-STUDENT-ID    TO SU-STUDENT-ID
                   PERFORM 138-MOVE-NEW-PLAN
                   IF MAST-RECORD-FOUND
                       REWRITE SUCCESS-PLAN-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED ON PLAN FILE"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-RECS-REPLACED
                               PERFORM 170-WRITE-APPLIED
                       END-REWRITE
                   ELSE
                       WRITE SUCCESS-PLAN-RECORD
                           INVALID KEY
                               MOVE "WRITE FAILED ON PLAN FILE"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-RECS-ADDED
                               PERFORM 170-WRITE-APPLIED
                       END-WRITE
                   END-IF
               ELSE
                   PERFORM 160-WRITE-REJECT
               END-IF
           END-IF.


      *****************************************************
      *  135-MERGE-PLAN - LAYS THE SUPPLIED FIELDS OVER    *
      *  NEW-PLAN-FIELDS, THEN CHECKS THE RESULT: AN       *
      *  ACTIVE ADVISOR, AT LEAST ONE MEETING AND ONE      *
      *  WORKSHOP, NO COMPLETION DATE ON AN UNUSED SLOT,   *
      *  AND NONE BEFORE THE PLAN DATE.                    *
      *****************************************************
       135-MERGE-PLAN.

           IF TX-WARNING-TERM NOT = SPACES
               MOVE TX-WARNING-TERM TO NEW-WARNING-TERM
           END-IF.

           IF TX-PLAN-DATE-X NOT = SPACES
               MOVE TX-PLAN-DATE TO NEW-PLAN-DATE
           END-IF.

           IF TX-ADVISOR-ID NOT = SPACES
               MOVE TX-ADVISOR-ID TO NEW-ADVISOR-ID
           END-IF.

           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
               IF TX-ACTIVITY-TYPE (WS-SLOT-SUB) NOT = SPACE
                   MOVE TX-ACTIVITY-TYPE (WS-SLOT-SUB)
                       TO NEW-ACTIVITY-TYPE (WS-SLOT-SUB)
               END-IF
               IF TX-COMPLETED-DATE-X (WS-SLOT-SUB) NOT = SPACES
                   MOVE TX-COMPLETED-DATE (WS-SLOT-SUB)
                       TO NEW-COMPLETED-DATE (WS-SLOT-SUB)
               END-IF
           END-PERFORM.

           PERFORM 136-CHECK-ADVISOR.

           MOVE ZERO TO WS-MEETINGS.
           MOVE ZERO TO WS-WORKSHOPS.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
                      OR NOT TRAN-IS-VALID
               MOVE WS-SLOT-SUB TO WS-SLOT-NUMBER
               EVALUATE NEW-ACTIVITY-TYPE (WS-SLOT-SUB)
                   WHEN "M"
                       ADD 1 TO WS-MEETINGS
                   WHEN "W"
                       ADD 1 TO WS-WORKSHOPS
               END-EVALUATE
               IF NEW-COMPLETED-DATE (WS-SLOT-SUB) NOT = ZERO
                   IF NEW-ACTIVITY-TYPE (WS-SLOT-SUB) = SPACE
                       STRING "ACTIVITY " WS-SLOT-NUMBER
                              " DATED BUT NOT NAMED"
                              DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   ELSE
                       IF NEW-COMPLETED-DATE (WS-SLOT-SUB)
                               < NEW-PLAN-DATE
                           STRING "ACTIVITY " WS-SLOT-NUMBER
                                  " DONE BEFORE PLAN DATE"
                                  DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF TRAN-IS-VALID
               IF WS-MEETINGS = ZERO OR WS-WORKSHOPS = ZERO
                   MOVE "PLAN NEEDS MEETING AND WORKSHOP"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       136-CHECK-ADVISOR.

           IF TRAN-IS-VALID
               IF NEW-ADVISOR-ID = SPACES
                   MOVE "NO ADVISOR GIVEN OR ASSIGNED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   MOVE NEW-ADVISOR-ID TO AV-ADVISOR-ID
                   READ ADVISOR-MASTER-FILE
                       INVALID KEY
                           MOVE "ADVISOR NOT ON ADVISOR MASTER"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       NOT INVALID KEY
                           IF NOT AV-ACTIVE
                               MOVE "ADVISOR IS INACTIVE"
                                   TO WS-REJECT-REASON
                               MOVE "N" TO WS-TRAN-VALID-SWITCH
                           END-IF
                   END-READ
               END-IF
           END-IF.


       138-MOVE-NEW-PLAN.

           MOVE NEW-WARNING-TERM TO SU-WARNING-TERM.
           MOVE NEW-PLAN-DATE    TO SU-PLAN-DATE.
           MOVE NEW-ADVISOR-ID   TO SU-ADVISOR-ID.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
               MOVE NEW-ACTIVITY-TYPE (WS-SLOT-SUB)
                   TO SU-ACTIVITY-TYPE (WS-SLOT-SUB)
               MOVE NEW-COMPLETED-DATE (WS-SLOT-SUB)
                   TO SU-COMPLETED-DATE (WS-SLOT-SUB)
           END-PERFORM.
           MOVE WS-RUN-DATE      TO SU-LAST-MAINT-DATE.
           MOVE TX-USER-ID       TO SU-LAST-MAINT-USER.


       140-APPLY-CHANGE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "NO SUCCESS PLAN ON FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE SU-WARNING-TERM TO NEW-WARNING-TERM
               MOVE SU-PLAN-DATE    TO NEW-PLAN-DATE
               MOVE SU-ADVISOR-ID   TO NEW-ADVISOR-ID
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 4
                   MOVE SU-ACTIVITY-TYPE (WS-SLOT-SUB)
                       TO NEW-ACTIVITY-TYPE (WS-SLOT-SUB)
                   MOVE SU-COMPLETED-DATE (WS-SLOT-SUB)
                       TO NEW-COMPLETED-DATE (WS-SLOT-SUB)
               END-PERFORM
               PERFORM 135-MERGE-PLAN
               IF TRAN-IS-VALID
                   PERFORM 138-MOVE-NEW-PLAN
                   REWRITE SUCCESS-PLAN-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON PLAN FILE"
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
           MOVE TX-STUDENT-ID TO SU-STUDENT-ID.
           READ PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


      *****************************************************
      *  150-APPLY-DELETE - A COMPLETED PLAN STAYS; IT IS  *
      *  THE RECORD THAT THE STUDENT MET THE POLICY.       *
      *****************************************************
       150-APPLY-DELETE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "NO SUCCESS PLAN ON FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE ZERO TO WS-IN-USE
               MOVE ZERO TO WS-DONE
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 4
                   IF NOT SU-ACT-UNUSED (WS-SLOT-SUB)
                       ADD 1 TO WS-IN-USE
                       IF SU-COMPLETED-DATE (WS-SLOT-SUB) NOT = ZERO
                           ADD 1 TO WS-DONE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IN-USE > ZERO AND WS-DONE = WS-IN-USE
                   MOVE "PLAN IS COMPLETE - NOT DELETED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               ELSE
                   DELETE PLAN-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON PLAN FILE"
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
           MOVE TX-WARNING-TERM    TO RG-WARNING-TERM.
           MOVE TX-PLAN-DATE-X     TO RG-PLAN-DATE.
           MOVE TX-ADVISOR-ID      TO RG-ADVISOR-ID.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 4
               MOVE TX-ACTIVITY-TYPE (WS-SLOT-SUB)
                   TO RG-ACTIVITY-TYPE (WS-SLOT-SUB)
               MOVE TX-COMPLETED-DATE-X (WS-SLOT-SUB)
                   TO RG-COMPLETED-DATE (WS-SLOT-SUB)
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

           MOVE "SUCCESS PLANS ADDED" TO TR-CAPTION.
           MOVE WS-RECS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "EARLIER PLANS REPLACED" TO TR-CAPTION.
           MOVE WS-RECS-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SUCCESS PLANS CHANGED" TO TR-CAPTION.
           MOVE WS-RECS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SUCCESS PLANS DELETED" TO TR-CAPTION.
           MOVE WS-RECS-DELETED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
