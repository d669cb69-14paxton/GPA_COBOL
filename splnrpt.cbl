       IDENTIFICATION DIVISION.

       PROGRAM-ID. SPLNRPT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SPLNRPT - INCOMPLETE ACADEMIC-SUCCESS PLAN REPORT *
      *  AND ADVISING HOLD PASS                            *
      *  READS THE STUDENT MASTER IN STUDENT ID ORDER.     *
      *  EVERY ACTIVE STUDENT WHOSE ACADEMIC STANDING IS   *
      *  WARNING (W) OR SUSPENSION (S) IS LOOKED UP ON THE *
      *  SUCCESS-PLAN FILE (SUCCPLAN); ONE WITH NO PLAN,   *
      *  OR WITH A PLAN WHOSE ACTIVITIES ARE NOT ALL       *
      *  COMPLETED, PRINTS ON SPLNRPT WITH THE PLAN DATE,  *
      *  ADVISOR AND ACTIVITIES DONE.  THE SPLNPARM CARD   *
      *  NAMES THE TERM WHOSE ACADEMIC CALENDAR PLAN       *
      *  DEADLINE APPLIES AND THE USER ID THE HOLD         *
      *  TRANSACTIONS CARRY.  ONCE THE DEADLINE HAS        *
      *  PASSED, A LISTED STUDENT WITH NO ACTIVE ADVISING  *
      *  HOLD GETS AN ADVISING (A) HOLD PLACE TRANSACTION  *
      *  ON HOLDTRAN FOR THE HOLDMNT STEP THAT FOLLOWS; A  *
      *  ZERO DEADLINE PLACES NO HOLDS.  AN ACTIVE         *
      *  ADVISING HOLD THAT THIS PASS PLACED (PLACED BY    *
      *  THE SPLNPARM USER ID) GETS A RELEASE TRANSACTION  *
      *  ONCE THE PLAN IS COMPLETE OR THE STUDENT IS NO    *
      *  LONGER ON WARNING OR SUSPENSION.  HOLDS PLACED BY *
      *  HAND ARE NEVER RELEASED HERE.                     *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SPLN-PARM-FILE
               ASSIGN SPLNPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL PLAN-FILE
               ASSIGN SUCCPLAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SU-STUDENT-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-TRAN-FILE
               ASSIGN HOLDTRAN.

           SELECT PLAN-REPORT
               ASSIGN SPLNRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  SPLN-PARM-FILE.

       01  SPLN-PARM-RECORD.
           05  PP-TERM-CODE             PIC X(05).
           05  PP-HOLD-USER-ID          PIC X(06).
           05                           PIC X(69).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PLAN-FILE.

            COPY SUCCPLAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-TRAN-FILE.

            COPY HOLDTRAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PLAN-REPORT.

       01  PLAN-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  STUD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  STUD-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-PLAN-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-HOLD-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  HOLD-RECORD-FOUND               VALUE "Y".
           05  WS-PLAN-STATE           PIC X(01)   VALUE SPACE.
               88  PLAN-NOT-ON-FILE                VALUE "N".
               88  PLAN-INCOMPLETE                 VALUE "I".
               88  PLAN-COMPLETE                   VALUE "C".
           05  WS-STANDING-SWITCH      PIC X(01)   VALUE "N".
               88  STUDENT-NEEDS-PLAN              VALUE "Y".
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-HOLD-USER-ID         PIC X(06) VALUE SPACES.
           05  WS-PLAN-DEADLINE        PIC 9(08) VALUE ZERO.
           05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
           05  WS-SLOT-SUB             PIC 9(01) VALUE ZERO.
           05  WS-IN-USE               PIC 9(01) VALUE ZERO.
           05  WS-DONE                 PIC 9(01) VALUE ZERO.
           05  WS-HOLD-ACTION          PIC X(24) VALUE SPACES.
           05  WS-STUDENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-ON-STANDING PIC 9(07) VALUE ZERO.
           05  WS-PLANS-COMPLETE       PIC 9(07) VALUE ZERO.
           05  WS-PLANS-INCOMPLETE     PIC 9(07) VALUE ZERO.
           05  WS-PLANS-MISSING        PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-TO-PLACE       PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-TO-RELEASE     PIC 9(07) VALUE ZERO.

       01  PLAN-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  PLH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  PLH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  PLH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "SPLNRPT INCOMPLETE SUCCESS PLANS".
           05                 PIC X(06)   VALUE "TERM: ".
           05  PLH-TERM-CODE  PIC X(05).
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(15)   VALUE "PLAN DEADLINE: ".
           05  PLH-DEADLINE   PIC X(08).
           05                 PIC X(30)   VALUE SPACE.

       01  PLAN-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(17)  VALUE "LAST NAME".
           05                 PIC X(14)  VALUE "FIRST NAME".
           05                 PIC X(05)  VALUE "STND".
           05                 PIC X(07)  VALUE "TERM".
           05                 PIC X(10)  VALUE "PLAN DATE".
           05                 PIC X(08)  VALUE "ADVISOR".
           05                 PIC X(08)  VALUE "DONE".
           05                 PIC X(12)  VALUE "PLAN STATUS".
           05                 PIC X(24)  VALUE "HOLD ACTION".
           05                 PIC X(16)  VALUE SPACE.

       01  PLAN-DETAIL-LINE.
           05  PL-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  PL-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-STANDING        PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  PL-WARNING-TERM    PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-PLAN-DATE       PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-ADVISOR-ID      PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-DONE-GROUP.
               10  PL-DONE        PIC 9(01).
               10                 PIC X(04)  VALUE " OF ".
               10  PL-IN-USE      PIC 9(01).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-PLAN-STATUS     PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  PL-HOLD-ACTION     PIC X(24).
           05                     PIC X(16)  VALUE SPACE.

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
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL STUD-EOF
               READ STUDENT-FILE
                   AT END
                       SET STUD-EOF TO TRUE
               END-READ
               IF NOT STUD-EOF
                   ADD 1 TO WS-STUDENTS-READ
                   PERFORM 110-PROCESS-STUDENT
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 PLAN-FILE
                 HOLD-FILE
                 HOLD-TRAN-FILE
                 PLAN-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO PLH-MONTH.
           MOVE CD-DAY     TO PLH-DAY.
           MOVE CD-YEAR    TO PLH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-TODAY-DATE.

           PERFORM 105-LOAD-PARM.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT PLAN-FILE.

           IF WS-PLAN-STATUS NOT = '00' AND WS-PLAN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SUCCESS-PLAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-PLAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT HOLD FILE'
               DISPLAY ' FILE STATUS IS ', WS-HOLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT HOLD-TRAN-FILE.
           OPEN OUTPUT PLAN-REPORT.

           MOVE WS-TERM-CODE TO PLH-TERM-CODE.
           IF WS-PLAN-DEADLINE = ZERO
               MOVE "NONE SET" TO PLH-DEADLINE
           ELSE
               MOVE WS-PLAN-DEADLINE TO PLH-DEADLINE
           END-IF.

           MOVE PLAN-HEADING-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER PAGE.
           MOVE PLAN-COLUMN-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 2.
           MOVE SPACES TO PLAN-REC.
           WRITE PLAN-REC.


      *****************************************************
      *  105-LOAD-PARM - ONE SPLNPARM CARD: THE TERM WHOSE *
      *  CALENDAR PLAN DEADLINE APPLIES, AND THE USER ID   *
      *  THE HOLD TRANSACTIONS CARRY.  THE TERM MUST BE ON *
      *  THE ACADEMIC CALENDAR.                            *
      *****************************************************
       105-LOAD-PARM.

           OPEN INPUT SPLN-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE SPLNPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ SPLN-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' SPLNPARM IS EMPTY'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF PP-TERM-CODE = SPACES OR PP-HOLD-USER-ID = SPACES
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' SPLNPARM TERM OR HOLD USER ID BLANK'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE PP-TERM-CODE    TO WS-TERM-CODE.
           MOVE PP-HOLD-USER-ID TO WS-HOLD-USER-ID.

           CLOSE SPLN-PARM-FILE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' TERM ', WS-TERM-CODE,
                           ' NOT ON THE ACADEMIC CALENDAR'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE CAL-PLAN-DEADLINE-DATE TO WS-PLAN-DEADLINE.

           CLOSE CALENDAR-FILE.


       110-PROCESS-STUDENT.

           MOVE SPACES TO WS-HOLD-ACTION.
           MOVE SPACE TO WS-PLAN-STATE.
           MOVE "N" TO WS-STANDING-SWITCH.

           IF SM-ENROLLED-ACTIVE
                   AND (SM-ACADEMIC-STANDING = "W"
                        OR SM-ACADEMIC-STANDING = "S")
               MOVE "Y" TO WS-STANDING-SWITCH
               ADD 1 TO WS-STUDENTS-ON-STANDING
               PERFORM 120-READ-PLAN
           END-IF.

           PERFORM 150-DECIDE-HOLD.

           IF STUDENT-NEEDS-PLAN AND NOT PLAN-COMPLETE
               PERFORM 160-PRINT-STUDENT-LINE
           END-IF.


      *****************************************************
      *  120-READ-PLAN - A PLAN IS COMPLETE WHEN EVERY     *
      *  ACTIVITY IN USE HAS A COMPLETION DATE.            *
      *****************************************************
       120-READ-PLAN.

           MOVE ZERO TO WS-IN-USE.
           MOVE ZERO TO WS-DONE.
           MOVE SM-STUDENT-ID TO SU-STUDENT-ID.
           READ PLAN-FILE
               INVALID KEY
                   SET PLAN-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 4
                       IF NOT SU-ACT-UNUSED (WS-SLOT-SUB)
                           ADD 1 TO WS-IN-USE
                           IF SU-COMPLETED-DATE (WS-SLOT-SUB)
                                   NOT = ZERO
                               ADD 1 TO WS-DONE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-IN-USE > ZERO AND WS-DONE = WS-IN-USE
                       SET PLAN-COMPLETE TO TRUE
                   ELSE
                       SET PLAN-INCOMPLETE TO TRUE
                   END-IF
           END-READ.

           EVALUATE TRUE
               WHEN PLAN-NOT-ON-FILE
                   ADD 1 TO WS-PLANS-MISSING
               WHEN PLAN-INCOMPLETE
                   ADD 1 TO WS-PLANS-INCOMPLETE
               WHEN PLAN-COMPLETE
                   ADD 1 TO WS-PLANS-COMPLETE
           END-EVALUATE.


      *****************************************************
      *  150-DECIDE-HOLD - PLACE WHEN THE PLAN IS MISSING  *
      *  OR INCOMPLETE, THE DEADLINE HAS PASSED, AND NO    *
      *  ADVISING HOLD IS ACTIVE; RELEASE WHEN THE PLAN IS *
      *  COMPLETE OR NO LONGER REQUIRED AND THE ACTIVE     *
      *  ADVISING HOLD WAS PLACED BY THIS PASS.            *
      *****************************************************
       150-DECIDE-HOLD.

           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           MOVE SM-STUDENT-ID TO HD-STUDENT-ID.
           MOVE "A" TO HD-HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-FOUND-SWITCH
           END-READ.

           IF STUDENT-NEEDS-PLAN AND NOT PLAN-COMPLETE
                   AND WS-PLAN-DEADLINE NOT = ZERO
                   AND WS-TODAY-DATE > WS-PLAN-DEADLINE
               IF HOLD-RECORD-FOUND AND HD-ACTIVE
                   MOVE "ADVISING HOLD ON FILE" TO WS-HOLD-ACTION
               ELSE
                   MOVE "P" TO HT-ACTION
                   MOVE "SUCCESS PLAN PAST DEADLINE"
                       TO HT-REASON
                   PERFORM 155-WRITE-HOLD-TRAN
                   ADD 1 TO WS-HOLDS-TO-PLACE
                   MOVE "PLACE ADVISING HOLD" TO WS-HOLD-ACTION
               END-IF
           END-IF.

           IF (PLAN-COMPLETE OR NOT STUDENT-NEEDS-PLAN)
                   AND HOLD-RECORD-FOUND
                   AND HD-ACTIVE
                   AND HD-PLACED-BY = WS-HOLD-USER-ID
               MOVE "R" TO HT-ACTION
               IF STUDENT-NEEDS-PLAN
                   MOVE "SUCCESS PLAN COMPLETED" TO HT-REASON
               ELSE
                   MOVE "STANDING NO LONGER W OR S"
                       TO HT-REASON
               END-IF
               PERFORM 155-WRITE-HOLD-TRAN
               ADD 1 TO WS-HOLDS-TO-RELEASE
               MOVE "RELEASE ADVISING HOLD" TO WS-HOLD-ACTION
               PERFORM 160-PRINT-STUDENT-LINE
           END-IF.


       155-WRITE-HOLD-TRAN.

           MOVE SM-STUDENT-ID   TO HT-STUDENT-ID.
           MOVE "A"             TO HT-HOLD-TYPE.
           MOVE WS-HOLD-USER-ID TO HT-USER-ID.
           WRITE HOLD-TRAN-RECORD.


       160-PRINT-STUDENT-LINE.

           MOVE SM-STUDENT-ID         TO PL-STUDENT-ID.
           MOVE SM-NAME-LAST          TO PL-NAME-LAST.
           MOVE SM-NAME-FIRST         TO PL-NAME-FIRST.
           MOVE SM-ACADEMIC-STANDING  TO PL-STANDING.
           IF NOT STUDENT-NEEDS-PLAN OR PLAN-NOT-ON-FILE
               MOVE SPACES TO PL-WARNING-TERM
               MOVE SPACES TO PL-PLAN-DATE
               MOVE SPACES TO PL-ADVISOR-ID
               MOVE SPACES TO PL-DONE-GROUP
           ELSE
               MOVE SU-WARNING-TERM   TO PL-WARNING-TERM
               MOVE SU-PLAN-DATE      TO PL-PLAN-DATE
               MOVE SU-ADVISOR-ID     TO PL-ADVISOR-ID
               MOVE "0 OF 0"          TO PL-DONE-GROUP
               MOVE WS-DONE           TO PL-DONE
               MOVE WS-IN-USE         TO PL-IN-USE
           END-IF.
           EVALUATE TRUE
               WHEN NOT STUDENT-NEEDS-PLAN
                   MOVE "NOT NEEDED" TO PL-PLAN-STATUS
               WHEN PLAN-NOT-ON-FILE
                   MOVE "NO PLAN"    TO PL-PLAN-STATUS
               WHEN PLAN-INCOMPLETE
                   MOVE "INCOMPLETE" TO PL-PLAN-STATUS
               WHEN OTHER
                   MOVE "COMPLETE"   TO PL-PLAN-STATUS
           END-EVALUATE.
           MOVE WS-HOLD-ACTION        TO PL-HOLD-ACTION.
           MOVE PLAN-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO PLAN-REC.
           WRITE PLAN-REC AFTER 2.

           MOVE "STUDENTS READ" TO TR-CAPTION.
           MOVE WS-STUDENTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.

           MOVE "ON WARNING OR SUSPENSION" TO TR-CAPTION.
           MOVE WS-STUDENTS-ON-STANDING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.

           MOVE "  PLAN COMPLETE" TO TR-CAPTION.
           MOVE WS-PLANS-COMPLETE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.

           MOVE "  PLAN INCOMPLETE" TO TR-CAPTION.
           MOVE WS-PLANS-INCOMPLETE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.

           MOVE "  NO PLAN ON FILE" TO TR-CAPTION.
           MOVE WS-PLANS-MISSING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.

           MOVE "ADVISING HOLDS TO PLACE" TO TR-CAPTION.
           MOVE WS-HOLDS-TO-PLACE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.

           MOVE "ADVISING HOLDS TO RELEASE" TO TR-CAPTION.
           MOVE WS-HOLDS-TO-RELEASE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PLAN-REC.
           WRITE PLAN-REC AFTER 1.
