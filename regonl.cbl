       IDENTIFICATION DIVISION.

       PROGRAM-ID. REGONL.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  REGONL - ONLINE REGISTRATION ADD / DROP           *
      *  CICS TRANSACTION REGO, FOR ADVISORS AND REGISTRAR *
      *  STAFF AT THE COUNTER.  ACCEPTS A STUDENT ID AND   *
      *  TERM, WITH AN OPTIONAL ACTION (A ADD, D DROP),    *
      *  COURSE, SECTION, CREDITS AND GRADING BASIS, AND   *
      *  ALWAYS ANSWERS WITH THE STUDENT'S REGCRNT RECORD  *
      *  FOR THE TERM AS IT STANDS AFTER THE ACTION.  AN   *
      *  ADD OR DROP PASSES THE SAME EDITS REGMAINT        *
      *  APPLIES OVERNIGHT - STUDENT MASTER, ACADEMIC      *
      *  CALENDAR (TODAY MUST FALL WITHIN THE TERM),       *
      *  TIME TICKET, CATALOG STATUS AND CREDIT RANGE,     *
      *  SECTION AND TIME CONFLICT, HOLDFILE, CREDIT LOAD  *
      *  AND OVERLOAD APPROVAL, DUPLICATE AND CROSS-LIST - *
      *  AGAINST THE KEYED FILES DEFINED TO CICS, AND IS   *
      *  APPLIED TO REGFILE AT ONCE.  THE SIGNED-ON USER   *
      *  MUST HOLD THE ACTION FOR REGONL ON AUTHFILE.  AN  *
      *  ADD INTO A SECTION TAKES ITS SEAT; A FULL SECTION *
      *  OR ONE WITH STUDENTS ALREADY WAITING IS REFUSED,  *
      *  SO THE COUNTER NEVER JUMPS THE WAITLIST - THOSE   *
      *  ADDS ARE KEYED TO REGTRAN FOR REGMAINT TO QUEUE.  *
      *  A DROP GIVES THE SEAT BACK AT ONCE AND QUEUES AN  *
      *  ONLINE-DROP FOLLOW-UP RECORD TO THE REGTRAN       *
      *  EXTRAPARTITION QUEUE, FROM WHICH REGMAINT POSTS   *
      *  THE REFUND AND PROMOTES THE SECTION'S WAITLIST    *
      *  OVERNIGHT.  EVERY CHANGE IS JOURNALED ON REGJRNL  *
      *  WITH THE USER ID AND TERMINAL; A CHANGE THAT      *
      *  CANNOT BE COMPLETED AND JOURNALED IS BACKED OUT.  *
      *****************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-RESP                 PIC S9(08) COMP.
           05  WS-INPUT-LENGTH         PIC S9(04) COMP VALUE +80.
           05  WS-SEND-LENGTH          PIC S9(04) COMP VALUE ZERO.
           05  WS-REG-LENGTH           PIC S9(04) COMP VALUE ZERO.
           05  WS-FOLLOWUP-LENGTH      PIC S9(04) COMP VALUE +36.
           05  WS-STUDENT-ID-KEY       PIC 9(09).
           05  WS-USER-ID              PIC X(08)   VALUE SPACES.
           05  WS-LINE-SUB             PIC 9(02)   VALUE ZERO.
           05  WS-CRS-SUB              PIC 9(02)   VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(02)   VALUE ZERO.
           05  WS-XLIST-MATCH-SUB      PIC 9(02)   VALUE ZERO.
           05  WS-ACT-SUB              PIC 9(01)   VALUE ZERO.
           05  WS-DAY-SUB              PIC 9(01)   VALUE ZERO.
           05  WS-HOLD-TYPE-SUB        PIC 9(01)   VALUE ZERO.
           05  WS-BLOCKING-TYPES       PIC X(03)   VALUE "FAD".
           05  WS-BLOCKING-TYPE-TBL REDEFINES WS-BLOCKING-TYPES.
               10  WS-BLOCKING-TYPE    PIC X(01) OCCURS 3 TIMES.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40)   VALUE SPACES.
           05  WS-REG-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  REG-RECORD-FOUND                VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01)   VALUE "N".
               88  USER-IS-AUTHORIZED              VALUE "Y".
           05  WS-APPROVER-OK-SWITCH   PIC X(01)   VALUE "N".
               88  APPROVER-IS-AUTHORIZED          VALUE "Y".
           05  WS-HOLD-BLOCK-SWITCH    PIC X(01)   VALUE "N".
               88  REGISTRATION-HOLD-ACTIVE        VALUE "Y".
           05  WS-OVERLOAD-SWITCH      PIC X(01)   VALUE "N".
               88  OVERLOAD-APPROVED               VALUE "Y".
           05  WS-OTHER-SECT-SWITCH    PIC X(01)   VALUE "N".
               88  OTHER-SECTION-FOUND             VALUE "Y".
           05  WS-ATTEMPTED-CREDITS    PIC 99V9    VALUE ZERO.
           05  WS-STD-CREDITS          PIC 99V9    VALUE ZERO.
           05  WS-XLIST-GROUP          PIC X(06)   VALUE SPACES.
           05  WS-MIN-CREDITS          PIC 99V9    VALUE ZERO.
           05  WS-MAX-CREDITS          PIC 99V9    VALUE ZERO.
           05  WS-REG-CREDITS          PIC 99V9    VALUE ZERO.
           05  WS-VARIABLE-CREDIT-FLAG PIC X(01)   VALUE "N".
               88  COURSE-IS-VARIABLE              VALUE "Y".
           05  WS-LOAD-LIMIT           PIC 99V9    VALUE ZERO.
           05  WS-TERM-LOAD            PIC 999V9   VALUE ZERO.
           05  WS-TOTAL-ATTEMPTED      PIC 999V9   VALUE ZERO.
           05  WS-SECT-KEY-WORK        PIC X(14)   VALUE SPACES.
           05  WS-DROPPED-SECTION-NO   PIC X(03)   VALUE SPACES.
           05  WS-DROPPED-CREDITS      PIC 99V9    VALUE ZERO.
           05  WS-DROPPED-BASIS        PIC X(01)   VALUE SPACE.
           05  WS-NEW-MEETING-PATTERN.
               10  WS-NEW-MEETING-DAYS PIC X(07).
               10  WS-NEW-DAY-TBL REDEFINES WS-NEW-MEETING-DAYS.
                   15  WS-NEW-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
               10  WS-NEW-START-TIME   PIC 9(04).
               10  WS-NEW-END-TIME     PIC 9(04).
           05  WS-CONFLICT-REASON.
               10                      PIC X(19)
                   VALUE "TIME CONFLICT WITH ".
               10  WS-CONFLICT-COURSE  PIC X(06).
               10                      PIC X(06) VALUE " SECT ".
               10  WS-CONFLICT-SECTION PIC X(03).
               10                      PIC X(06) VALUE SPACES.
           05  WS-XLIST-REASON.
               10                      PIC X(33)
                   VALUE "ALREADY REGISTERED IN CROSS-LIST ".
               10  WS-XLIST-COURSE     PIC X(06).
               10                      PIC X(01) VALUE SPACE.

      *****************************************************
      *  TERMINAL INPUT -                                  *
      *  REGO SSSSSSSSS TTTTT A CCCCCC SSS NNN B           *
      *  STUDENT, TERM, ACTION (A, D, OR BLANK TO DISPLAY  *
      *  ONLY), COURSE, SECTION, CREDITS AS THREE DIGITS   *
      *  WITH ONE DECIMAL (BLANK FOR THE CATALOG CREDITS), *
      *  AND GRADING BASIS (G, P, I, OR BLANK).            *
      *****************************************************
       01  WS-INPUT-AREA.
           05  WS-TRANID-IN            PIC X(04).
           05                          PIC X(01).
           05  WS-STUDENT-ID-IN        PIC X(09).
           05                          PIC X(01).
           05  WS-TERM-CODE-IN         PIC X(05).
           05                          PIC X(01).
           05  WS-ACTION-IN            PIC X(01).
               88  ACTION-INQUIRY                  VALUE SPACE.
               88  ACTION-ADD                      VALUE "A".
               88  ACTION-DROP                     VALUE "D".
               88  ACTION-VALID                    VALUE "A" "D"
                                                         SPACE.
           05                          PIC X(01).
           05  WS-COURSE-ID-IN         PIC X(06).
           05                          PIC X(01).
           05  WS-SECTION-NO-IN        PIC X(03).
           05                          PIC X(01).
           05  WS-CREDITS-IN           PIC X(03).
           05  WS-CREDITS-NUM REDEFINES WS-CREDITS-IN
                                       PIC 99V9.
           05                          PIC X(01).
           05  WS-BASIS-IN             PIC X(01).
               88  BASIS-VALID                     VALUE "G" "P"
                                                         "I" SPACE.
           05                          PIC X(41).

       01  LOG-DATE-AND-TIME.
           05  LG-CURRENT-DATE         PIC 9(08).
           05  LG-CURRENT-TIME         PIC 9(06).
           05                          PIC X(07).

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

            COPY WAITLIST IN KC2477.SHARED.COBOL.STUDGPA.

            COPY TIMETKT IN KC2477.SHARED.COBOL.STUDGPA.

            COPY OVLDAPPR IN KC2477.SHARED.COBOL.STUDGPA.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

            COPY REGJRNL IN KC2477.SHARED.COBOL.STUDGPA.

      *****************************************************
      *  THE KEYED COPY OF LOADPARM, ONE RECORD PER        *
      *  ACADEMIC STANDING CODE.  A STANDING WITH NO       *
      *  RECORD IS NOT LIMITED.                            *
      *****************************************************
       01  LOAD-PARM-RECORD.
           05  LP-STANDING-CODE        PIC X(01).
           05  LP-MAX-CREDITS          PIC 99V9.
           05                          PIC X(76).

      *****************************************************
      *  ONLINE-DROP FOLLOW-UP - THE REGTRAN LAYOUT WITH   *
      *  ACTION "O", WRITTEN TO THE EXTRAPARTITION QUEUE   *
      *  THAT FEEDS THE NEXT REGMAINT RUN.                 *
      *****************************************************
       01  DROP-FOLLOWUP-RECORD.
           05  DF-ACTION               PIC X(01).
           05  DF-STUDENT-ID           PIC 9(09).
           05  DF-TERM-CODE            PIC X(05).
           05  DF-COURSE-ID            PIC X(06).
           05  DF-ATTEMPTED-CREDITS    PIC 99V9.
           05  DF-GRADING-BASIS        PIC X(01).
           05  DF-EFFECTIVE-DATE       PIC 9(08).
           05  DF-SECTION-NO           PIC X(03).

      *****************************************************
      *  THE ANSWER IS BUILT AS A BLOCK OF 60-BYTE LINES   *
      *  AND SENT IN ONE TEXT SEND.  THE FIRST LINE GIVES  *
      *  THE OUTCOME OF THE ACTION, THE SECOND IDENTIFIES  *
      *  THE STUDENT AND TERM, THEN ONE LINE PER COURSE    *
      *  REGISTERED AND A TOTAL.                           *
      *****************************************************
       01  OUTPUT-BLOCK.
           05  OUTPUT-LINE OCCURS 20 TIMES
                           PIC X(60).

       01  RESULT-LINE             PIC X(60).

       01  INQUIRY-LINE.
           05                     PIC X(30)
               VALUE "CURRENT REGISTRATION - NO CHAN".
           05                     PIC X(30)
               VALUE "GE REQUESTED".

       01  APPLIED-LINE.
           05  OL-APPLIED-TEXT    PIC X(13).
           05                     PIC X(01)  VALUE SPACE.
           05  OL-APPLIED-COURSE  PIC X(06).
           05                     PIC X(06)  VALUE " SECT ".
           05  OL-APPLIED-SECTION PIC X(03).
           05                     PIC X(01)  VALUE SPACE.
           05  OL-APPLIED-NOTE    PIC X(30).

       01  REJECT-LINE.
           05                     PIC X(11)  VALUE "REJECTED - ".
           05  OL-REJECT-REASON   PIC X(40).
           05                     PIC X(09)  VALUE SPACE.

       01  IDENT-LINE.
           05                     PIC X(09)  VALUE "STUDENT: ".
           05  OL-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  OL-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  OL-NAME-FIRST      PIC X(12).
           05                     PIC X(06)  VALUE " TERM ".
           05  OL-TERM-CODE       PIC X(05).

       01  COLUMN-LINE.
           05                     PIC X(30)
               VALUE "COURSE  SECT  CREDITS  ATTEMPT".
           05                     PIC X(30)
               VALUE "ED  BASIS".

       01  COURSE-LINE.
           05  OL-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  OL-SECTION-NO      PIC X(03).
           05                     PIC X(05)  VALUE SPACE.
           05  OL-COURSE-CREDITS  PIC Z9.9.
           05                     PIC X(07)  VALUE SPACE.
           05  OL-ATTEMPTED       PIC Z9.9.
           05                     PIC X(06)  VALUE SPACE.
           05  OL-BASIS           PIC X(01).
           05                     PIC X(22)  VALUE SPACE.

       01  TOTAL-LINE.
           05                     PIC X(09)  VALUE "COURSES: ".
           05  OL-NUM-COURSES     PIC Z9.
           05                     PIC X(22)
               VALUE "   ATTEMPTED CREDITS: ".
           05  OL-TOTAL-ATTEMPTED PIC ZZ9.9.
           05                     PIC X(22)  VALUE SPACE.

       01  NO-REG-LINE.
           05                     PIC X(36)
               VALUE "NO REGISTRATION RECORD FOR THE TERM".
           05                     PIC X(24)  VALUE SPACE.

       01  ERROR-MESSAGE.
           05  EM-TEXT            PIC X(60).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           EXEC CICS RECEIVE
               INTO (WS-INPUT-AREA)
               LENGTH (WS-INPUT-LENGTH)
               RESP (WS-RESP)
           END-EXEC.

           PERFORM 100-EDIT-INPUT.
           PERFORM 105-CHECK-AUTHORITY.

           MOVE FUNCTION CURRENT-DATE TO LOG-DATE-AND-TIME.

           EXEC CICS READ
               FILE ('STUFILE')
               INTO (STUDENT-MASTER-RECORD)
               RIDFLD (WS-STUDENT-ID-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "STUDENT ID NOT ON THE STUDENT MASTER" TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-OVERLOAD-SWITCH.

           IF NOT ACTION-INQUIRY
               PERFORM 120-EDIT-TRAN
               IF TRAN-IS-VALID
                   EVALUATE TRUE
                       WHEN ACTION-ADD
                           PERFORM 130-APPLY-ADD
                       WHEN ACTION-DROP
                           PERFORM 150-APPLY-DROP
                   END-EVALUATE
                   PERFORM 170-WRITE-JOURNAL
                   EXEC CICS SYNCPOINT END-EXEC
               END-IF
           END-IF.

           PERFORM 200-BUILD-DISPLAY.

           COMPUTE WS-SEND-LENGTH = WS-LINE-SUB * 60.

           EXEC CICS SEND TEXT
               FROM (OUTPUT-BLOCK)
               LENGTH (WS-SEND-LENGTH)
               ERASE
               FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.


      *****************************************************
      *  100-EDIT-INPUT - THE FORM OF THE INPUT LINE.  A   *
      *  BADLY KEYED LINE IS ANSWERED WITH THE ERROR ONLY. *
      *****************************************************
       100-EDIT-INPUT.

           IF WS-STUDENT-ID-IN NOT NUMERIC
               MOVE "STUDENT ID MUST BE NINE DIGITS - ENTER REGO NNN"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           MOVE WS-STUDENT-ID-IN TO WS-STUDENT-ID-KEY.

           IF WS-TERM-CODE-IN = SPACES
               MOVE "TERM CODE REQUIRED AFTER THE STUDENT ID"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT ACTION-VALID
               MOVE "ACTION MUST BE A (ADD), D (DROP), OR BLANK"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT ACTION-INQUIRY AND WS-COURSE-ID-IN = SPACES
               MOVE "COURSE ID REQUIRED FOR AN ADD OR DROP"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF WS-CREDITS-IN NOT = SPACES
                   AND WS-CREDITS-NUM NOT NUMERIC
               MOVE "CREDITS MUST BE THREE DIGITS (030 = 3.0) OR BLANK"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT BASIS-VALID
               MOVE "GRADING BASIS MUST BE G / P / I / BLANK"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF WS-CREDITS-IN = SPACES
               MOVE ZERO TO WS-ATTEMPTED-CREDITS
           ELSE
               MOVE WS-CREDITS-NUM TO WS-ATTEMPTED-CREDITS
           END-IF.


      *****************************************************
      *  105-CHECK-AUTHORITY - THE SIGNED-ON USER MUST     *
      *  HAVE A REGONL RECORD ON AUTHFILE TO USE THE       *
      *  TRANSACTION AT ALL, AND MUST HOLD THE ACTION CODE *
      *  (A OR D) IN IT TO ADD OR DROP.                    *
      *****************************************************
       105-CHECK-AUTHORITY.

           EXEC CICS ASSIGN
               USERID (WS-USER-ID)
               RESP (WS-RESP)
           END-EXEC.

           MOVE "N" TO WS-AUTH-OK-SWITCH.
           MOVE WS-USER-ID TO AU-USER-ID.
           MOVE "REGONL"   TO AU-PROGRAM.

           EXEC CICS READ
               FILE ('AUTHFILE')
               INTO (OPERATOR-AUTH-RECORD)
               RIDFLD (AU-AUTH-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "USER NOT AUTHORIZED FOR ONLINE REGISTRATION"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF ACTION-INQUIRY
               MOVE "Y" TO WS-AUTH-OK-SWITCH
           ELSE
               PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                       UNTIL WS-ACT-SUB > 8
                          OR USER-IS-AUTHORIZED
                   IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1) = WS-ACTION-IN
                       MOVE "Y" TO WS-AUTH-OK-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT USER-IS-AUTHORIZED
               MOVE "USER NOT AUTHORIZED FOR THIS ACTION" TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.


      *****************************************************
      *  120-EDIT-TRAN - THE REGMAINT EDITS, IN REGMAINT'S *
      *  ORDER, WITH TODAY AS THE EFFECTIVE DATE.  THE     *
      *  FIRST EDIT FAILED IS THE REASON SHOWN.            *
      *****************************************************
       120-EDIT-TRAN.

           PERFORM 122-CHECK-STUDENT.

           IF TRAN-IS-VALID
               PERFORM 124-CHECK-CALENDAR
           END-IF.

           IF TRAN-IS-VALID AND ACTION-ADD
               PERFORM 121-CHECK-TICKET
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 126-CHECK-CATALOG
           END-IF.

           IF TRAN-IS-VALID AND ACTION-ADD
               PERFORM 133-CHECK-CREDIT-RANGE
           END-IF.

           IF TRAN-IS-VALID AND ACTION-ADD
                   AND WS-SECTION-NO-IN NOT = SPACES
               PERFORM 127-CHECK-SECTION
           END-IF.

           IF TRAN-IS-VALID AND ACTION-ADD
               PERFORM 128-CHECK-HOLDS
           END-IF.

           IF TRAN-IS-VALID AND ACTION-ADD
               PERFORM 129-CHECK-CREDIT-LOAD
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 134-CHECK-REGISTRATION
           END-IF.


       122-CHECK-STUDENT.

           IF NOT SM-ENROLLED-ACTIVE
               MOVE "STUDENT NOT ACTIVELY ENROLLED"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.


       124-CHECK-CALENDAR.

           MOVE WS-TERM-CODE-IN TO CAL-TERM-CODE.

           EXEC CICS READ
               FILE ('ACADCAL')
               INTO (ACADEMIC-CALENDAR-RECORD)
               RIDFLD (CAL-TERM-CODE)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "TERM NOT ON THE ACADEMIC CALENDAR"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               IF LG-CURRENT-DATE < CAL-TERM-START-DATE
                       OR LG-CURRENT-DATE > CAL-TERM-END-DATE
                   MOVE "TODAY IS OUTSIDE THE TERM DATES"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       121-CHECK-TICKET.

           MOVE WS-STUDENT-ID-KEY TO TK-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO TK-TERM-CODE.

           EXEC CICS READ
               FILE ('TIMETKT')
               INTO (TIME-TICKET-RECORD)
               RIDFLD (TK-TICKET-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               IF LG-CURRENT-DATE < TK-TICKET-DATE
                   MOVE "ADD DATED BEFORE REGISTRATION TICKET"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       126-CHECK-CATALOG.

           MOVE WS-COURSE-ID-IN TO CC-COURSE-ID.

           EXEC CICS READ
               FILE ('CRSECATG')
               INTO (COURSE-CATALOG-RECORD)
               RIDFLD (CC-COURSE-ID)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "COURSE NOT IN CATALOG"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE CC-STD-CREDITS TO WS-STD-CREDITS
               MOVE CC-XLIST-GROUP TO WS-XLIST-GROUP
               MOVE CC-MIN-CREDITS TO WS-MIN-CREDITS
               MOVE CC-MAX-CREDITS TO WS-MAX-CREDITS
               MOVE CC-VARIABLE-CREDIT-FLAG
                   TO WS-VARIABLE-CREDIT-FLAG
               IF CC-COURSE-INACTIVE AND ACTION-ADD
                       AND WS-TERM-CODE-IN NOT < CC-EFFECTIVE-TERM
                   MOVE "COURSE INACTIVE IN CATALOG"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       133-CHECK-CREDIT-RANGE.

           IF WS-ATTEMPTED-CREDITS > ZERO
               MOVE WS-ATTEMPTED-CREDITS TO WS-REG-CREDITS
           ELSE
               MOVE WS-STD-CREDITS TO WS-REG-CREDITS
           END-IF.

           IF WS-REG-CREDITS < WS-MIN-CREDITS
                   OR WS-REG-CREDITS > WS-MAX-CREDITS
               MOVE "CREDITS OUTSIDE CATALOG RANGE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.


      *****************************************************
      *  127-CHECK-SECTION - THE SECTION MUST BE ON THE    *
      *  SECTION MASTER, NOT CANCELLED, AND FREE OF TIME   *
      *  CONFLICTS, AS IN REGMAINT.  THE WAITLIST IS KEPT  *
      *  ONLY BY THE OVERNIGHT RUN, SO A FULL SECTION, OR  *
      *  ONE WITH STUDENTS WAITING FOR IT, IS REFUSED HERE *
      *  RATHER THAN LETTING THE COUNTER TAKE A SEAT AHEAD *
      *  OF THEM.                                          *
      *****************************************************
       127-CHECK-SECTION.

           MOVE WS-COURSE-ID-IN  TO CS-COURSE-ID.
           MOVE WS-TERM-CODE-IN  TO CS-TERM-CODE.
           MOVE WS-SECTION-NO-IN TO CS-SECTION-NO.

           EXEC CICS READ
               FILE ('SECTFILE')
               INTO (COURSE-SECTION-RECORD)
               RIDFLD (CS-SECT-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "SECTION NOT ON SECTION MASTER"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE CS-SECT-KEY TO WS-SECT-KEY-WORK
               MOVE CS-MEETING-PATTERN TO WS-NEW-MEETING-PATTERN
               IF CS-SECTION-CANCELLED
                   MOVE "SECTION HAS BEEN CANCELLED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
               IF TRAN-IS-VALID
                       AND NOT CS-NO-SEAT-LIMIT
                       AND CS-ENROLLED-COUNT NOT < CS-SEAT-CAPACITY
                   MOVE "SECTION FULL - WAITLIST THROUGH REGTRAN"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 132-CHECK-WAITLIST
           END-IF.

           IF TRAN-IS-VALID AND WS-NEW-MEETING-DAYS NOT = SPACES
               PERFORM 123-CHECK-TIME-CONFLICT
           END-IF.


       132-CHECK-WAITLIST.

           MOVE WS-SECT-KEY-WORK TO WL-SECT-KEY.
           MOVE ZEROS TO WL-REQUEST-DATE.
           MOVE ZEROS TO WL-REQUEST-TIME.
           MOVE ZEROS TO WL-REQUEST-SEQ.

           EXEC CICS STARTBR
               FILE ('WAITLIST')
               RIDFLD (WL-WAIT-KEY)
               GTEQ
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   FILE ('WAITLIST')
                   INTO (WAITLIST-RECORD)
                   RIDFLD (WL-WAIT-KEY)
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                       AND WL-SECT-KEY = WS-SECT-KEY-WORK
                   MOVE "SECTION HAS WAITLIST - ADD VIA REGTRAN"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
               EXEC CICS ENDBR
                   FILE ('WAITLIST')
                   RESP (WS-RESP)
               END-EXEC
           END-IF.


      *****************************************************
      *  123-CHECK-TIME-CONFLICT - EACH COURSE ALREADY ON  *
      *  THE REGISTRATION RECORD THAT WAS ADDED INTO A     *
      *  SECTION IS COMPARED WITH THE NEW SECTION'S        *
      *  MEETING PATTERN, AS IN REGMAINT.                  *
      *****************************************************
       123-CHECK-TIME-CONFLICT.

           PERFORM 145-READ-REG-RECORD.

           IF REG-RECORD-FOUND
               PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                       UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                          OR NOT TRAN-IS-VALID
                   IF RG-COURSE-ID (WS-CRS-SUB) NOT = WS-COURSE-ID-IN
                       PERFORM 125-COMPARE-MEETING
                   END-IF
               END-PERFORM
           END-IF.


       125-COMPARE-MEETING.

           MOVE "N" TO WS-OTHER-SECT-SWITCH.
           MOVE WS-STUDENT-ID-KEY TO RS-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (WS-CRS-SUB) TO RS-COURSE-ID.

           EXEC CICS READ
               FILE ('REGSECT')
               INTO (REGISTERED-SECTION-RECORD)
               RIDFLD (RS-REG-SECT-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RS-COURSE-ID  TO CS-COURSE-ID
               MOVE RS-TERM-CODE  TO CS-TERM-CODE
               MOVE RS-SECTION-NO TO CS-SECTION-NO
               EXEC CICS READ
                   FILE ('SECTFILE')
                   INTO (COURSE-SECTION-RECORD)
                   RIDFLD (CS-SECT-KEY)
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-OTHER-SECT-SWITCH
               END-IF
           END-IF.

           IF OTHER-SECTION-FOUND
                   AND CS-MEETING-DAYS NOT = SPACES
                   AND CS-START-TIME < WS-NEW-END-TIME
                   AND WS-NEW-START-TIME < CS-END-TIME
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                          OR NOT TRAN-IS-VALID
                   IF CS-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                           AND WS-NEW-DAY-FLAG (WS-DAY-SUB)
                               NOT = SPACE
                       MOVE CS-COURSE-ID  TO WS-CONFLICT-COURSE
                       MOVE CS-SECTION-NO TO WS-CONFLICT-SECTION
                       MOVE WS-CONFLICT-REASON TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-PERFORM
           END-IF.


      *****************************************************
      *  128-CHECK-HOLDS - AN ACTIVE FINANCIAL, ADVISING,  *
      *  OR DISCIPLINARY HOLD BLOCKS AN ADD.  DROPS ARE    *
      *  NEVER BLOCKED.                                    *
      *****************************************************
       128-CHECK-HOLDS.

           MOVE "N" TO WS-HOLD-BLOCK-SWITCH.

           PERFORM VARYING WS-HOLD-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-TYPE-SUB > 3
                      OR REGISTRATION-HOLD-ACTIVE
               MOVE WS-STUDENT-ID-KEY TO HD-STUDENT-ID
               MOVE WS-BLOCKING-TYPE (WS-HOLD-TYPE-SUB)
                   TO HD-HOLD-TYPE
               EXEC CICS READ
                   FILE ('HOLDFILE')
                   INTO (STUDENT-HOLD-RECORD)
                   RIDFLD (HD-HOLD-KEY)
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND HD-ACTIVE
                   MOVE "Y" TO WS-HOLD-BLOCK-SWITCH
               END-IF
           END-PERFORM.

           IF REGISTRATION-HOLD-ACTIVE
               MOVE "REGISTRATION HOLD ON STUDENT"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.


      *****************************************************
      *  129-CHECK-CREDIT-LOAD - THE ADD'S CREDITS PLUS    *
      *  THOSE ALREADY REGISTERED MAY NOT EXCEED THE       *
      *  LOADPARM LIMIT FOR THE STUDENT'S STANDING UNLESS  *
      *  AN OVERLOAD APPROVAL FROM AN AUTHORIZED APPROVER  *
      *  IS ON OVLDFILE FOR THE TERM.                      *
      *****************************************************
       129-CHECK-CREDIT-LOAD.

           MOVE SM-ACADEMIC-STANDING TO LP-STANDING-CODE.

           EXEC CICS READ
               FILE ('LOADPARM')
               INTO (LOAD-PARM-RECORD)
               RIDFLD (LP-STANDING-CODE)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE LP-MAX-CREDITS TO WS-LOAD-LIMIT
               IF WS-ATTEMPTED-CREDITS > ZERO
                   MOVE WS-ATTEMPTED-CREDITS TO WS-TERM-LOAD
               ELSE
                   MOVE WS-STD-CREDITS TO WS-TERM-LOAD
               END-IF
               PERFORM 145-READ-REG-RECORD
               IF REG-RECORD-FOUND
                   PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                           UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                       ADD RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
                           TO WS-TERM-LOAD
                   END-PERFORM
               END-IF
               IF WS-TERM-LOAD > WS-LOAD-LIMIT
                   PERFORM 131-CHECK-OVERLOAD
               END-IF
           END-IF.


       131-CHECK-OVERLOAD.

           MOVE "N" TO WS-APPROVER-OK-SWITCH.
           MOVE WS-STUDENT-ID-KEY TO OV-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO OV-TERM-CODE.

           EXEC CICS READ
               FILE ('OVLDFILE')
               INTO (OVERLOAD-APPROVAL-RECORD)
               RIDFLD (OV-APPROVAL-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CREDIT LOAD OVER LIMIT FOR STANDING"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE OV-APPROVER-ID TO AU-USER-ID
               MOVE "OVLDMNT" TO AU-PROGRAM
               EXEC CICS READ
                   FILE ('AUTHFILE')
                   INTO (OPERATOR-AUTH-RECORD)
                   RIDFLD (AU-AUTH-KEY)
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                           UNTIL WS-ACT-SUB > 8
                              OR APPROVER-IS-AUTHORIZED
                       IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1) = "A"
                           MOVE "Y" TO WS-APPROVER-OK-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN NOT APPROVER-IS-AUTHORIZED
                       MOVE "OVERLOAD APPROVER NOT AUTHORIZED"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN WS-TERM-LOAD > OV-MAX-CREDITS
                       MOVE "CREDIT LOAD OVER APPROVED OVERLOAD"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN OTHER
                       MOVE "Y" TO WS-OVERLOAD-SWITCH
               END-EVALUATE
           END-IF.


      *****************************************************
      *  134-CHECK-REGISTRATION - AN ADD MAY NOT REPEAT A  *
      *  COURSE OR ANOTHER COURSE OF ITS CROSS-LIST GROUP, *
      *  OR GO PAST 30 COURSES.  A DROP MUST FIND THE      *
      *  COURSE ON THE RECORD - A WAITLIST REQUEST IS      *
      *  WITHDRAWN THROUGH REGTRAN.                        *
      *****************************************************
       134-CHECK-REGISTRATION.

           PERFORM 145-READ-REG-RECORD.

           MOVE ZERO TO WS-MATCH-SUB.
           MOVE ZERO TO WS-XLIST-MATCH-SUB.
           IF REG-RECORD-FOUND
               PERFORM 148-FIND-COURSE
               IF ACTION-ADD
                   PERFORM 149-FIND-XLIST-MATCH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN ACTION-ADD AND WS-MATCH-SUB > ZERO
                   MOVE "COURSE ALREADY REGISTERED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN ACTION-ADD AND WS-XLIST-MATCH-SUB > ZERO
                   MOVE RG-COURSE-ID (WS-XLIST-MATCH-SUB)
                       TO WS-XLIST-COURSE
                   MOVE WS-XLIST-REASON TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN ACTION-ADD AND REG-RECORD-FOUND
                       AND RG-NUM-CRS-ENROLLED >= 30
                   MOVE "REGISTRATION RECORD FULL - 30 COURSES"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN ACTION-DROP AND NOT REG-RECORD-FOUND
                   MOVE "NO REGISTRATION RECORD FOR TERM"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN ACTION-DROP AND WS-MATCH-SUB = ZERO
                   MOVE "COURSE NOT ON REGISTRATION RECORD"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-EVALUATE.


      *****************************************************
      *  130-APPLY-ADD - ADDS THE COURSE TO THE STUDENT'S  *
      *  REGFILE RECORD FOR THE TERM, OR WRITES THE RECORD *
      *  WHEN IT IS THE FIRST COURSE, AND TAKES THE SEAT.  *
      *****************************************************
       130-APPLY-ADD.

           PERFORM 146-READ-REG-FOR-UPDATE.

           IF REG-RECORD-FOUND
               PERFORM 148-FIND-COURSE
               IF WS-MATCH-SUB > ZERO OR RG-NUM-CRS-ENROLLED >= 30
                   MOVE "REGISTRATION CHANGED - ADD BACKED OUT"
                       TO EM-TEXT
                   PERFORM 890-BACK-OUT
               END-IF
               ADD 1 TO RG-NUM-CRS-ENROLLED
               MOVE RG-NUM-CRS-ENROLLED TO WS-CRS-SUB
               PERFORM 135-BUILD-COURSE-OCCURRENCE
               COMPUTE WS-REG-LENGTH = 16 + (22 * RG-NUM-CRS-ENROLLED)
               EXEC CICS REWRITE
                   FILE ('REGFILE')
                   FROM (CURRENT-REG-RECORD)
                   LENGTH (WS-REG-LENGTH)
                   RESP (WS-RESP)
               END-EXEC
           ELSE
               MOVE WS-STUDENT-ID-KEY TO RG-STUDENT-ID
               MOVE WS-TERM-CODE-IN   TO RG-TERM-CODE
               MOVE 1 TO RG-NUM-CRS-ENROLLED
               MOVE 1 TO WS-CRS-SUB
               PERFORM 135-BUILD-COURSE-OCCURRENCE
               COMPUTE WS-REG-LENGTH = 16 + (22 * RG-NUM-CRS-ENROLLED)
               EXEC CICS WRITE
                   FILE ('REGFILE')
                   FROM (CURRENT-REG-RECORD)
                   RIDFLD (RG-REG-KEY)
                   LENGTH (WS-REG-LENGTH)
                   RESP (WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REGISTRATION FILE UPDATE FAILED - ADD BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           IF WS-SECTION-NO-IN NOT = SPACES
               PERFORM 137-TAKE-SEAT
           END-IF.


      *****************************************************
      *  135-BUILD-COURSE-OCCURRENCE - AS IN REGMAINT: THE *
      *  CATALOG STANDARD CREDITS ARE THE COURSE CREDITS   *
      *  (A VARIABLE-CREDIT COURSE CARRIES THE CREDITS     *
      *  REGISTERED FOR), A BLANK ATTEMPTED FIELD TAKES    *
      *  THE CATALOG CREDITS, AND A BLANK BASIS IS GRADED. *
      *****************************************************
       135-BUILD-COURSE-OCCURRENCE.

           MOVE WS-COURSE-ID-IN TO RG-COURSE-ID (WS-CRS-SUB).
           IF COURSE-IS-VARIABLE
               MOVE WS-REG-CREDITS TO RG-COURSE-CREDITS (WS-CRS-SUB)
           ELSE
               MOVE WS-STD-CREDITS TO RG-COURSE-CREDITS (WS-CRS-SUB)
           END-IF.
           MOVE ZEROS TO RG-PERCENTAGE-EARNED (WS-CRS-SUB).
           IF WS-ATTEMPTED-CREDITS > ZERO
               MOVE WS-ATTEMPTED-CREDITS
                   TO RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
           ELSE
               MOVE WS-STD-CREDITS
                   TO RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
           END-IF.
           IF WS-BASIS-IN = SPACE
               MOVE "G" TO RG-GRADING-BASIS (WS-CRS-SUB)
           ELSE
               MOVE WS-BASIS-IN TO RG-GRADING-BASIS (WS-CRS-SUB)
           END-IF.
           MOVE WS-TERM-CODE-IN TO RG-CRS-TERM-CODE (WS-CRS-SUB).
           MOVE SPACE TO RG-FORGIVE-FLAG (WS-CRS-SUB).


      *****************************************************
      *  137-TAKE-SEAT - RAISES THE SECTION'S ENROLLED     *
      *  COUNT UNDER UPDATE, RECHECKING CAPACITY IN CASE   *
      *  ANOTHER TERMINAL TOOK THE LAST SEAT SINCE THE     *
      *  EDIT, AND RECORDS THE SECTION ON REGSECT.         *
      *****************************************************
       137-TAKE-SEAT.

           MOVE WS-SECT-KEY-WORK TO CS-SECT-KEY.

           EXEC CICS READ
               FILE ('SECTFILE')
               INTO (COURSE-SECTION-RECORD)
               RIDFLD (CS-SECT-KEY)
               UPDATE
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "SECTION MASTER UPDATE FAILED - ADD BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           IF NOT CS-NO-SEAT-LIMIT
                   AND CS-ENROLLED-COUNT NOT < CS-SEAT-CAPACITY
               MOVE "SECTION FILLED MEANWHILE - ADD BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           ADD 1 TO CS-ENROLLED-COUNT.

           EXEC CICS REWRITE
               FILE ('SECTFILE')
               FROM (COURSE-SECTION-RECORD)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "SECTION MASTER UPDATE FAILED - ADD BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           MOVE WS-STUDENT-ID-KEY TO RS-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO RS-TERM-CODE.
           MOVE WS-COURSE-ID-IN   TO RS-COURSE-ID.

           EXEC CICS DELETE
               FILE ('REGSECT')
               RIDFLD (RS-REG-SECT-KEY)
               RESP (WS-RESP)
           END-EXEC.

           MOVE WS-SECTION-NO-IN  TO RS-SECTION-NO.
           MOVE LG-CURRENT-DATE   TO RS-ADD-DATE.

           EXEC CICS WRITE
               FILE ('REGSECT')
               FROM (REGISTERED-SECTION-RECORD)
               RIDFLD (RS-REG-SECT-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "SECTION XREF NOT WRITTEN - ADD BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


       145-READ-REG-RECORD.

           MOVE "N" TO WS-REG-FOUND-SWITCH.
           MOVE WS-STUDENT-ID-KEY TO RG-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO RG-TERM-CODE.
           MOVE 676 TO WS-REG-LENGTH.

           EXEC CICS READ
               FILE ('REGFILE')
               INTO (CURRENT-REG-RECORD)
               RIDFLD (RG-REG-KEY)
               LENGTH (WS-REG-LENGTH)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-REG-FOUND-SWITCH
           END-IF.


       146-READ-REG-FOR-UPDATE.

           MOVE "N" TO WS-REG-FOUND-SWITCH.
           MOVE WS-STUDENT-ID-KEY TO RG-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO RG-TERM-CODE.
           MOVE 676 TO WS-REG-LENGTH.

           EXEC CICS READ
               FILE ('REGFILE')
               INTO (CURRENT-REG-RECORD)
               RIDFLD (RG-REG-KEY)
               LENGTH (WS-REG-LENGTH)
               UPDATE
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-REG-FOUND-SWITCH
           END-IF.


       148-FIND-COURSE.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                      OR WS-MATCH-SUB > ZERO
               IF RG-COURSE-ID (WS-CRS-SUB) = WS-COURSE-ID-IN
                   MOVE WS-CRS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.


       149-FIND-XLIST-MATCH.

           MOVE ZERO TO WS-XLIST-MATCH-SUB.
           IF WS-XLIST-GROUP NOT = SPACES
               PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                       UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                          OR WS-XLIST-MATCH-SUB > ZERO
                   MOVE RG-COURSE-ID (WS-CRS-SUB) TO CC-COURSE-ID
                   EXEC CICS READ
                       FILE ('CRSECATG')
                       INTO (COURSE-CATALOG-RECORD)
                       RIDFLD (CC-COURSE-ID)
                       RESP (WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                           AND CC-XLIST-GROUP = WS-XLIST-GROUP
                       MOVE WS-CRS-SUB TO WS-XLIST-MATCH-SUB
                   END-IF
               END-PERFORM
           END-IF.


      *****************************************************
      *  150-APPLY-DROP - TAKES THE COURSE OFF THE         *
      *  STUDENT'S REGFILE RECORD (DELETING A RECORD LEFT  *
      *  WITH NO COURSES), GIVES THE SEAT BACK, AND QUEUES *
      *  THE FOLLOW-UP FOR THE OVERNIGHT REFUND AND        *
      *  WAITLIST PROMOTION.                               *
      *****************************************************
       150-APPLY-DROP.

           PERFORM 146-READ-REG-FOR-UPDATE.

           MOVE ZERO TO WS-MATCH-SUB.
           IF REG-RECORD-FOUND
               PERFORM 148-FIND-COURSE
           END-IF.

           IF WS-MATCH-SUB = ZERO
               MOVE "REGISTRATION CHANGED - DROP BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           MOVE RG-ATTEMPTED-CREDITS (WS-MATCH-SUB)
               TO WS-DROPPED-CREDITS.
           MOVE RG-GRADING-BASIS (WS-MATCH-SUB) TO WS-DROPPED-BASIS.

           PERFORM 155-REMOVE-COURSE.

           IF RG-NUM-CRS-ENROLLED = ZERO
               EXEC CICS DELETE
                   FILE ('REGFILE')
                   RESP (WS-RESP)
               END-EXEC
           ELSE
               COMPUTE WS-REG-LENGTH = 16 + (22 * RG-NUM-CRS-ENROLLED)
               EXEC CICS REWRITE
                   FILE ('REGFILE')
                   FROM (CURRENT-REG-RECORD)
                   LENGTH (WS-REG-LENGTH)
                   RESP (WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REGISTRATION FILE UPDATE FAILED - DROP BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           PERFORM 157-RELEASE-SEAT.
           PERFORM 158-QUEUE-FOLLOWUP.


      *****************************************************
      *  155-REMOVE-COURSE - CLOSES THE GAP LEFT BY THE    *
      *  DROPPED COURSE SO THE OCCURRENCE TABLE STAYS      *
      *  CONTIGUOUS.                                       *
      *****************************************************
       155-REMOVE-COURSE.

           PERFORM VARYING WS-CRS-SUB FROM WS-MATCH-SUB BY 1
                   UNTIL WS-CRS-SUB >= RG-NUM-CRS-ENROLLED
               MOVE RG-COURSE-ID (WS-CRS-SUB + 1)
                   TO RG-COURSE-ID (WS-CRS-SUB)
               MOVE RG-COURSE-CREDITS (WS-CRS-SUB + 1)
                   TO RG-COURSE-CREDITS (WS-CRS-SUB)
               MOVE RG-PERCENTAGE-EARNED (WS-CRS-SUB + 1)
                   TO RG-PERCENTAGE-EARNED (WS-CRS-SUB)
               MOVE RG-ATTEMPTED-CREDITS (WS-CRS-SUB + 1)
                   TO RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
               MOVE RG-GRADING-BASIS (WS-CRS-SUB + 1)
                   TO RG-GRADING-BASIS (WS-CRS-SUB)
               MOVE RG-CRS-TERM-CODE (WS-CRS-SUB + 1)
                   TO RG-CRS-TERM-CODE (WS-CRS-SUB)
               MOVE RG-FORGIVE-FLAG (WS-CRS-SUB + 1)
                   TO RG-FORGIVE-FLAG (WS-CRS-SUB)
           END-PERFORM.

           SUBTRACT 1 FROM RG-NUM-CRS-ENROLLED.


      *****************************************************
      *  157-RELEASE-SEAT - A COURSE ADDED INTO A SECTION  *
      *  GIVES ITS SEAT BACK: THE REGSECT ENTRY GOES AND   *
      *  THE SECTION'S ENROLLED COUNT COMES DOWN.  THE     *
      *  SECTION'S WAITLIST IS PROMOTED BY REGMAINT FROM   *
      *  THE FOLLOW-UP RECORD.                             *
      *****************************************************
       157-RELEASE-SEAT.

           MOVE SPACES TO WS-DROPPED-SECTION-NO.
           MOVE WS-STUDENT-ID-KEY TO RS-STUDENT-ID.
           MOVE WS-TERM-CODE-IN   TO RS-TERM-CODE.
           MOVE WS-COURSE-ID-IN   TO RS-COURSE-ID.

           EXEC CICS READ
               FILE ('REGSECT')
               INTO (REGISTERED-SECTION-RECORD)
               RIDFLD (RS-REG-SECT-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RS-SECTION-NO TO WS-DROPPED-SECTION-NO
               EXEC CICS DELETE
                   FILE ('REGSECT')
                   RIDFLD (RS-REG-SECT-KEY)
                   RESP (WS-RESP)
               END-EXEC
               MOVE WS-COURSE-ID-IN       TO CS-COURSE-ID
               MOVE WS-TERM-CODE-IN       TO CS-TERM-CODE
               MOVE WS-DROPPED-SECTION-NO TO CS-SECTION-NO
               EXEC CICS READ
                   FILE ('SECTFILE')
                   INTO (COURSE-SECTION-RECORD)
                   RIDFLD (CS-SECT-KEY)
                   UPDATE
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF CS-ENROLLED-COUNT > ZERO
                       SUBTRACT 1 FROM CS-ENROLLED-COUNT
                   END-IF
                   EXEC CICS REWRITE
                       FILE ('SECTFILE')
                       FROM (COURSE-SECTION-RECORD)
                       RESP (WS-RESP)
                   END-EXEC
               END-IF
           END-IF.


      *****************************************************
      *  158-QUEUE-FOLLOWUP - THE ONLINE-DROP FOLLOW-UP    *
      *  FOR REGMAINT, CARRYING THE DROPPED COURSE'S       *
      *  ATTEMPTED CREDITS FOR THE REFUND AND THE SECTION  *
      *  WHOSE WAITLIST IS TO BE PROMOTED.                 *
      *****************************************************
       158-QUEUE-FOLLOWUP.

           MOVE "O"                   TO DF-ACTION.
           MOVE WS-STUDENT-ID-KEY     TO DF-STUDENT-ID.
           MOVE WS-TERM-CODE-IN       TO DF-TERM-CODE.
           MOVE WS-COURSE-ID-IN       TO DF-COURSE-ID.
           MOVE WS-DROPPED-CREDITS    TO DF-ATTEMPTED-CREDITS.
           MOVE WS-DROPPED-BASIS      TO DF-GRADING-BASIS.
           MOVE LG-CURRENT-DATE       TO DF-EFFECTIVE-DATE.
           MOVE WS-DROPPED-SECTION-NO TO DF-SECTION-NO.

           EXEC CICS WRITEQ TD
               QUEUE ('RGDQ')
               FROM (DROP-FOLLOWUP-RECORD)
               LENGTH (WS-FOLLOWUP-LENGTH)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REFUND FOLLOW-UP NOT QUEUED - DROP BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


      *****************************************************
      *  170-WRITE-JOURNAL - ONE REGJRNL RECORD FOR THE    *
      *  APPLIED CHANGE, WITH THE SIGNED-ON USER AND THE   *
      *  TERMINAL.  A CHANGE THAT CANNOT BE JOURNALED IS   *
      *  BACKED OUT.                                       *
      *****************************************************
       170-WRITE-JOURNAL.

           MOVE SPACES TO REG-JOURNAL-RECORD.
           MOVE WS-STUDENT-ID-KEY TO RJ-STUDENT-ID.
           MOVE LG-CURRENT-DATE   TO RJ-DATE.
           MOVE LG-CURRENT-TIME   TO RJ-TIME.
           MOVE WS-TERM-CODE-IN   TO RJ-TERM-CODE.
           MOVE WS-ACTION-IN      TO RJ-ACTION.
           MOVE WS-COURSE-ID-IN   TO RJ-COURSE-ID.
           IF ACTION-ADD
               MOVE WS-SECTION-NO-IN TO RJ-SECTION-NO
               MOVE RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
                   TO RJ-ATTEMPTED-CREDITS
               MOVE RG-GRADING-BASIS (WS-CRS-SUB)
                   TO RJ-GRADING-BASIS
           ELSE
               MOVE WS-DROPPED-SECTION-NO TO RJ-SECTION-NO
               MOVE WS-DROPPED-CREDITS    TO RJ-ATTEMPTED-CREDITS
               MOVE WS-DROPPED-BASIS      TO RJ-GRADING-BASIS
           END-IF.
           IF OVERLOAD-APPROVED
               MOVE "Y" TO RJ-OVERLOAD-FLAG
           ELSE
               MOVE "N" TO RJ-OVERLOAD-FLAG
           END-IF.
           MOVE WS-USER-ID        TO RJ-USER-ID.
           MOVE EIBTRMID          TO RJ-TERMINAL-ID.

           EXEC CICS WRITE
               FILE ('REGJRNL')
               FROM (REG-JOURNAL-RECORD)
               RIDFLD (RJ-JRNL-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CHANGE JOURNAL UNAVAILABLE - CHANGE BACKED OUT"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


      *****************************************************
      *  200-BUILD-DISPLAY - THE OUTCOME LINE, THEN THE    *
      *  STUDENT'S REGFILE RECORD FOR THE TERM AS IT NOW   *
      *  STANDS.  COURSES PAST THE SCREEN ARE COUNTED IN   *
      *  THE TOTAL LINE.                                   *
      *****************************************************
       200-BUILD-DISPLAY.

           MOVE SPACES TO OUTPUT-BLOCK.
           MOVE ZERO TO WS-LINE-SUB.

           EVALUATE TRUE
               WHEN ACTION-INQUIRY
                   MOVE INQUIRY-LINE TO RESULT-LINE
               WHEN NOT TRAN-IS-VALID
                   MOVE WS-REJECT-REASON TO OL-REJECT-REASON
                   MOVE REJECT-LINE TO RESULT-LINE
               WHEN OTHER
                   IF ACTION-ADD
                       MOVE "ADD APPLIED"  TO OL-APPLIED-TEXT
                       MOVE WS-SECTION-NO-IN TO OL-APPLIED-SECTION
                       IF OVERLOAD-APPROVED
                           MOVE "ON APPROVED CREDIT OVERLOAD"
                               TO OL-APPLIED-NOTE
                       ELSE
                           MOVE SPACES TO OL-APPLIED-NOTE
                       END-IF
                   ELSE
                       MOVE "DROP APPLIED" TO OL-APPLIED-TEXT
                       MOVE WS-DROPPED-SECTION-NO
                           TO OL-APPLIED-SECTION
                       MOVE "REFUND POSTS OVERNIGHT"
                           TO OL-APPLIED-NOTE
                   END-IF
                   MOVE WS-COURSE-ID-IN TO OL-APPLIED-COURSE
                   MOVE APPLIED-LINE TO RESULT-LINE
           END-EVALUATE.
           PERFORM 800-ADD-LINE-RESULT.

           MOVE WS-STUDENT-ID-KEY TO OL-STUDENT-ID.
           MOVE SM-NAME-LAST      TO OL-NAME-LAST.
           MOVE SM-NAME-FIRST     TO OL-NAME-FIRST.
           MOVE WS-TERM-CODE-IN   TO OL-TERM-CODE.
           PERFORM 810-ADD-LINE-IDENT.

           PERFORM 145-READ-REG-RECORD.

           IF REG-RECORD-FOUND
               PERFORM 820-ADD-LINE-COLUMNS
               MOVE ZERO TO WS-TOTAL-ATTEMPTED
               PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                       UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                   ADD RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
                       TO WS-TOTAL-ATTEMPTED
                   IF WS-LINE-SUB < 19
                       PERFORM 210-FORMAT-COURSE
                   END-IF
               END-PERFORM
               MOVE RG-NUM-CRS-ENROLLED TO OL-NUM-COURSES
               MOVE WS-TOTAL-ATTEMPTED  TO OL-TOTAL-ATTEMPTED
               PERFORM 840-ADD-LINE-TOTAL
           ELSE
               PERFORM 815-ADD-LINE-NO-REG
           END-IF.


       210-FORMAT-COURSE.

           MOVE RG-COURSE-ID (WS-CRS-SUB)         TO OL-COURSE-ID.
           MOVE RG-COURSE-CREDITS (WS-CRS-SUB)    TO OL-COURSE-CREDITS.
           MOVE RG-ATTEMPTED-CREDITS (WS-CRS-SUB) TO OL-ATTEMPTED.
           MOVE RG-GRADING-BASIS (WS-CRS-SUB)     TO OL-BASIS.
           MOVE SPACES TO OL-SECTION-NO.

           MOVE WS-STUDENT-ID-KEY         TO RS-STUDENT-ID.
           MOVE WS-TERM-CODE-IN           TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (WS-CRS-SUB) TO RS-COURSE-ID.

           EXEC CICS READ
               FILE ('REGSECT')
               INTO (REGISTERED-SECTION-RECORD)
               RIDFLD (RS-REG-SECT-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RS-SECTION-NO TO OL-SECTION-NO
           END-IF.

           PERFORM 830-ADD-LINE-COURSE.


       800-ADD-LINE-RESULT.

           ADD 1 TO WS-LINE-SUB.
           MOVE RESULT-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       810-ADD-LINE-IDENT.

           ADD 1 TO WS-LINE-SUB.
           MOVE IDENT-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       815-ADD-LINE-NO-REG.

           ADD 1 TO WS-LINE-SUB.
           MOVE NO-REG-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       820-ADD-LINE-COLUMNS.

           ADD 1 TO WS-LINE-SUB.
           MOVE COLUMN-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       830-ADD-LINE-COURSE.

           ADD 1 TO WS-LINE-SUB.
           MOVE COURSE-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       840-ADD-LINE-TOTAL.

           ADD 1 TO WS-LINE-SUB.
           MOVE TOTAL-LINE TO OUTPUT-LINE (WS-LINE-SUB).


      *****************************************************
      *  890-BACK-OUT - A CHANGE THAT CANNOT BE COMPLETED  *
      *  IS ROLLED BACK IN FULL AND THE REASON SENT.       *
      *****************************************************
       890-BACK-OUT.

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.

           PERFORM 900-SEND-ERROR.


       900-SEND-ERROR.

           EXEC CICS SEND TEXT
               FROM (ERROR-MESSAGE)
               ERASE
               FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
