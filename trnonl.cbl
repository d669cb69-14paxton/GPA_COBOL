       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRNONL.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  TRNONL - ONLINE TRANSCRIPT REQUEST ENTRY          *
      *  CICS TRANSACTION TRNO, FOR REGISTRAR STAFF AT THE *
      *  COUNTER.  FUNCTION R TAKES A TRANSCRIPT REQUEST   *
      *  WHILE THE STUDENT IS PRESENT: STUDENT ID,         *
      *  REQUESTER, PURPOSE CODE, DELIVERY (P PAPER OR E   *
      *  ELECTRONIC), HOLD-FOR-GRADES WITH THE TERM TO     *
      *  WAIT FOR, AND THE FORMER-NAMES OPTION.  A         *
      *  DECEASED STUDENT OR AN ACTIVE FINANCIAL HOLD ON   *
      *  HOLDFILE IS REFUSED ON THE SPOT, WITH THE HOLD    *
      *  REASON, INSTEAD OF DAYS LATER IN THE OVERNIGHT    *
      *  TRANSCPT RUN.  AN ACCEPTED REQUEST IS GIVEN THE   *
      *  NEXT CONFIRMATION NUMBER FROM THE TRNRQLOG        *
      *  CONTROL RECORD AND LOGGED THERE WITH THE USER ID  *
      *  AND TERMINAL, THEN WRITTEN IN TRNREQ FORMAT TO    *
      *  THE EXTRAPARTITION QUEUE FEEDING THE NEXT         *
      *  TRANSCPT RUN - OR, WHEN HELD FOR GRADES, IN       *
      *  TRNQUEUE FORMAT TO THE QUEUE FEEDING TRNRELSE.    *
      *  A REQUEST THAT CANNOT BE BOTH LOGGED AND QUEUED   *
      *  IS BACKED OUT.  FUNCTION S SHOWS A REQUEST'S      *
      *  STATUS BY CONFIRMATION NUMBER, AS TRANSCPT POSTS  *
      *  IT.  THE SIGNED-ON USER MUST HAVE A TRNONL RECORD *
      *  ON AUTHFILE, HOLDING ACTION R TO ENTER REQUESTS.  *
      *  A STUDENT ID RETIRED BY STUIDCHG IS FOLLOWED      *
      *  THROUGH THE IDXREF CROSS-REFERENCE TO THE         *
      *  STUDENT'S CURRENT ID, AND THE REQUEST IS TAKEN    *
      *  UNDER THAT ID.                                    *
      *****************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-RESP                 PIC S9(08) COMP.
           05  WS-INPUT-LENGTH         PIC S9(04) COMP VALUE +80.
           05  WS-SEND-LENGTH          PIC S9(04) COMP VALUE ZERO.
           05  WS-REQUEST-LENGTH       PIC S9(04) COMP VALUE +28.
           05  WS-QUEUE-LENGTH         PIC S9(04) COMP VALUE +40.
           05  WS-STUDENT-ID-KEY       PIC 9(09).
           05  WS-CONFIRM-NO-KEY       PIC 9(08).
           05  WS-USER-ID              PIC X(08)   VALUE SPACES.
           05  WS-LINE-SUB             PIC 9(02)   VALUE ZERO.
           05  WS-ACT-SUB              PIC 9(01)   VALUE ZERO.
           05  WS-AUTH-OK-SWITCH       PIC X(01)   VALUE "N".
               88  USER-IS-AUTHORIZED              VALUE "Y".
           05  WS-HOLD-REASON          PIC X(30)   VALUE SPACES.
           05  WS-HOLD-PLACED-DATE     PIC 9(08)   VALUE ZERO.
           05  WS-XREF-HOPS            PIC 9(02)   VALUE ZERO.

      *****************************************************
      *  TERMINAL INPUT -                                  *
      *  TRNO R SSSSSSSSS RRRRRR PP D H TTTTT F            *
      *  REQUEST ENTRY: STUDENT, REQUESTER, PURPOSE CODE,  *
      *  DELIVERY (P, E, OR BLANK FOR PAPER), HOLD OPTION  *
      *  (G TO HOLD FOR GRADES, OR BLANK), THE TERM A HELD *
      *  REQUEST WAITS FOR, AND F TO SHOW FORMER NAMES.    *
      *  TRNO S NNNNNNNN                                   *
      *  STATUS INQUIRY BY CONFIRMATION NUMBER.            *
      *****************************************************
       01  WS-INPUT-AREA.
           05  WS-TRANID-IN            PIC X(04).
           05                          PIC X(01).
           05  WS-FUNCTION-IN          PIC X(01).
               88  FUNCTION-REQUEST                VALUE "R".
               88  FUNCTION-STATUS                 VALUE "S".
               88  FUNCTION-VALID                  VALUE "R" "S".
           05                          PIC X(01).
           05  WS-REQUEST-IN.
               10  WS-STUDENT-ID-IN    PIC X(09).
               10                      PIC X(01).
               10  WS-REQUESTER-IN     PIC X(06).
               10                      PIC X(01).
               10  WS-PURPOSE-IN       PIC X(02).
               10                      PIC X(01).
               10  WS-DELIVERY-IN      PIC X(01).
                   88  DELIVERY-ELECTRONIC         VALUE "E".
                   88  DELIVERY-VALID              VALUE "P" "E"
                                                         SPACE.
               10                      PIC X(01).
               10  WS-HOLD-IN          PIC X(01).
                   88  HOLD-FOR-GRADES             VALUE "G".
                   88  HOLD-VALID                  VALUE "G" SPACE.
               10                      PIC X(01).
               10  WS-WAIT-TERM-IN     PIC X(05).
               10                      PIC X(01).
               10  WS-FKA-IN           PIC X(01).
                   88  FKA-VALID                   VALUE "F" SPACE.
               10                      PIC X(42).
           05  WS-STATUS-IN REDEFINES WS-REQUEST-IN.
               10  WS-CONFIRM-NO-IN    PIC X(08).
               10  WS-CONFIRM-NUM REDEFINES WS-CONFIRM-NO-IN
                                       PIC 9(08).
               10                      PIC X(65).

       01  LOG-DATE-AND-TIME.
           05  LG-CURRENT-DATE         PIC 9(08).
           05  LG-CURRENT-TIME         PIC 9(06).
           05                          PIC X(07).

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

            COPY TRNRQLOG IN KC2477.SHARED.COBOL.STUDGPA.

            COPY TRNQUEUE IN KC2477.SHARED.COBOL.STUDGPA.

            COPY IDXREF IN KC2477.SHARED.COBOL.STUDGPA.

      *****************************************************
      *  THE TRNREQ LAYOUT TRANSCPT READS, WRITTEN TO THE  *
      *  EXTRAPARTITION QUEUE THAT FEEDS ITS NEXT RUN.     *
      *****************************************************
       01  TRANSCRIPT-REQ-RECORD.
           05  TQ-STUDENT-ID            PIC 9(09).
           05  TQ-REQUESTER-ID          PIC X(06).
           05  TQ-PURPOSE-CODE          PIC X(02).
           05  TQ-HOLD-OPTION           PIC X(01).
           05  TQ-DELIVERY-OPTION       PIC X(01).
           05  TQ-FKA-OPTION            PIC X(01).
           05  TQ-CONFIRM-NO            PIC 9(08).

      *****************************************************
      *  THE ANSWER IS BUILT AS A BLOCK OF 60-BYTE LINES   *
      *  AND SENT IN ONE TEXT SEND: THE OUTCOME, THE       *
      *  STUDENT, THEN THE REQUEST AND ITS STATUS - OR THE *
      *  HOLD THAT STOPPED IT.                             *
      *****************************************************
       01  OUTPUT-BLOCK.
           05  OUTPUT-LINE OCCURS 20 TIMES
                           PIC X(60).

       01  RESULT-LINE             PIC X(60).

       01  ACCEPTED-LINE.
           05                     PIC X(30)
               VALUE "REQUEST ACCEPTED - CONFIRMATIO".
           05                     PIC X(09)
               VALUE "N NUMBER ".
           05  OL-ACCEPTED-NO     PIC 9(08).
           05                     PIC X(13)  VALUE SPACE.

       01  STATUS-HEAD-LINE.
           05                     PIC X(30)
               VALUE "REQUEST STATUS - CONFIRMATION ".
           05                     PIC X(07)  VALUE "NUMBER ".
           05  OL-STATUS-NO       PIC 9(08).
           05                     PIC X(15)  VALUE SPACE.

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
           05                     PIC X(11)  VALUE SPACE.

       01  HOLD-LINE.
           05                     PIC X(06)  VALUE "HOLD: ".
           05  OL-HOLD-REASON     PIC X(30).
           05                     PIC X(08)  VALUE " PLACED ".
           05  OL-HOLD-DATE       PIC 9(08).
           05                     PIC X(08)  VALUE SPACE.

       01  SEE-BURSAR-LINE.
           05                     PIC X(30)
               VALUE "THE STUDENT MUST CLEAR THE HOL".
           05                     PIC X(30)
               VALUE "D WITH THE BURSAR FIRST".

       01  REQUEST-LINE.
           05                     PIC X(11)  VALUE "REQUESTER: ".
           05  OL-REQUESTER-ID    PIC X(06).
           05                     PIC X(11)  VALUE "  PURPOSE: ".
           05  OL-PURPOSE-CODE    PIC X(02).
           05                     PIC X(12)  VALUE "  DELIVERY: ".
           05  OL-DELIVERY        PIC X(10).
           05                     PIC X(08)  VALUE SPACE.

       01  ENTERED-LINE.
           05                     PIC X(09)  VALUE "ENTERED: ".
           05  OL-ENTERED-DATE    PIC 9(08).
           05                     PIC X(01)  VALUE SPACE.
           05  OL-ENTERED-TIME    PIC 9(06).
           05                     PIC X(04)  VALUE " BY ".
           05  OL-ENTERED-USER    PIC X(08).
           05                     PIC X(06)  VALUE " TERM ".
           05  OL-ENTERED-TRMID   PIC X(04).
           05                     PIC X(14)  VALUE SPACE.

       01  STATUS-LINE.
           05                     PIC X(08)  VALUE "STATUS: ".
           05  OL-STATUS-TEXT     PIC X(35).
           05                     PIC X(07)  VALUE " AS OF ".
           05  OL-STATUS-DATE     PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.

       01  HELD-STATUS-TEXT.
           05                     PIC X(14)  VALUE "HELD FOR TERM ".
           05  OL-HELD-TERM       PIC X(05).
           05                     PIC X(16)  VALUE " GRADES".

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
           MOVE SPACES TO OUTPUT-BLOCK.
           MOVE ZERO TO WS-LINE-SUB.

           EVALUATE TRUE
               WHEN FUNCTION-REQUEST
                   PERFORM 200-ENTER-REQUEST
               WHEN FUNCTION-STATUS
                   PERFORM 300-SHOW-STATUS
           END-EVALUATE.

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

           IF NOT FUNCTION-VALID
               MOVE "FUNCTION MUST BE R (REQUEST) OR S (STATUS)"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF FUNCTION-STATUS
               IF WS-CONFIRM-NO-IN NOT NUMERIC
                   MOVE "CONFIRMATION NUMBER MUST BE EIGHT DIGITS"
                       TO EM-TEXT
                   PERFORM 900-SEND-ERROR
               END-IF
               MOVE WS-CONFIRM-NUM TO WS-CONFIRM-NO-KEY
           ELSE
               PERFORM 110-EDIT-REQUEST-INPUT
           END-IF.


       110-EDIT-REQUEST-INPUT.

           IF WS-STUDENT-ID-IN NOT NUMERIC
               MOVE "STUDENT ID MUST BE NINE DIGITS - ENTER TRNO R NNN"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           MOVE WS-STUDENT-ID-IN TO WS-STUDENT-ID-KEY.

           IF WS-REQUESTER-IN = SPACES
               MOVE "REQUESTER ID REQUIRED AFTER THE STUDENT ID"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF WS-PURPOSE-IN = SPACES
               MOVE "PURPOSE CODE REQUIRED AFTER THE REQUESTER"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT DELIVERY-VALID
               MOVE "DELIVERY MUST BE P (PAPER), E (EDI), OR BLANK"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT HOLD-VALID
               MOVE "HOLD OPTION MUST BE G (HOLD FOR GRADES) OR BLANK"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF HOLD-FOR-GRADES AND WS-WAIT-TERM-IN = SPACES
               MOVE "TERM TO WAIT FOR IS REQUIRED WITH HOLD OPTION G"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT HOLD-FOR-GRADES AND WS-WAIT-TERM-IN NOT = SPACES
               MOVE "WAIT TERM IS ENTERED ONLY WITH HOLD OPTION G"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF NOT FKA-VALID
               MOVE "FORMER-NAMES OPTION MUST BE F OR BLANK"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.


      *****************************************************
      *  105-CHECK-AUTHORITY - THE SIGNED-ON USER MUST     *
      *  HAVE A TRNONL RECORD ON AUTHFILE TO USE THE       *
      *  TRANSACTION AT ALL, AND MUST HOLD ACTION CODE R   *
      *  IN IT TO ENTER A REQUEST.                         *
      *****************************************************
       105-CHECK-AUTHORITY.

           EXEC CICS ASSIGN
               USERID (WS-USER-ID)
               RESP (WS-RESP)
           END-EXEC.

           MOVE "N" TO WS-AUTH-OK-SWITCH.
           MOVE WS-USER-ID TO AU-USER-ID.
           MOVE "TRNONL"   TO AU-PROGRAM.

           EXEC CICS READ
               FILE ('AUTHFILE')
               INTO (OPERATOR-AUTH-RECORD)
               RIDFLD (AU-AUTH-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "USER NOT AUTHORIZED FOR TRANSCRIPT REQUEST ENTRY"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF FUNCTION-STATUS
               MOVE "Y" TO WS-AUTH-OK-SWITCH
           ELSE
               PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                       UNTIL WS-ACT-SUB > 8
                          OR USER-IS-AUTHORIZED
                   IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1) = "R"
                       MOVE "Y" TO WS-AUTH-OK-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT USER-IS-AUTHORIZED
               MOVE "USER NOT AUTHORIZED TO ENTER REQUESTS" TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.


      *****************************************************
      *  200-ENTER-REQUEST - THE STUDENT MUST BE ON THE    *
      *  MASTER AND NOT DECEASED, AND MAY NOT CARRY AN     *
      *  ACTIVE FINANCIAL HOLD - THE SAME HOLD TRANSCPT    *
      *  WOULD WITHHOLD THE TRANSCRIPT FOR.  A HELD        *
      *  REQUEST'S WAIT TERM MUST BE ON THE CALENDAR WITH  *
      *  ITS GRADES STILL TO COME.  AN ACCEPTED REQUEST IS *
      *  NUMBERED, LOGGED, AND QUEUED AS ONE UNIT OF WORK. *
      *****************************************************
       200-ENTER-REQUEST.

           PERFORM 205-READ-CURRENT-STUDENT.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "STUDENT ID NOT ON THE STUDENT MASTER" TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           MOVE WS-STUDENT-ID-KEY TO OL-STUDENT-ID.
           MOVE SM-NAME-LAST      TO OL-NAME-LAST.
           MOVE SM-NAME-FIRST     TO OL-NAME-FIRST.

           IF SM-DECEASED
               MOVE "STUDENT IS RECORDED AS DECEASED"
                   TO OL-REJECT-REASON
               MOVE REJECT-LINE TO RESULT-LINE
               PERFORM 800-ADD-LINE-RESULT
               PERFORM 810-ADD-LINE-IDENT
           ELSE
               PERFORM 210-CHECK-FINANCIAL-HOLD
               IF WS-HOLD-REASON NOT = SPACES
                   MOVE "ACTIVE FINANCIAL HOLD ON HOLDFILE"
                       TO OL-REJECT-REASON
                   MOVE REJECT-LINE TO RESULT-LINE
                   PERFORM 800-ADD-LINE-RESULT
                   PERFORM 810-ADD-LINE-IDENT
                   MOVE WS-HOLD-REASON      TO OL-HOLD-REASON
                   MOVE WS-HOLD-PLACED-DATE TO OL-HOLD-DATE
                   PERFORM 820-ADD-LINE-HOLD
                   PERFORM 825-ADD-LINE-SEE-BURSAR
               ELSE
                   IF HOLD-FOR-GRADES
                       PERFORM 220-CHECK-WAIT-TERM
                   END-IF
                   PERFORM 230-ASSIGN-CONFIRM-NO
                   PERFORM 240-WRITE-REQUEST-LOG
                   IF HOLD-FOR-GRADES
                       PERFORM 260-QUEUE-HELD-REQUEST
                   ELSE
                       PERFORM 250-QUEUE-REQUEST
                   END-IF
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE TL-CONFIRM-NO TO OL-ACCEPTED-NO
                   MOVE ACCEPTED-LINE TO RESULT-LINE
                   PERFORM 800-ADD-LINE-RESULT
                   PERFORM 810-ADD-LINE-IDENT
                   PERFORM 400-FORMAT-REQUEST
               END-IF
           END-IF.


      *****************************************************
      *  205-READ-CURRENT-STUDENT - READS THE MASTER FOR   *
      *  THE ID KEYED.  AN ID NOT ON THE MASTER IS LOOKED  *
      *  UP ON THE IDXREF CROSS-REFERENCE AND FOLLOWED TO  *
      *  THE ID THE STUDENT CARRIES NOW, WHICH REPLACES    *
      *  THE KEYED ID FOR THE REST OF THE REQUEST.         *
      *  WS-RESP IS LEFT FROM THE LAST MASTER READ.        *
      *****************************************************
       205-READ-CURRENT-STUDENT.

           MOVE ZERO TO WS-XREF-HOPS.

           EXEC CICS READ
               FILE ('STUFILE')
               INTO (STUDENT-MASTER-RECORD)
               RIDFLD (WS-STUDENT-ID-KEY)
               RESP (WS-RESP)
           END-EXEC.

           PERFORM UNTIL WS-RESP = DFHRESP(NORMAL)
                   OR WS-XREF-HOPS > 9
               ADD 1 TO WS-XREF-HOPS
               MOVE WS-STUDENT-ID-KEY TO IR-OLD-STUDENT-ID
               EXEC CICS READ
                   FILE ('IDXREF')
                   INTO (STUDENT-ID-XREF-RECORD)
                   RIDFLD (IR-OLD-STUDENT-ID)
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE IR-NEW-STUDENT-ID TO WS-STUDENT-ID-KEY
                   EXEC CICS READ
                       FILE ('STUFILE')
                       INTO (STUDENT-MASTER-RECORD)
                       RIDFLD (WS-STUDENT-ID-KEY)
                       RESP (WS-RESP)
                   END-EXEC
               ELSE
                   MOVE DFHRESP(NOTFND) TO WS-RESP
                   MOVE 10 TO WS-XREF-HOPS
               END-IF
           END-PERFORM.


      *****************************************************
      *  210-CHECK-FINANCIAL-HOLD - THE BURSAR'S ACTIVE    *
      *  FINANCIAL HOLD, AS TRANSCPT TESTS IT.  THE HOLD   *
      *  REASON IS LEFT FOR THE ANSWER; BLANK IF NONE.     *
      *****************************************************
       210-CHECK-FINANCIAL-HOLD.

           MOVE SPACES TO WS-HOLD-REASON.
           MOVE WS-STUDENT-ID-KEY TO HD-STUDENT-ID.
           MOVE "F" TO HD-HOLD-TYPE.

           EXEC CICS READ
               FILE ('HOLDFILE')
               INTO (STUDENT-HOLD-RECORD)
               RIDFLD (HD-HOLD-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               IF HD-ACTIVE
                   MOVE HD-REASON      TO WS-HOLD-REASON
                   MOVE HD-PLACED-DATE TO WS-HOLD-PLACED-DATE
                   IF WS-HOLD-REASON = SPACES
                       MOVE "FINANCIAL" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.


      *****************************************************
      *  220-CHECK-WAIT-TERM - THE TERM A HELD REQUEST     *
      *  WAITS FOR MUST BE ON THE ACADEMIC CALENDAR, AND   *
      *  ITS GRADES MUST NOT ALREADY BE FINAL - OTHERWISE  *
      *  TRNRELSE WOULD RELEASE IT ON ITS FIRST PASS AND   *
      *  THE REQUEST SHOULD BE TAKEN WITHOUT THE HOLD.     *
      *****************************************************
       220-CHECK-WAIT-TERM.

           MOVE WS-WAIT-TERM-IN TO CAL-TERM-CODE.

           EXEC CICS READ
               FILE ('ACADCAL')
               INTO (ACADEMIC-CALENDAR-RECORD)
               RIDFLD (CAL-TERM-CODE)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "WAIT TERM NOT ON THE ACADEMIC CALENDAR" TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           IF LG-CURRENT-DATE > CAL-GRADE-DEADLINE-DATE
                   OR CAL-STATUS-CLOSED
               MOVE "GRADES FOR THE WAIT TERM ARE FINAL - ENTER NO HOLD"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.


      *****************************************************
      *  230-ASSIGN-CONFIRM-NO - THE NEXT NUMBER FROM THE  *
      *  CONTROL RECORD UNDER CONFIRMATION NUMBER ZERO,    *
      *  READ FOR UPDATE SO TWO TERMINALS CANNOT BE GIVEN  *
      *  THE SAME NUMBER.                                  *
      *****************************************************
       230-ASSIGN-CONFIRM-NO.

           MOVE ZERO TO WS-CONFIRM-NO-KEY.

           EXEC CICS READ
               FILE ('TRNRQLOG')
               INTO (TRANSCRIPT-REQ-LOG-CONTROL)
               RIDFLD (WS-CONFIRM-NO-KEY)
               UPDATE
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REQUEST LOG UNAVAILABLE - REQUEST NOT TAKEN"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.

           ADD 1 TO TLC-LAST-CONFIRM-NO.
           MOVE TLC-LAST-CONFIRM-NO TO WS-CONFIRM-NO-KEY.

           EXEC CICS REWRITE
               FILE ('TRNRQLOG')
               FROM (TRANSCRIPT-REQ-LOG-CONTROL)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REQUEST LOG UNAVAILABLE - REQUEST NOT TAKEN"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


      *****************************************************
      *  240-WRITE-REQUEST-LOG - THE REQUEST AS ENTERED,   *
      *  WITH THE USER AND TERMINAL, RECEIVED OR QUEUED    *
      *  AS OF TODAY.                                      *
      *****************************************************
       240-WRITE-REQUEST-LOG.

           MOVE SPACES TO TRANSCRIPT-REQ-LOG-RECORD.
           MOVE WS-CONFIRM-NO-KEY TO TL-CONFIRM-NO.
           MOVE WS-STUDENT-ID-KEY TO TL-STUDENT-ID.
           MOVE WS-REQUESTER-IN   TO TL-REQUESTER-ID.
           MOVE WS-PURPOSE-IN     TO TL-PURPOSE-CODE.
           MOVE WS-HOLD-IN        TO TL-HOLD-OPTION.
           IF DELIVERY-ELECTRONIC
               MOVE "E" TO TL-DELIVERY-OPTION
           ELSE
               MOVE "P" TO TL-DELIVERY-OPTION
           END-IF.
           MOVE WS-FKA-IN         TO TL-FKA-OPTION.
           MOVE WS-WAIT-TERM-IN   TO TL-WAIT-TERM.
           MOVE LG-CURRENT-DATE   TO TL-ENTERED-DATE.
           MOVE LG-CURRENT-TIME   TO TL-ENTERED-TIME.
           MOVE WS-USER-ID        TO TL-USER-ID.
           MOVE EIBTRMID          TO TL-TERMINAL-ID.
           IF HOLD-FOR-GRADES
               SET TL-QUEUED TO TRUE
           ELSE
               SET TL-RECEIVED TO TRUE
           END-IF.
           MOVE LG-CURRENT-DATE   TO TL-STATUS-DATE.

           EXEC CICS WRITE
               FILE ('TRNRQLOG')
               FROM (TRANSCRIPT-REQ-LOG-RECORD)
               RIDFLD (TL-CONFIRM-NO)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REQUEST LOG UNAVAILABLE - REQUEST NOT TAKEN"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


      *****************************************************
      *  250-QUEUE-REQUEST - TRNREQ FORMAT, TO THE QUEUE   *
      *  THAT FEEDS THE NEXT TRANSCPT RUN.                 *
      *****************************************************
       250-QUEUE-REQUEST.

           MOVE WS-STUDENT-ID-KEY  TO TQ-STUDENT-ID.
           MOVE TL-REQUESTER-ID    TO TQ-REQUESTER-ID.
           MOVE TL-PURPOSE-CODE    TO TQ-PURPOSE-CODE.
           MOVE SPACE              TO TQ-HOLD-OPTION.
           MOVE TL-DELIVERY-OPTION TO TQ-DELIVERY-OPTION.
           MOVE TL-FKA-OPTION      TO TQ-FKA-OPTION.
           MOVE TL-CONFIRM-NO      TO TQ-CONFIRM-NO.

           EXEC CICS WRITEQ TD
               QUEUE ('TRRQ')
               FROM (TRANSCRIPT-REQ-RECORD)
               LENGTH (WS-REQUEST-LENGTH)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "REQUEST FILE UNAVAILABLE - REQUEST NOT TAKEN"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


      *****************************************************
      *  260-QUEUE-HELD-REQUEST - TRNQUEUE FORMAT, TAGGED  *
      *  WITH THE WAIT TERM, TO THE QUEUE THAT FEEDS THE   *
      *  NEXT TRNRELSE PASS.                               *
      *****************************************************
       260-QUEUE-HELD-REQUEST.

           MOVE WS-STUDENT-ID-KEY  TO TNQ-STUDENT-ID.
           MOVE TL-REQUESTER-ID    TO TNQ-REQUESTER-ID.
           MOVE TL-PURPOSE-CODE    TO TNQ-PURPOSE-CODE.
           MOVE TL-WAIT-TERM       TO TNQ-WAIT-TERM.
           MOVE LG-CURRENT-DATE    TO TNQ-QUEUED-DATE.
           MOVE TL-DELIVERY-OPTION TO TNQ-DELIVERY-OPTION.
           MOVE TL-FKA-OPTION      TO TNQ-FKA-OPTION.
           MOVE TL-CONFIRM-NO      TO TNQ-CONFIRM-NO.

           EXEC CICS WRITEQ TD
               QUEUE ('TRQQ')
               FROM (TRANSCRIPT-QUEUE-RECORD)
               LENGTH (WS-QUEUE-LENGTH)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "TRANSCRIPT QUEUE UNAVAILABLE - REQUEST NOT TAKEN"
                   TO EM-TEXT
               PERFORM 890-BACK-OUT
           END-IF.


      *****************************************************
      *  300-SHOW-STATUS - THE LOGGED REQUEST UNDER THE    *
      *  CONFIRMATION NUMBER, WITH THE STATUS TRANSCPT     *
      *  LAST POSTED.                                      *
      *****************************************************
       300-SHOW-STATUS.

           IF WS-CONFIRM-NO-KEY = ZERO
               MOVE "NO REQUEST UNDER THAT CONFIRMATION NUMBER"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           EXEC CICS READ
               FILE ('TRNRQLOG')
               INTO (TRANSCRIPT-REQ-LOG-RECORD)
               RIDFLD (WS-CONFIRM-NO-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NO REQUEST UNDER THAT CONFIRMATION NUMBER"
                   TO EM-TEXT
               PERFORM 900-SEND-ERROR
           END-IF.

           MOVE TL-CONFIRM-NO TO OL-STATUS-NO.
           MOVE STATUS-HEAD-LINE TO RESULT-LINE.
           PERFORM 800-ADD-LINE-RESULT.

           MOVE TL-STUDENT-ID TO OL-STUDENT-ID.
           MOVE SPACES TO OL-NAME-LAST
                          OL-NAME-FIRST.
           MOVE TL-STUDENT-ID TO WS-STUDENT-ID-KEY.

           EXEC CICS READ
               FILE ('STUFILE')
               INTO (STUDENT-MASTER-RECORD)
               RIDFLD (WS-STUDENT-ID-KEY)
               RESP (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SM-NAME-LAST  TO OL-NAME-LAST
               MOVE SM-NAME-FIRST TO OL-NAME-FIRST
           END-IF.
           PERFORM 810-ADD-LINE-IDENT.

           MOVE TL-ENTERED-DATE TO OL-ENTERED-DATE.
           MOVE TL-ENTERED-TIME TO OL-ENTERED-TIME.
           MOVE TL-USER-ID      TO OL-ENTERED-USER.
           MOVE TL-TERMINAL-ID  TO OL-ENTERED-TRMID.
           PERFORM 840-ADD-LINE-ENTERED.

           PERFORM 400-FORMAT-REQUEST.


      *****************************************************
      *  400-FORMAT-REQUEST - THE REQUEST AND ITS STATUS   *
      *  FROM THE LOG RECORD.                              *
      *****************************************************
       400-FORMAT-REQUEST.

           MOVE TL-REQUESTER-ID TO OL-REQUESTER-ID.
           MOVE TL-PURPOSE-CODE TO OL-PURPOSE-CODE.
           IF TL-ELECTRONIC
               MOVE "ELECTRONIC" TO OL-DELIVERY
           ELSE
               MOVE "PAPER"      TO OL-DELIVERY
           END-IF.
           PERFORM 830-ADD-LINE-REQUEST.

           EVALUATE TRUE
               WHEN TL-RECEIVED
                   MOVE "RECEIVED - AWAITING TRANSCRIPT RUN"
                       TO OL-STATUS-TEXT
               WHEN TL-QUEUED
                   MOVE TL-WAIT-TERM TO OL-HELD-TERM
                   MOVE HELD-STATUS-TEXT TO OL-STATUS-TEXT
               WHEN TL-FILLED
                   MOVE "FILLED - TRANSCRIPT ISSUED"
                       TO OL-STATUS-TEXT
               WHEN TL-WITHHELD
                   MOVE "WITHHELD - FINANCIAL HOLD"
                       TO OL-STATUS-TEXT
               WHEN TL-NOT-ON-MASTER
                   MOVE "NOT FOUND ON THE STUDENT MASTER"
                       TO OL-STATUS-TEXT
               WHEN OTHER
                   MOVE "STATUS NOT RECOGNIZED" TO OL-STATUS-TEXT
           END-EVALUATE.
           MOVE TL-STATUS-DATE TO OL-STATUS-DATE.
           PERFORM 850-ADD-LINE-STATUS.


       800-ADD-LINE-RESULT.

           ADD 1 TO WS-LINE-SUB.
           MOVE RESULT-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       810-ADD-LINE-IDENT.

           ADD 1 TO WS-LINE-SUB.
           MOVE IDENT-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       820-ADD-LINE-HOLD.

           ADD 1 TO WS-LINE-SUB.
           MOVE HOLD-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       825-ADD-LINE-SEE-BURSAR.

           ADD 1 TO WS-LINE-SUB.
           MOVE SEE-BURSAR-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       830-ADD-LINE-REQUEST.

           ADD 1 TO WS-LINE-SUB.
           MOVE REQUEST-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       840-ADD-LINE-ENTERED.

           ADD 1 TO WS-LINE-SUB.
           MOVE ENTERED-LINE TO OUTPUT-LINE (WS-LINE-SUB).


       850-ADD-LINE-STATUS.

           ADD 1 TO WS-LINE-SUB.
           MOVE STATUS-LINE TO OUTPUT-LINE (WS-LINE-SUB).


      *****************************************************
      *  890-BACK-OUT - A REQUEST THAT CANNOT BE BOTH      *
      *  LOGGED AND QUEUED IS ROLLED BACK IN FULL AND THE  *
      *  REASON SENT.                                      *
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
