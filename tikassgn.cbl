       IDENTIFICATION DIVISION.

       PROGRAM-ID. TIKASSGN.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  TIKASSGN - REGISTRATION TIME-TICKET ASSIGNMENT    *
      *  GIVES EVERY ACTIVELY ENROLLED STUDENT ON THE      *
      *  MASTER A DATE AND TIME TO BEGIN REGISTERING FOR   *
      *  THE TERM ON THE TIKPARM T CARD.  THE TICKET COMES *
      *  FROM THE EARNED-CREDIT BRACKETS ON THE B CARDS -  *
      *  THE HIGHEST BRACKET MINIMUM THE STUDENT'S         *
      *  SM-LAST-TOTAL-CREDITS REACHES - SO STUDENTS       *
      *  NEAREST GRADUATION REGISTER FIRST.  PRIORITY      *
      *  GROUPS ON THE P CARDS OVERRIDE THE BRACKET WHEN   *
      *  THEIR TICKET IS EARLIER: VA FOR STUDENTS WITH AN  *
      *  ACTIVE VAFILE BENEFIT, AT FOR STUDENTS ON THE     *
      *  SPORTROS ATHLETIC ROSTER.  TICKETS ARE WRITTEN    *
      *  (OR REPLACED) ON TIMETKT FOR REGMAINT, A TICKET   *
      *  ROSTER PRINTS ON TIKRSTR, AND EACH TICKET GOES    *
      *  TO THE TIKNOTE EXTRACT FOR THE MAILERS.           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TICKET-PARM-FILE
               ASSIGN TIKPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL VA-BENEFIT-FILE
               ASSIGN VAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VB-STUDENT-ID
               FILE STATUS IS WS-VAB-STATUS.

           SELECT OPTIONAL SPORT-ROSTER-FILE
               ASSIGN SPORTROS
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT OPTIONAL TICKET-FILE
               ASSIGN TIMETKT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TK-TICKET-KEY
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT TICKET-NOTICE-EXTRACT
               ASSIGN TIKNOTE.

           SELECT TICKET-ROSTER
               ASSIGN TIKRSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  TICKET-PARM-FILE.

       01  TICKET-PARM-RECORD.
           05  TP-CARD-TYPE             PIC X(01).
               88  TP-TERM-CARD                     VALUE "T".
               88  TP-BRACKET-CARD                  VALUE "B".
               88  TP-PRIORITY-CARD                 VALUE "P".
           05                           PIC X(79).

       01  TICKET-TERM-CARD.
           05                           PIC X(01).
           05  TT-TERM-CODE             PIC X(05).
           05                           PIC X(74).

       01  TICKET-BRACKET-CARD.
           05                           PIC X(01).
           05  TB-MIN-CREDITS           PIC 999V99.
           05  TB-TICKET-DATE           PIC 9(08).
           05  TB-TICKET-TIME           PIC 9(04).
           05                           PIC X(62).

       01  TICKET-PRIORITY-CARD.
           05                           PIC X(01).
           05  TQ-GROUP                 PIC X(02).
               88  TQ-GROUP-VALID                   VALUE "VA" "AT".
           05  TQ-TICKET-DATE           PIC 9(08).
           05  TQ-TICKET-TIME           PIC 9(04).
           05                           PIC X(65).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VA-BENEFIT-FILE.

            COPY VAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SPORT-ROSTER-FILE.

       01  SPORT-ROSTER-RECORD.
           05  RO-STUDENT-ID            PIC 9(09).
           05  RO-SPORT-CODE            PIC X(04).

       FD  TICKET-FILE.

            COPY TIMETKT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TICKET-NOTICE-EXTRACT.

       01  TICKET-NOTICE-RECORD.
           05  TN-STUDENT-ID            PIC 9(09).
           05  TN-NAME-LAST             PIC X(16).
           05  TN-NAME-FIRST            PIC X(12).
           05  TN-TERM-CODE             PIC X(05).
           05  TN-TICKET-DATE           PIC 9(08).
           05  TN-TICKET-TIME           PIC 9(04).
           05  TN-PRIORITY-GROUP        PIC X(02).

       FD  TICKET-ROSTER.

       01  ROSTER-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  STUMAST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  STUMAST-EOF                     VALUE "Y".
           05  PARM-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  PARM-EOF                        VALUE "Y".
           05  ROSTER-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  ROSTER-EOF                      VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-VAB-STATUS           PIC XX.
           05  WS-ROSTER-STATUS        PIC XX.
           05  WS-TICKET-STATUS        PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-NUM-BRACKETS         PIC 9(02) VALUE ZERO.
           05  WS-BRK-SUB              PIC 9(02) VALUE ZERO.
           05  WS-BEST-SUB             PIC 9(02) VALUE ZERO.
           05  WS-ZERO-BRACKET-SWITCH  PIC X(01) VALUE "N".
               88  ZERO-BRACKET-PRESENT          VALUE "Y".
           05  WS-VA-TICKET-SWITCH     PIC X(01) VALUE "N".
               88  VA-TICKET-GIVEN               VALUE "Y".
           05  WS-VA-TICKET-STAMP.
               10  WS-VA-TICKET-DATE   PIC 9(08) VALUE ZERO.
               10  WS-VA-TICKET-TIME   PIC 9(04) VALUE ZERO.
           05  WS-AT-TICKET-SWITCH     PIC X(01) VALUE "N".
               88  AT-TICKET-GIVEN               VALUE "Y".
           05  WS-AT-TICKET-STAMP.
               10  WS-AT-TICKET-DATE   PIC 9(08) VALUE ZERO.
               10  WS-AT-TICKET-TIME   PIC 9(04) VALUE ZERO.
           05  WS-TICKET-STAMP.
               10  WS-TICKET-DATE      PIC 9(08) VALUE ZERO.
               10  WS-TICKET-TIME      PIC 9(04) VALUE ZERO.
           05  WS-TICKET-GROUP         PIC X(02) VALUE SPACES.
           05  WS-NUM-ATHLETES         PIC 9(04) VALUE ZERO.
           05  WS-ATH-SUB              PIC 9(04) VALUE ZERO.
           05  WS-ATHLETE-SWITCH       PIC X(01) VALUE "N".
               88  STUDENT-IS-ATHLETE            VALUE "Y".
           05  WS-STUDENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-TICKETS-ASSIGNED     PIC 9(07) VALUE ZERO.
           05  WS-TICKETS-REPLACED     PIC 9(07) VALUE ZERO.
           05  WS-VA-PRIORITY          PIC 9(07) VALUE ZERO.
           05  WS-AT-PRIORITY          PIC 9(07) VALUE ZERO.

       01  BRACKET-TBL-GROUP.
           05  BRACKET-ENTRY OCCURS 20 TIMES.
               10  BK-MIN-CREDITS      PIC 999V99.
               10  BK-TICKET-DATE      PIC 9(08).
               10  BK-TICKET-TIME      PIC 9(04).

       01  ATHLETE-TBL-GROUP.
           05  ATHLETE-ID              PIC 9(09) OCCURS 3000 TIMES.

       01  CONTROL-TRAILER-FIELDS.
           05  WS-TN-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-TN-CTL-HASH          PIC 9(13) VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  ROSTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RSH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RSH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RSH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(33)
               VALUE "REGISTRATION TIME-TICKET ROSTER -".
           05                 PIC X(01)   VALUE SPACE.
           05  RSH-TERM-CODE  PIC X(05).
           05                 PIC X(69)  VALUE SPACE.

       01  ROSTER-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(16)  VALUE "LAST NAME".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(12)  VALUE "FIRST NAME".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(07)  VALUE "CREDITS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "GROUP".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "TICKET".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "TIME".
           05                 PIC X(56)  VALUE SPACE.

       01  ROSTER-DETAIL-LINE.
           05  RS-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RS-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  RS-NAME-FIRST      PIC X(12).
           05                     PIC X(03)  VALUE SPACE.
           05  RS-CREDITS         PIC ZZ9.99.
           05                     PIC X(04)  VALUE SPACE.
           05  RS-GROUP           PIC X(02).
           05                     PIC X(04)  VALUE SPACE.
           05  RS-TICKET-MONTH    PIC 9(02).
           05                     PIC X(01)  VALUE "/".
           05  RS-TICKET-DAY      PIC 9(02).
           05                     PIC X(01)  VALUE "/".
           05  RS-TICKET-YEAR     PIC 9(04).
           05                     PIC X(02)  VALUE SPACE.
           05  RS-TICKET-HH       PIC 9(02).
           05                     PIC X(01)  VALUE ":".
           05  RS-TICKET-MM       PIC 9(02).
           05                     PIC X(55)  VALUE SPACE.

       01  WS-WORK-DATE                PIC 9(08).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(04).
           05  WS-WORK-MONTH           PIC 9(02).
           05  WS-WORK-DAY             PIC 9(02).

       01  WS-WORK-TIME                PIC 9(04).
       01  WS-WORK-TIME-R REDEFINES WS-WORK-TIME.
           05  WS-WORK-HH              PIC 9(02).
           05  WS-WORK-MM              PIC 9(02).

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

           PERFORM UNTIL STUMAST-EOF
               READ STUDENT-FILE
                   AT END
                       SET STUMAST-EOF TO TRUE
               END-READ
               IF NOT STUMAST-EOF
                   ADD 1 TO WS-STUDENTS-READ
                   IF SM-ENROLLED-ACTIVE
                       PERFORM 110-ASSIGN-TICKET
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 235-WRITE-CONTROL-TRAILER.
           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 VA-BENEFIT-FILE
                 TICKET-FILE
                 TICKET-NOTICE-EXTRACT
                 TICKET-ROSTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RSH-MONTH.
           MOVE CD-DAY     TO RSH-DAY.
           MOVE CD-YEAR    TO RSH-YEAR.

           PERFORM 120-LOAD-PARMS.
           PERFORM 125-CHECK-TERM.
           PERFORM 130-LOAD-ROSTER.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT VA-BENEFIT-FILE.

           IF WS-VAB-STATUS NOT = '00' AND WS-VAB-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VA BENEFIT FILE'
               DISPLAY ' FILE STATUS IS ', WS-VAB-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O TICKET-FILE.

           IF WS-TICKET-STATUS NOT = '00'
                   AND WS-TICKET-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TIME-TICKET FILE'
               DISPLAY ' FILE STATUS IS ', WS-TICKET-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT TICKET-NOTICE-EXTRACT.
           OPEN OUTPUT TICKET-ROSTER.

           MOVE WS-TERM-CODE TO RSH-TERM-CODE.
           MOVE ROSTER-HEADING-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER PAGE.
           MOVE ROSTER-COLUMN-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.
           MOVE SPACES TO ROSTER-REC.
           WRITE ROSTER-REC.


      *****************************************************
      *  120-LOAD-PARMS - ONE T CARD NAMING THE TERM, UP   *
      *  TO 20 B CARDS (MINIMUM EARNED CREDITS, TICKET     *
      *  DATE, TICKET TIME) IN ANY ORDER - ONE OF THEM     *
      *  MUST START AT ZERO CREDITS SO EVERY STUDENT GETS  *
      *  A TICKET - AND OPTIONAL P CARDS FOR THE VA AND    *
      *  AT PRIORITY GROUPS.                               *
      *****************************************************
       120-LOAD-PARMS.

           OPEN INPUT TICKET-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-PARMS'
               DISPLAY ' ERROR OPENING THE TIKPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL PARM-EOF
               READ TICKET-PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
               IF NOT PARM-EOF
                   EVALUATE TRUE
                       WHEN TP-TERM-CARD
                           MOVE TT-TERM-CODE TO WS-TERM-CODE
                       WHEN TP-BRACKET-CARD
                           PERFORM 122-LOAD-BRACKET
                       WHEN TP-PRIORITY-CARD
                           PERFORM 124-LOAD-PRIORITY
                       WHEN OTHER
                           DISPLAY ' TIKPARM CARD TYPE NOT T / B / P'
                                   ' - CARD IGNORED'
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE TICKET-PARM-FILE.

           IF WS-TERM-CODE = SPACES
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-PARMS'
               DISPLAY ' NO TERM CARD IN TIKPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF NOT ZERO-BRACKET-PRESENT
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-PARMS'
               DISPLAY ' NO TIKPARM BRACKET STARTS AT ZERO'
               DISPLAY ' CREDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       122-LOAD-BRACKET.

           IF TB-MIN-CREDITS NOT NUMERIC
                   OR TB-TICKET-DATE NOT NUMERIC
                   OR TB-TICKET-TIME NOT NUMERIC
               DISPLAY '******************************'
               DISPLAY ' 122-LOAD-BRACKET'
               DISPLAY ' TIKPARM BRACKET CARD NOT NUMERIC'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           ADD 1 TO WS-NUM-BRACKETS.
           IF WS-NUM-BRACKETS > 20
               DISPLAY '******************************'
               DISPLAY ' 122-LOAD-BRACKET'
               DISPLAY ' TOO MANY BRACKETS IN TIKPARM -'
               DISPLAY ' MAXIMUM IS 20'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE TB-MIN-CREDITS TO BK-MIN-CREDITS (WS-NUM-BRACKETS).
           MOVE TB-TICKET-DATE TO BK-TICKET-DATE (WS-NUM-BRACKETS).
           MOVE TB-TICKET-TIME TO BK-TICKET-TIME (WS-NUM-BRACKETS).

           IF TB-MIN-CREDITS = ZERO
               MOVE "Y" TO WS-ZERO-BRACKET-SWITCH
           END-IF.


       124-LOAD-PRIORITY.

           IF NOT TQ-GROUP-VALID
                   OR TQ-TICKET-DATE NOT NUMERIC
                   OR TQ-TICKET-TIME NOT NUMERIC
               DISPLAY ' TIKPARM PRIORITY CARD NOT VA / AT WITH'
                       ' A NUMERIC DATE AND TIME - CARD IGNORED'
           ELSE
               IF TQ-GROUP = "VA"
                   MOVE "Y" TO WS-VA-TICKET-SWITCH
                   MOVE TQ-TICKET-DATE TO WS-VA-TICKET-DATE
                   MOVE TQ-TICKET-TIME TO WS-VA-TICKET-TIME
               ELSE
                   MOVE "Y" TO WS-AT-TICKET-SWITCH
                   MOVE TQ-TICKET-DATE TO WS-AT-TICKET-DATE
                   MOVE TQ-TICKET-TIME TO WS-AT-TICKET-TIME
               END-IF
           END-IF.


       125-CHECK-TERM.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 125-CHECK-TERM'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 125-CHECK-TERM'
                   DISPLAY ' TIKPARM TERM NOT ON THE ACADEMIC'
                   DISPLAY ' CALENDAR: ', WS-TERM-CODE
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           CLOSE CALENDAR-FILE.


       130-LOAD-ROSTER.

           OPEN INPUT SPORT-ROSTER-FILE.

           IF WS-ROSTER-STATUS NOT = '00'
                   AND WS-ROSTER-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 130-LOAD-ROSTER'
               DISPLAY ' ERROR OPENING THE SPORT ROSTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ROSTER-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL ROSTER-EOF
               READ SPORT-ROSTER-FILE
                   AT END
                       SET ROSTER-EOF TO TRUE
               END-READ
               IF NOT ROSTER-EOF
                   ADD 1 TO WS-NUM-ATHLETES
                   IF WS-NUM-ATHLETES > 3000
                       DISPLAY '******************************'
                       DISPLAY ' 130-LOAD-ROSTER'
                       DISPLAY ' TOO MANY PLAYERS IN SPORTROS -'
                       DISPLAY ' MAXIMUM IS 3000'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE RO-STUDENT-ID TO ATHLETE-ID (WS-NUM-ATHLETES)
               END-IF
           END-PERFORM.

           CLOSE SPORT-ROSTER-FILE.


      *****************************************************
      *  110-ASSIGN-TICKET - THE BRACKET TICKET FIRST,     *
      *  THEN EACH PRIORITY GROUP THE STUDENT BELONGS TO   *
      *  REPLACES IT IF THE GROUP'S TICKET IS EARLIER.     *
      *****************************************************
       110-ASSIGN-TICKET.

           MOVE ZERO TO WS-BEST-SUB.
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-NUM-BRACKETS
               IF BK-MIN-CREDITS (WS-BRK-SUB)
                       NOT > SM-LAST-TOTAL-CREDITS
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-BRK-SUB TO WS-BEST-SUB
                   ELSE
                       IF BK-MIN-CREDITS (WS-BRK-SUB) >
                               BK-MIN-CREDITS (WS-BEST-SUB)
                           MOVE WS-BRK-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE BK-TICKET-DATE (WS-BEST-SUB) TO WS-TICKET-DATE.
           MOVE BK-TICKET-TIME (WS-BEST-SUB) TO WS-TICKET-TIME.
           MOVE SPACES TO WS-TICKET-GROUP.

           IF VA-TICKET-GIVEN
               MOVE SM-STUDENT-ID TO VB-STUDENT-ID
               READ VA-BENEFIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VB-BENEFIT-ACTIVE
                               AND WS-VA-TICKET-STAMP < WS-TICKET-STAMP
                           MOVE WS-VA-TICKET-STAMP TO WS-TICKET-STAMP
                           MOVE "VA" TO WS-TICKET-GROUP
                       END-IF
               END-READ
           END-IF.

           IF AT-TICKET-GIVEN
               MOVE "N" TO WS-ATHLETE-SWITCH
               PERFORM VARYING WS-ATH-SUB FROM 1 BY 1
                       UNTIL WS-ATH-SUB > WS-NUM-ATHLETES
                          OR STUDENT-IS-ATHLETE
                   IF ATHLETE-ID (WS-ATH-SUB) = SM-STUDENT-ID
                       MOVE "Y" TO WS-ATHLETE-SWITCH
                   END-IF
               END-PERFORM
               IF STUDENT-IS-ATHLETE
                       AND WS-AT-TICKET-STAMP < WS-TICKET-STAMP
                   MOVE WS-AT-TICKET-STAMP TO WS-TICKET-STAMP
                   MOVE "AT" TO WS-TICKET-GROUP
               END-IF
           END-IF.

           EVALUATE WS-TICKET-GROUP
               WHEN "VA"
                   ADD 1 TO WS-VA-PRIORITY
               WHEN "AT"
                   ADD 1 TO WS-AT-PRIORITY
           END-EVALUATE.

           PERFORM 140-WRITE-TICKET.
           PERFORM 150-PRINT-ROSTER-LINE.
           PERFORM 160-WRITE-NOTICE.


       140-WRITE-TICKET.

           MOVE SM-STUDENT-ID         TO TK-STUDENT-ID.
           MOVE WS-TERM-CODE          TO TK-TERM-CODE.
           MOVE WS-TICKET-DATE        TO TK-TICKET-DATE.
           MOVE WS-TICKET-TIME        TO TK-TICKET-TIME.
           MOVE SM-LAST-TOTAL-CREDITS TO TK-EARNED-CREDITS.
           MOVE WS-TICKET-GROUP       TO TK-PRIORITY-GROUP.
           MOVE CD-CURRENT-DATE       TO TK-ASSIGNED-DATE.

           WRITE TIME-TICKET-RECORD
               INVALID KEY
                   REWRITE TIME-TICKET-RECORD
                       INVALID KEY
                           DISPLAY ' TIMETKT REWRITE FAILED FOR ',
                                   SM-STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-TICKETS-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-TICKETS-ASSIGNED
           END-WRITE.


       150-PRINT-ROSTER-LINE.

           MOVE SM-STUDENT-ID         TO RS-STUDENT-ID.
           MOVE SM-NAME-LAST          TO RS-NAME-LAST.
           MOVE SM-NAME-FIRST         TO RS-NAME-FIRST.
           MOVE SM-LAST-TOTAL-CREDITS TO RS-CREDITS.
           MOVE WS-TICKET-GROUP       TO RS-GROUP.
           MOVE WS-TICKET-DATE        TO WS-WORK-DATE.
           MOVE WS-WORK-MONTH         TO RS-TICKET-MONTH.
           MOVE WS-WORK-DAY           TO RS-TICKET-DAY.
           MOVE WS-WORK-YEAR          TO RS-TICKET-YEAR.
           MOVE WS-TICKET-TIME        TO WS-WORK-TIME.
           MOVE WS-WORK-HH            TO RS-TICKET-HH.
           MOVE WS-WORK-MM            TO RS-TICKET-MM.
           MOVE ROSTER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC.


       160-WRITE-NOTICE.

           MOVE SM-STUDENT-ID    TO TN-STUDENT-ID.
           MOVE SM-NAME-LAST     TO TN-NAME-LAST.
           MOVE SM-NAME-FIRST    TO TN-NAME-FIRST.
           MOVE WS-TERM-CODE     TO TN-TERM-CODE.
           MOVE WS-TICKET-DATE   TO TN-TICKET-DATE.
           MOVE WS-TICKET-TIME   TO TN-TICKET-TIME.
           MOVE WS-TICKET-GROUP  TO TN-PRIORITY-GROUP.
           WRITE TICKET-NOTICE-RECORD.
           ADD 1 TO WS-TN-CTL-COUNT.
           ADD TN-STUDENT-ID TO WS-TN-CTL-HASH.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE TICKET NOTICE EXTRACT.               *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-TN-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-TN-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO TICKET-NOTICE-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO TICKET-NOTICE-RECORD.
           WRITE TICKET-NOTICE-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 2.

           MOVE "STUDENTS READ" TO TR-CAPTION.
           MOVE WS-STUDENTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "TICKETS ASSIGNED" TO TR-CAPTION.
           MOVE WS-TICKETS-ASSIGNED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "TICKETS REASSIGNED" TO TR-CAPTION.
           MOVE WS-TICKETS-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "VA PRIORITY TICKETS" TO TR-CAPTION.
           MOVE WS-VA-PRIORITY TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.

           MOVE "ATHLETE PRIORITY TICKETS" TO TR-CAPTION.
           MOVE WS-AT-PRIORITY TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROSTER-REC.
           WRITE ROSTER-REC AFTER 1.
