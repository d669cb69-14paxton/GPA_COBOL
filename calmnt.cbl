       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CALMNT - ACADEMIC CALENDAR MAINTENANCE            *
      *  APPLIES ADD / CHANGE TRANSACTIONS FROM CALTRAN    *
      *  AGAINST THE ACADEMIC CALENDAR (ACADCAL).  EVERY   *
      *  TRANSACTION CARRIES THE TERM'S FULL SET OF DATES  *
      *  AND THE SUBMITTING USER, WHO MUST BE AUTHORIZED   *
      *  FOR THE ACTION ON AUTHFILE.  THE DATES MUST BE    *
      *  VALID AND IN SEQUENCE: START BEFORE CENSUS BEFORE *
      *  END, END NO LATER THAN THE GRADE DEADLINE, AND    *
      *  THE INCOMPLETE LAPSE AND (WHEN GIVEN) THE APPEAL  *
      *  DEADLINE AFTER THE GRADE DEADLINE.  A CLOSED TERM *
      *  IS FROZEN.  A NEW TERM STARTS OPEN; THE TERM      *
      *  STATUS IS OTHERWISE LEFT TO THE POSTING AND GPA   *
      *  RUNS.  BEFORE A CHANGE APPLIES, AN IMPACT LIST    *
      *  NAMES EVERY DOWNSTREAM RUN THAT HAS ALREADY       *
      *  ACTED ON A DATE BEING MOVED - A DATE THAT HAS     *
      *  ARRIVED HAS BEEN USED, AND A CENSUS SNAPSHOT ON   *
      *  SNAPFILE SHOWS THE CENSUS DATE WAS USED - SO THE  *
      *  OFFICE CAN DECIDE WHAT TO RERUN.  THE TRANSACTION *
      *  ALSO CARRIES UP TO THREE SCHEDULED BREAKS, IN     *
      *  ORDER, EACH WITHIN THE TERM AND AFTER THE ONE     *
      *  BEFORE IT; BLANK BREAK FIELDS MEAN NO BREAKS.  A  *
      *  BREAK MOVED ONCE THE TERM IS UNDER WAY LISTS THE  *
      *  R2T4 RUN AS IMPACTED.  AN APPLIED / REJECTED      *
      *  REGISTER PRINTS ON CALRGSTR.                      *
      *  THE TRANSACTION ALSO CARRIES THE ACADEMIC-SUCCESS *
      *  PLAN DEADLINE, ZERO OR BLANK FOR NONE, OTHERWISE  *
      *  A DATE WITHIN THE TERM.                           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CAL-TRAN-FILE
               ASSIGN CALTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN SNAPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CN-SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT CAL-REGISTER
               ASSIGN CALRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  CAL-TRAN-FILE.

       01  CAL-TRAN-RECORD.
           05  AT-ACTION                PIC X(01).
               88  AT-ACTION-ADD                    VALUE "A".
               88  AT-ACTION-CHANGE                 VALUE "C".
               88  AT-ACTION-VALID                  VALUE "A" "C".
           05  AT-TERM-CODE             PIC X(05).
           05  AT-DATES.
               10  AT-TERM-START-DATE       PIC 9(08).
               10  AT-TERM-END-DATE         PIC 9(08).
               10  AT-CENSUS-DATE           PIC 9(08).
               10  AT-GRADE-DEADLINE-DATE   PIC 9(08).
               10  AT-INCMP-LAPSE-DATE      PIC 9(08).
               10  AT-APPEAL-DEADLINE-DATE  PIC 9(08).
           05  AT-DATE-TBL REDEFINES AT-DATES.
               10  AT-DATE                  PIC 9(08) OCCURS 6 TIMES.
           05  AT-USER-ID               PIC X(06).
           05  AT-BREAK-DATES.
               10  AT-BREAK OCCURS 3 TIMES.
                   15  AT-BREAK-START-DATE  PIC 9(08).
                   15  AT-BREAK-END-DATE    PIC 9(08).
           05  AT-PLAN-DEADLINE-DATE    PIC 9(08).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SNAPSHOT-FILE.

            COPY CENSSNAP IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CAL-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-SNAP-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-DATE-SUB             PIC 9(01) VALUE ZERO.
           05  WS-PGM-SUB              PIC 9(01) VALUE ZERO.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-SNAP-TAKEN-SWITCH    PIC X(01)   VALUE "N".
               88  CENSUS-SNAPSHOT-TAKEN           VALUE "Y".
           05  WS-DATES-MOVED          PIC 9(01) VALUE ZERO.
           05  WS-BREAK-SUB            PIC 9(01) VALUE ZERO.
           05  WS-PRIOR-BREAK-END      PIC 9(08) VALUE ZERO.
           05  WS-BREAK-NUMBER         PIC 9(01) VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-IMPACTS-LISTED       PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

      *****************************************************
      *  THE CALENDAR DATES AS THEY STOOD BEFORE A CHANGE, *
      *  IN ACADCAL ORDER.                                 *
      *****************************************************
       01  OLD-DATE-TBL.
           05  OLD-DATE                PIC 9(08) OCCURS 6 TIMES.

      *****************************************************
      *  DATE IMPACT TABLE - FOR EACH CALENDAR DATE, IN    *
      *  ACADCAL ORDER, THE DOWNSTREAM RUNS THAT ACT ON    *
      *  IT.  BLANK SLOTS MEAN NO (FURTHER) RUNS.          *
      *****************************************************
       01  DATE-IMPACT-VALUES.
           05                 PIC X(16)   VALUE "TERM START DATE".
           05                 PIC X(48)   VALUE
               "REGMAINTWITHDRAWNSCEXTR VACERT  VERIFLTRTRANSCPT".
           05                 PIC X(16)   VALUE "TERM END DATE".
           05                 PIC X(48)   VALUE
               "REGMAINTWITHDRAWNSCEXTR VACERT  VERIFLTRTRANSCPT".
           05                 PIC X(16)   VALUE "CENSUS DATE".
           05                 PIC X(48)   VALUE
               "CENSSNAPGPA                                     ".
           05                 PIC X(16)   VALUE "GRADE DEADLINE".
           05                 PIC X(48)   VALUE
               "GRDPOST TRNRELSE                                ".
           05                 PIC X(16)   VALUE "INCOMPLETE LAPSE".
           05                 PIC X(48)   VALUE
               "INCLAPSE                                        ".
           05                 PIC X(16)   VALUE "APPEAL DEADLINE".
           05                 PIC X(48)   VALUE
               "STNDLTR                                         ".

       01  DATE-IMPACT-TBL REDEFINES DATE-IMPACT-VALUES.
           05  DI-ENTRY OCCURS 6 TIMES.
               10  DI-DATE-NAME        PIC X(16).
               10  DI-PROGRAM          PIC X(08) OCCURS 6 TIMES.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "CALMNT ACADEMIC CALENDAR REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "START".
           05                 PIC X(10)  VALUE "END".
           05                 PIC X(10)  VALUE "CENSUS".
           05                 PIC X(10)  VALUE "GRADE DL".
           05                 PIC X(10)  VALUE "LAPSE".
           05                 PIC X(10)  VALUE "APPEAL DL".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(39)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-TERM-START-DATE PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-TERM-END-DATE   PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-CENSUS-DATE     PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-GRADE-DL-DATE   PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-LAPSE-DATE      PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-APPEAL-DL-DATE  PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(05)  VALUE SPACE.

       01  IMPACT-DETAIL-LINE.
           05                     PIC X(08)  VALUE SPACE.
           05  IM-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(08)  VALUE "IMPACT: ".
           05  IM-DATE-NAME       PIC X(16).
           05                     PIC X(05)  VALUE " WAS ".
           05  IM-OLD-DATE        PIC 9(08).
           05                     PIC X(05)  VALUE " NOW ".
           05  IM-NEW-DATE        PIC 9(08).
           05                     PIC X(03)  VALUE SPACE.
           05  IM-PROGRAM         PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  IM-NOTE            PIC X(32).
           05                     PIC X(20)  VALUE SPACE.

       01  BREAK-DETAIL-LINE.
           05                     PIC X(16)  VALUE SPACE.
           05                     PIC X(08)  VALUE "BREAKS: ".
           05  BK-ENTRY OCCURS 3 TIMES.
               10  BK-START-DATE  PIC 9(08).
               10                 PIC X(01)  VALUE "-".
               10  BK-END-DATE    PIC 9(08).
               10                 PIC X(03)  VALUE SPACE.
           05                     PIC X(16)
               VALUE "PLAN DEADLINE: ".
           05  BK-PLAN-DEADLINE   PIC 9(08).
           05                     PIC X(24)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ CAL-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE CAL-TRAN-FILE
                 CALENDAR-FILE
                 SNAPSHOT-FILE
                 AUTH-FILE
                 CAL-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT CAL-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CALENDAR TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT SNAPSHOT-FILE.

           IF WS-SNAP-STATUS NOT = '00' AND WS-SNAP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CENSUS SNAPSHOT FILE'
               DISPLAY ' FILE STATUS IS ', WS-SNAP-STATUS
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

           OPEN OUTPUT CAL-REGISTER.

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
                   WHEN AT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN AT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT AT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF AT-TERM-CODE = SPACES
                   MOVE "TERM CODE IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 125-EDIT-DATES
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 126-EDIT-DATE-SEQUENCE
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 128-EDIT-BREAKS
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 131-EDIT-PLAN-DEADLINE
           END-IF.


      *****************************************************
      *  125-EDIT-DATES - EVERY DATE MUST BE A VALID       *
      *  CCYYMMDD DATE.  ONLY THE APPEAL DEADLINE MAY BE   *
      *  ZERO, MEANING NO APPEAL DEADLINE ON FILE.         *
      *****************************************************
       125-EDIT-DATES.

           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > 6
                      OR NOT TRAN-IS-VALID
               IF AT-DATE (WS-DATE-SUB) NOT NUMERIC
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   MOVE AT-DATE (WS-DATE-SUB) TO WS-CHECK-DATE
                   IF WS-DATE-SUB = 6 AND WS-CHECK-DATE = ZERO
                       CONTINUE
                   ELSE
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
                   STRING DI-DATE-NAME (WS-DATE-SUB)
                              DELIMITED BY "  "
                          " NOT A VALID DATE" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
               END-IF
           END-PERFORM.


       124-CHECK-ONE-DATE.

           IF WS-CHECK-YEAR < 1900
                   OR WS-CHECK-MONTH < 01
                   OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 01
                   OR WS-CHECK-DAY > 31
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.


       126-EDIT-DATE-SEQUENCE.

           IF AT-TERM-START-DATE NOT < AT-CENSUS-DATE
               MOVE "START DATE NOT BEFORE CENSUS DATE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF AT-CENSUS-DATE NOT < AT-TERM-END-DATE
                   MOVE "CENSUS DATE NOT BEFORE END DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-TERM-END-DATE > AT-GRADE-DEADLINE-DATE
                   MOVE "END DATE AFTER GRADE DEADLINE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-INCMP-LAPSE-DATE NOT > AT-GRADE-DEADLINE-DATE
                   MOVE "LAPSE DATE NOT AFTER GRADE DEADLINE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND AT-APPEAL-DEADLINE-DATE NOT = ZERO
               IF AT-APPEAL-DEADLINE-DATE NOT > AT-GRADE-DEADLINE-DATE
                   MOVE "APPEAL DEADLINE NOT AFTER GRADE DEADLINE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE SUBMITTING USER MUST    *
      *  BE ON THE AUTHORIZATION TABLE FOR THIS PROGRAM    *
      *  WITH THE TRANSACTION'S ACTION CODE AMONG THE      *
      *  ALLOWED ACTIONS.                                  *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF AT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE AT-USER-ID TO AU-USER-ID
               MOVE "CALMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = AT-ACTION
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
      *  128-EDIT-BREAKS - BLANK BREAK FIELDS MEAN NO      *
      *  BREAKS.  A BREAK IN USE NEEDS BOTH A VALID START  *
      *  AND END DATE, START NO LATER THAN END, STRICTLY   *
      *  WITHIN THE TERM, AND AFTER THE BREAK BEFORE IT;   *
      *  UNUSED BREAKS (BOTH DATES ZERO) COME LAST.        *
      *****************************************************
       128-EDIT-BREAKS.

           IF AT-BREAK-DATES = SPACES
               MOVE ZEROS TO AT-BREAK-DATES
           END-IF.

           MOVE ZERO TO WS-PRIOR-BREAK-END.

           PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > 3
                      OR NOT TRAN-IS-VALID
               MOVE WS-BREAK-SUB TO WS-BREAK-NUMBER
               IF AT-BREAK-START-DATE (WS-BREAK-SUB) NOT NUMERIC
                       OR AT-BREAK-END-DATE (WS-BREAK-SUB)
                          NOT NUMERIC
                   STRING "BREAK " WS-BREAK-NUMBER
                          " NOT A VALID DATE" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   IF AT-BREAK (WS-BREAK-SUB) NOT = ZEROS
                       PERFORM 129-EDIT-ONE-BREAK
                   END-IF
               END-IF
           END-PERFORM.


       129-EDIT-ONE-BREAK.

           IF WS-BREAK-SUB > 1
               IF AT-BREAK (WS-BREAK-SUB - 1) = ZEROS
                   MOVE "BREAKS MUST BE FILLED IN ORDER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-BREAK-START-DATE (WS-BREAK-SUB)
                   TO WS-CHECK-DATE
               PERFORM 124-CHECK-ONE-DATE
           END-IF.

           IF TRAN-IS-VALID
               MOVE AT-BREAK-END-DATE (WS-BREAK-SUB)
                   TO WS-CHECK-DATE
               PERFORM 124-CHECK-ONE-DATE
           END-IF.

           IF NOT TRAN-IS-VALID
               IF WS-REJECT-REASON = SPACES
                   STRING "BREAK " WS-BREAK-NUMBER
                          " NOT A VALID DATE" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-BREAK-START-DATE (WS-BREAK-SUB)
                       > AT-BREAK-END-DATE (WS-BREAK-SUB)
                   STRING "BREAK " WS-BREAK-NUMBER
                          " ENDS BEFORE IT STARTS" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-BREAK-START-DATE (WS-BREAK-SUB)
                       NOT > AT-TERM-START-DATE
                       OR AT-BREAK-END-DATE (WS-BREAK-SUB)
                          NOT < AT-TERM-END-DATE
                   STRING "BREAK " WS-BREAK-NUMBER
                          " NOT WITHIN THE TERM" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF AT-BREAK-START-DATE (WS-BREAK-SUB)
                       NOT > WS-PRIOR-BREAK-END
                   STRING "BREAK " WS-BREAK-NUMBER
                          " NOT AFTER THE BREAK BEFORE IT"
                          DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           MOVE AT-BREAK-END-DATE (WS-BREAK-SUB) TO WS-PRIOR-BREAK-END.


      *****************************************************
      *  131-EDIT-PLAN-DEADLINE - A BLANK OR ZERO PLAN     *
      *  DEADLINE MEANS NONE IS SET.  OTHERWISE IT MUST BE *
      *  A VALID DATE WITHIN THE TERM.                     *
      *****************************************************
       131-EDIT-PLAN-DEADLINE.

           IF AT-PLAN-DEADLINE-DATE = SPACES
               MOVE ZERO TO AT-PLAN-DEADLINE-DATE
           END-IF.

           IF AT-PLAN-DEADLINE-DATE NOT NUMERIC
               MOVE "PLAN DEADLINE NOT A VALID DATE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               IF AT-PLAN-DEADLINE-DATE NOT = ZERO
                   MOVE AT-PLAN-DEADLINE-DATE TO WS-CHECK-DATE
                   PERFORM 124-CHECK-ONE-DATE
                   IF NOT TRAN-IS-VALID
                       MOVE "PLAN DEADLINE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF AT-PLAN-DEADLINE-DATE
                               NOT > AT-TERM-START-DATE
                               OR AT-PLAN-DEADLINE-DATE
                                  > AT-TERM-END-DATE
                           MOVE "PLAN DEADLINE NOT WITHIN THE TERM"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.


       130-APPLY-ADD.

           MOVE AT-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM 135-BUILD-CALENDAR-RECORD
                   MOVE "O" TO CAL-TERM-STATUS
                   WRITE ACADEMIC-CALENDAR-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON ACADEMIC CALENDAR"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "TERM ALREADY ON THE CALENDAR"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
           END-READ.


       135-BUILD-CALENDAR-RECORD.

           MOVE AT-TERM-CODE             TO CAL-TERM-CODE.
           MOVE AT-TERM-START-DATE       TO CAL-TERM-START-DATE.
           MOVE AT-TERM-END-DATE         TO CAL-TERM-END-DATE.
           MOVE AT-CENSUS-DATE           TO CAL-CENSUS-DATE.
           MOVE AT-GRADE-DEADLINE-DATE   TO CAL-GRADE-DEADLINE-DATE.
           MOVE AT-INCMP-LAPSE-DATE      TO CAL-INCMP-LAPSE-DATE.
           MOVE AT-APPEAL-DEADLINE-DATE  TO CAL-APPEAL-DEADLINE-DATE.
           MOVE AT-BREAK-DATES           TO CAL-BREAK-TBL.
           MOVE AT-PLAN-DEADLINE-DATE    TO CAL-PLAN-DEADLINE-DATE.


       140-APPLY-CHANGE.

           MOVE AT-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "TERM NOT ON THE CALENDAR"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 142-CHECK-CHANGE
                   IF TRAN-IS-VALID
                       PERFORM 150-LIST-IMPACT
                       PERFORM 135-BUILD-CALENDAR-RECORD
                       REWRITE ACADEMIC-CALENDAR-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED ON CALENDAR"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGES-APPLIED
                               PERFORM 170-WRITE-APPLIED
                       END-REWRITE
                   END-IF
           END-READ.


      *****************************************************
      *  142-CHECK-CHANGE - A CLOSED TERM'S DATES ARE      *
      *  FROZEN, AND A CHANGE MUST MOVE AT LEAST ONE DATE. *
      *****************************************************
       142-CHECK-CHANGE.

           MOVE CAL-TERM-START-DATE       TO OLD-DATE (1).
           MOVE CAL-TERM-END-DATE         TO OLD-DATE (2).
           MOVE CAL-CENSUS-DATE           TO OLD-DATE (3).
           MOVE CAL-GRADE-DEADLINE-DATE   TO OLD-DATE (4).
           MOVE CAL-INCMP-LAPSE-DATE      TO OLD-DATE (5).
           MOVE CAL-APPEAL-DEADLINE-DATE  TO OLD-DATE (6).

           MOVE ZERO TO WS-DATES-MOVED.
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > 6
               IF AT-DATE (WS-DATE-SUB) NOT = OLD-DATE (WS-DATE-SUB)
                   ADD 1 TO WS-DATES-MOVED
               END-IF
           END-PERFORM.

           IF AT-BREAK-DATES NOT = CAL-BREAK-TBL
               ADD 1 TO WS-DATES-MOVED
           END-IF.

           IF AT-PLAN-DEADLINE-DATE NOT = CAL-PLAN-DEADLINE-DATE
               ADD 1 TO WS-DATES-MOVED
           END-IF.

           IF CAL-STATUS-CLOSED
               MOVE "TERM IS CLOSED - DATES ARE FROZEN"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
               PERFORM 160-WRITE-REJECT
           END-IF.

           IF TRAN-IS-VALID AND WS-DATES-MOVED = ZERO
               MOVE "NO DATE CHANGED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  150-LIST-IMPACT - FOR EVERY DATE THE CHANGE       *
      *  MOVES, LISTS THE DOWNSTREAM RUNS THAT HAVE        *
      *  ALREADY ACTED ON THE OLD DATE: ALL OF THEM ONCE   *
      *  THE OLD DATE HAS ARRIVED, AND THE CENSUS RUNS     *
      *  WHENEVER THE TERM'S SNAPSHOT IS ALREADY ON FILE.  *
      *****************************************************
       150-LIST-IMPACT.

           PERFORM 155-CHECK-SNAPSHOT.

           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > 6
               IF AT-DATE (WS-DATE-SUB) NOT = OLD-DATE (WS-DATE-SUB)
                   MOVE SPACES TO IM-NOTE
                   IF OLD-DATE (WS-DATE-SUB) NOT = ZERO
                           AND OLD-DATE (WS-DATE-SUB)
                               NOT > WS-RUN-DATE
                       MOVE "OLD DATE ALREADY REACHED"
                           TO IM-NOTE
                   END-IF
                   IF WS-DATE-SUB = 3 AND CENSUS-SNAPSHOT-TAKEN
                       MOVE "CENSUS SNAPSHOT ALREADY TAKEN"
                           TO IM-NOTE
                   END-IF
                   IF IM-NOTE NOT = SPACES
                       PERFORM 158-WRITE-IMPACT
                           VARYING WS-PGM-SUB FROM 1 BY 1
                           UNTIL WS-PGM-SUB > 6
                   END-IF
               END-IF
           END-PERFORM.

           IF OLD-DATE (1) NOT > WS-RUN-DATE
               PERFORM 159-WRITE-BREAK-IMPACT
                   VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > 3
           END-IF.


       155-CHECK-SNAPSHOT.

           MOVE "N" TO WS-SNAP-TAKEN-SWITCH.
           MOVE AT-TERM-CODE TO CN-TERM-CODE.
           MOVE ZERO TO CN-STUDENT-ID.
           START SNAPSHOT-FILE KEY IS NOT < CN-SNAP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SNAPSHOT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CN-TERM-CODE = AT-TERM-CODE
                               MOVE "Y" TO WS-SNAP-TAKEN-SWITCH
                           END-IF
                   END-READ
           END-START.


       158-WRITE-IMPACT.

           IF DI-PROGRAM (WS-DATE-SUB WS-PGM-SUB) NOT = SPACES
               ADD 1 TO WS-IMPACTS-LISTED
               MOVE AT-TERM-CODE TO IM-TERM-CODE
               MOVE DI-DATE-NAME (WS-DATE-SUB) TO IM-DATE-NAME
               MOVE OLD-DATE (WS-DATE-SUB) TO IM-OLD-DATE
               MOVE AT-DATE (WS-DATE-SUB) TO IM-NEW-DATE
               MOVE DI-PROGRAM (WS-DATE-SUB WS-PGM-SUB) TO IM-PROGRAM
               MOVE IMPACT-DETAIL-LINE TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.


      *****************************************************
      *  159-WRITE-BREAK-IMPACT - A BREAK MOVED ONCE THE   *
      *  TERM HAS STARTED MAY CHANGE A RETURN OF TITLE IV  *
      *  CALCULATION ALREADY WORKED FOR THE TERM.          *
      *****************************************************
       159-WRITE-BREAK-IMPACT.

           IF AT-BREAK (WS-BREAK-SUB) NOT = CAL-BREAK (WS-BREAK-SUB)
               ADD 1 TO WS-IMPACTS-LISTED
               MOVE AT-TERM-CODE TO IM-TERM-CODE
               MOVE "SCHEDULED BREAK" TO IM-DATE-NAME
               MOVE CAL-BREAK-START-DATE (WS-BREAK-SUB) TO IM-OLD-DATE
               MOVE AT-BREAK-START-DATE (WS-BREAK-SUB) TO IM-NEW-DATE
               MOVE "R2T4" TO IM-PROGRAM
               MOVE "TERM ALREADY UNDER WAY" TO IM-NOTE
               MOVE IMPACT-DETAIL-LINE TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE AT-ACTION        TO RG-ACTION.
           MOVE AT-TERM-CODE     TO RG-TERM-CODE.
           PERFORM 165-MOVE-TRAN-DATES.
           MOVE "REJECTED"       TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           PERFORM 167-WRITE-BREAKS.


       165-MOVE-TRAN-DATES.

           IF AT-DATES NUMERIC
               MOVE AT-TERM-START-DATE      TO RG-TERM-START-DATE
               MOVE AT-TERM-END-DATE        TO RG-TERM-END-DATE
               MOVE AT-CENSUS-DATE          TO RG-CENSUS-DATE
               MOVE AT-GRADE-DEADLINE-DATE  TO RG-GRADE-DL-DATE
               MOVE AT-INCMP-LAPSE-DATE     TO RG-LAPSE-DATE
               MOVE AT-APPEAL-DEADLINE-DATE TO RG-APPEAL-DL-DATE
           ELSE
               MOVE ZERO TO RG-TERM-START-DATE
               MOVE ZERO TO RG-TERM-END-DATE
               MOVE ZERO TO RG-CENSUS-DATE
               MOVE ZERO TO RG-GRADE-DL-DATE
               MOVE ZERO TO RG-LAPSE-DATE
               MOVE ZERO TO RG-APPEAL-DL-DATE
           END-IF.


       167-WRITE-BREAKS.

           IF AT-BREAK-DATES NUMERIC AND AT-PLAN-DEADLINE-DATE NUMERIC
                   AND (AT-BREAK-DATES NOT = ZEROS
                        OR AT-PLAN-DEADLINE-DATE NOT = ZERO)
               MOVE AT-PLAN-DEADLINE-DATE TO BK-PLAN-DEADLINE
               PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                       UNTIL WS-BREAK-SUB > 3
                   MOVE AT-BREAK-START-DATE (WS-BREAK-SUB)
                       TO BK-START-DATE (WS-BREAK-SUB)
                   MOVE AT-BREAK-END-DATE (WS-BREAK-SUB)
                       TO BK-END-DATE (WS-BREAK-SUB)
               END-PERFORM
               MOVE BREAK-DETAIL-LINE TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.


       170-WRITE-APPLIED.

           MOVE AT-ACTION        TO RG-ACTION.
           MOVE AT-TERM-CODE     TO RG-TERM-CODE.
           PERFORM 165-MOVE-TRAN-DATES.
           MOVE "APPLIED"        TO RG-DISPOSITION.
           MOVE SPACES           TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           PERFORM 167-WRITE-BREAKS.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TERMS ADDED" TO TR-CAPTION.
           MOVE WS-ADDS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DATE CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DOWNSTREAM IMPACTS LISTED" TO TR-CAPTION.
           MOVE WS-IMPACTS-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
