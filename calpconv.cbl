       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALPCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CALPCONV - ONE-TIME ACADEMIC CALENDAR CONVERSION  *
      *  EXPANDS THE UNLOADED CALENDAR IMAGE FROM THE      *
      *  102-BYTE RECORD TO THE CURRENT RECORD CARRYING    *
      *  THE ACADEMIC-SUCCESS PLAN DEADLINE, AFTER WHICH   *
      *  SPLNRPT PLACES AN ADVISING HOLD ON AN INCOMPLETE  *
      *  PLAN.  EVERY TERM COMES OUT WITH A ZERO DEADLINE  *
      *  - NO DEADLINE - UNTIL CALMNT FILES ONE.  CALPCIN  *
      *  TO CALPCOUT, READY FOR RELOAD.                    *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-CALENDAR-FILE
               ASSIGN CALPCIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-CALENDAR-FILE
               ASSIGN CALPCOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-CALENDAR-FILE.

       01  OLD-CALENDAR-RECORD.
           05  OA-TERM-CODE             PIC X(05).
           05  OA-TERM-START-DATE       PIC 9(08).
           05  OA-TERM-END-DATE         PIC 9(08).
           05  OA-CENSUS-DATE           PIC 9(08).
           05  OA-GRADE-DEADLINE-DATE   PIC 9(08).
           05  OA-INCMP-LAPSE-DATE      PIC 9(08).
           05  OA-APPEAL-DEADLINE-DATE  PIC 9(08).
           05  OA-TERM-STATUS           PIC X(01).
           05  OA-BREAK-TBL             PIC X(48).

       FD  NEW-CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-TERMS-CONVERTED      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-CALENDAR-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-TERM
               END-IF
           END-PERFORM.

           DISPLAY 'CALPCONV TERMS CONVERTED    ',
                   WS-TERMS-CONVERTED.

           CLOSE OLD-CALENDAR-FILE
                 NEW-CALENDAR-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-CALENDAR-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD CALENDAR IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CALENDAR-FILE.


       110-CONVERT-TERM.

           MOVE SPACES TO ACADEMIC-CALENDAR-RECORD.
           MOVE OA-TERM-CODE            TO CAL-TERM-CODE.
           MOVE OA-TERM-START-DATE      TO CAL-TERM-START-DATE.
           MOVE OA-TERM-END-DATE        TO CAL-TERM-END-DATE.
           MOVE OA-CENSUS-DATE          TO CAL-CENSUS-DATE.
           MOVE OA-GRADE-DEADLINE-DATE  TO CAL-GRADE-DEADLINE-DATE.
           MOVE OA-INCMP-LAPSE-DATE     TO CAL-INCMP-LAPSE-DATE.
           MOVE OA-APPEAL-DEADLINE-DATE TO CAL-APPEAL-DEADLINE-DATE.
           MOVE OA-TERM-STATUS          TO CAL-TERM-STATUS.
           MOVE OA-BREAK-TBL            TO CAL-BREAK-TBL.
           MOVE ZERO                    TO CAL-PLAN-DEADLINE-DATE.

           WRITE ACADEMIC-CALENDAR-RECORD.
           ADD 1 TO WS-TERMS-CONVERTED.
