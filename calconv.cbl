      *  ON FILE - AND THE TERM STATUS COMES OUT BLANK,    *
      *  WHICH THE STATUS 88S READ AS OPEN, SO EXISTING    *
      *  TERMS KEEP THEIR PRE-LIFECYCLE BEHAVIOR UNTIL     *
      *  THE POSTING AND GPA RUNS ADVANCE THEM.  THE TERM  *
      *  COMES OUT WITH NO SCHEDULED BREAKS.  CALCVIN TO   *
      *  CALCVOUT, READY FOR RELOAD.                       *
      *****************************************************

       ENVIRONMENT DIVISION.
           MOVE OA-INCMP-LAPSE-DATE    TO CAL-INCMP-LAPSE-DATE.
           MOVE ZEROS                  TO CAL-APPEAL-DEADLINE-DATE.
           MOVE SPACE                  TO CAL-TERM-STATUS.
           MOVE ZEROS                  TO CAL-BREAK-TBL.

           WRITE ACADEMIC-CALENDAR-RECORD.
           ADD 1 TO WS-TERMS-CONVERTED.
