      *  SEQUENCE CHECK.  THE CALCONV ONE-TIME REFORMAT    *
      *  CARRIES OLD RECORDS FORWARD WITH A BLANK STATUS,  *
      *  WHICH READS AS OPEN, AND A ZERO APPEAL DEADLINE.  *
      *  TERMS ARE ADDED AND THEIR DATES CHANGED ONLY      *
      *  THROUGH CALMNT, WHICH ENFORCES THE DATE SEQUENCE  *
      *  AND FREEZES A CLOSED TERM.  UP TO THREE SCHEDULED *
      *  BREAKS (START AND END DATE, INCLUSIVE, ZERO WHEN  *
      *  UNUSED) LIE WITHIN THE TERM; THE R2T4 RUN LEAVES  *
      *  THEM OUT OF THE PAYMENT PERIOD'S DAYS.  CALBCONV  *
      *  CARRIES OLDER RECORDS FORWARD WITH NO BREAKS.     *
      *  THE PLAN DEADLINE IS THE DATE BY WHICH A STUDENT  *
      *  ON WARNING OR SUSPENSION MUST HAVE COMPLETED THE  *
      *  ACADEMIC-SUCCESS PLAN; SPLNRPT PLACES AN ADVISING *
      *  HOLD ON ANY PLAN STILL INCOMPLETE AFTER IT.  ZERO *
      *  MEANS NO DEADLINE IS SET.  CALPCONV CARRIES OLDER *
      *  RECORDS FORWARD WITH A ZERO DEADLINE.             *
      *****************************************************
       01  ACADEMIC-CALENDAR-RECORD.
           05  CAL-TERM-CODE              PIC X(05).
               88  CAL-STATUS-OPEN                VALUE "O" SPACE.
               88  CAL-STATUS-GRADING             VALUE "G".
               88  CAL-STATUS-CLOSED              VALUE "C".
           05  CAL-BREAK-TBL.
               10  CAL-BREAK OCCURS 3 TIMES.
                   15  CAL-BREAK-START-DATE   PIC 9(08).
                   15  CAL-BREAK-END-DATE     PIC 9(08).
           05  CAL-PLAN-DEADLINE-DATE     PIC 9(08).
