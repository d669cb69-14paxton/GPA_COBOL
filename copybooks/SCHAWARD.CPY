      *  RUN'S STORED RESULTS AND RECORDS THE RENEWED /    *
      *  WARNING / TERMINATED DETERMINATION WITH THE       *
      *  TERM AND DATE IT WAS MADE, SO EVERY RENEWAL       *
      *  DECISION A DONOR AUDITS IS ON FILE.  THE AMOUNT   *
      *  PAID UNDER THE AWARD IS KEPT BY CALENDAR YEAR FOR *
      *  THE CURRENT AND PRIOR YEAR (SCHAMNT P ACTION) SO  *
      *  THE JANUARY 1098-T RUN CAN REPORT THE YEAR JUST   *
      *  ENDED; A ZERO YEAR IS AN UNUSED SLOT.             *
      *****************************************************
       01  SCHOLARSHIP-AWARD-RECORD.
           05  SA-AWARD-KEY.
               88  SA-STATUS-TERMINATED          VALUE "T".
           05  SA-LAST-EVAL-TERM         PIC X(05).
           05  SA-LAST-EVAL-DATE         PIC 9(08).
           05  SA-PAID-TBL.
               10  SA-PAID-ENTRY OCCURS 2 TIMES.
                   15  SA-PAID-YEAR          PIC 9(04).
                   15  SA-PAID-AMOUNT        PIC 9(07)V99.
