      *****************************************************
      *  R2T4WKS - RETURN OF TITLE IV WORKSHEET RECORD     *
      *  ONE RECORD PER OFFICIALLY WITHDRAWN STUDENT PER   *
      *  TITLE IV FUND DISBURSED FOR THE TERM, WRITTEN BY  *
      *  THE R2T4 RUN FOR THE FINANCIAL AID OFFICE.  THE   *
      *  PAYMENT PERIOD RUNS FROM THE TERM START TO THE    *
      *  TERM END DATE, CALENDAR DAYS, LESS THE TERM'S     *
      *  SCHEDULED BREAKS; THE PERCENT COMPLETED IS THE    *
      *  DAYS COMPLETED THROUGH THE WITHDRAWAL DATE OVER   *
      *  THE PERIOD DAYS, A FRACTION ROUNDED TO THREE      *
      *  PLACES.  AT OR ABOVE .600 ALL AID IS EARNED.  THE *
      *  UNEARNED AMOUNT IS DUE BACK BY THE RETURN         *
      *  DEADLINE, 45 DAYS AFTER THE WITHDRAWAL DATE.      *
      *****************************************************
       01  R2T4-WORKSHEET-RECORD.
           05  R2-STUDENT-ID              PIC 9(09).
           05  R2-TERM-CODE               PIC X(05).
           05  R2-WITHDRAWAL-DATE         PIC 9(08).
           05  R2-TERM-START-DATE         PIC 9(08).
           05  R2-TERM-END-DATE           PIC 9(08).
           05  R2-PERIOD-DAYS             PIC 9(03).
           05  R2-BREAK-DAYS              PIC 9(03).
           05  R2-DAYS-COMPLETED          PIC 9(03).
           05  R2-PCT-COMPLETED           PIC 9V999.
           05  R2-EARNED-SWITCH           PIC X(01).
               88  R2-ALL-AID-EARNED              VALUE "Y".
           05  R2-FUND-CODE               PIC X(04).
           05  R2-DISBURSED-AMOUNT        PIC 9(07)V99.
           05  R2-EARNED-AMOUNT           PIC 9(07)V99.
           05  R2-UNEARNED-AMOUNT         PIC 9(07)V99.
           05  R2-RETURN-DEADLINE-DATE    PIC 9(08).
           05  R2-RUN-DATE                PIC 9(08).
           05                             PIC X(13).
