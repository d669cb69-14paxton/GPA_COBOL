      *  REQUESTS (GRADE DEADLINE PASSED OR TERM CLOSED    *
      *  ON THE CALENDAR) BACK INTO TRNREQ FORMAT FOR ONE  *
      *  FULFILLMENT BATCH AND CARRIES THE REST FORWARD.   *
      *  A REQUEST TAKEN AT THE COUNTER BY TRNONL IS       *
      *  QUEUED HERE DIRECTLY WITH THE TERM THE STUDENT    *
      *  NAMED, AND CARRIES ITS TRNRQLOG CONFIRMATION      *
      *  NUMBER THROUGH TO TRANSCPT (ZERO OR BLANK FOR A   *
      *  REQUEST KEYED FROM A FORM).  THE TRNQCONV         *
      *  ONE-TIME REFORMAT CARRIES REQUESTS ALREADY        *
      *  WAITING FORWARD WITH A ZERO CONFIRMATION NUMBER.  *
      *****************************************************
       01  TRANSCRIPT-QUEUE-RECORD.
           05  TNQ-STUDENT-ID            PIC 9(09).
           05  TNQ-QUEUED-DATE           PIC 9(08).
           05  TNQ-DELIVERY-OPTION       PIC X(01).
           05  TNQ-FKA-OPTION            PIC X(01).
           05  TNQ-CONFIRM-NO            PIC 9(08).
