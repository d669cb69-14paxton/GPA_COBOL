      *  TRNREQ FORMAT TO RELREQ SO ONE TRANSCPT RUN       *
      *  FILLS THE WHOLE BATCH.  REQUESTS STILL WAITING    *
      *  CARRY FORWARD TO THE NEW QUEUE (TRNQUEUO).  THE   *
      *  RELEASE REGISTER PRINTS ON TRELRPT.  A REQUEST'S  *
      *  TRNRQLOG CONFIRMATION NUMBER TRAVELS WITH IT SO   *
      *  TRANSCPT CAN POST THE OUTCOME.                    *
      *****************************************************

       ENVIRONMENT DIVISION.
           05  NQ-QUEUED-DATE           PIC 9(08).
           05  NQ-DELIVERY-OPTION       PIC X(01).
           05  NQ-FKA-OPTION            PIC X(01).
           05  NQ-CONFIRM-NO            PIC 9(08).

       FD  CALENDAR-FILE.

           05  RL-HOLD-OPTION           PIC X(01).
           05  RL-DELIVERY-OPTION       PIC X(01).
           05  RL-FKA-OPTION            PIC X(01).
           05  RL-CONFIRM-NO            PIC 9(08).

       FD  RELEASE-REPORT.

               MOVE TNQ-DELIVERY-OPTION
                                     TO RL-DELIVERY-OPTION
               MOVE TNQ-FKA-OPTION   TO RL-FKA-OPTION
               MOVE TNQ-CONFIRM-NO   TO RL-CONFIRM-NO
               WRITE RELEASED-REQ-RECORD
               MOVE "RELEASED" TO RD-DISPOSITION
           ELSE
