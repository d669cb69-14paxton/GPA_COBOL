      *****************************************************
      *  RFNDSCHD - TUITION REFUND SCHEDULE CARD           *
      *  ONE CARD PER TERM PER REFUND STEP: THROUGH THE    *
      *  GIVEN NUMBER OF CALENDAR DAYS AFTER THE TERM'S    *
      *  CAL-TERM-START-DATE, A DROP OR WITHDRAWAL IS      *
      *  REFUNDED THE GIVEN PERCENTAGE OF ITS CHARGES      *
      *  (FOR EXAMPLE 100 / 75 / 50 / 25 / 0 THROUGH DAYS  *
      *  7 / 14 / 21 / 28 / 999).  THE STEP WITH THE       *
      *  SMALLEST THROUGH-DAY NOT BEFORE THE DAYS ELAPSED  *
      *  APPLIES; PAST THE LAST STEP NOTHING IS REFUNDED.  *
      *  READ BY REGMAINT AND WITHDRAW.                    *
      *****************************************************
       01  REFUND-SCHEDULE-RECORD.
           05  RF-TERM-CODE              PIC X(05).
           05  RF-THROUGH-DAY            PIC 9(03).
           05  RF-REFUND-PCT             PIC 9(03).
           05                            PIC X(69).
