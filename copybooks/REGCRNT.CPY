      *****************************************************
      *  REGCRNT - CURRENT-TERM REGISTRATION RECORD        *
      *  ONE RECORD PER STUDENT PER TERM, KEYED BY STUDENT *
      *  ID PLUS TERM CODE, HOLDING THE COURSES THE        *
      *  STUDENT IS ENROLLED IN RIGHT NOW.  COURSE         *
      *  OCCURRENCES CARRY THE SAME SHAPE AS THE STUDLABT  *
      *  COURSE TABLE SO IN-PROGRESS COURSES CAN FEED THE  *
      *  SAME COMPUTATIONS AS COMPLETED ONES; THE          *
      *  PERCENTAGE IS ZERO UNTIL A MIDTERM OR FINAL GRADE *
      *  EXISTS.  MAINTAINED BY THE REGMAINT ADD/DROP      *
      *  TRANSACTION RUN AND, AT THE COUNTER, BY THE       *
      *  REGONL ONLINE TRANSACTION.                        *
      *****************************************************
       01  CURRENT-REG-RECORD.
           05  RG-REG-KEY.
