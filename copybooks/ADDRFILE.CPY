      *  ADDRESS AND FALL BACK TO THE PERMANENT ONE, AND   *
      *  SKIP ADDRESSES FLAGGED BAD BY RETURNED MAIL.      *
      *  MAINTAINED BY ADDRMNT - THE ONE CERTIFIED        *
      *  ADDRESS SOURCE FOR EVERY MAILING.  MATRIC SEEDS   *
      *  A NEW STUDENT'S PERMANENT ADDRESS FROM THE        *
      *  ADMISSIONS APPLICATION.                           *
      *****************************************************
       01  STUDENT-ADDRESS-RECORD.
           05  AD-ADDR-KEY.
