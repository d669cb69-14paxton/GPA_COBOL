      *  THE TIER'S MARGIN BELOW ITS GPA FLOOR) PRINT ON   *
      *  HONRPT FOR REGISTRAR REVIEW.  EACH AWARDED TIER   *
      *  IS ALSO WRITTEN TO THE HONOROUT RESULT EXTRACT    *
      *  THAT THE COMMENCEMENT BOOKLET RUN AND THE CONFER  *
      *  CONFERRAL BATCH CONSUME.                          *
      *****************************************************

       ENVIRONMENT DIVISION.

       01  CANDIDATE-RECORD.
           05  CN-STUDENT-ID            PIC 9(09).
           05  CN-TERM-CODE             PIC X(05).
           05  CN-DEGREE-CODE           PIC X(04).

       FD  CATALOG-FILE.

