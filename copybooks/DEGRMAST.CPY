      *****************************************************
      *  DEGRMAST - DEGREE MASTER RECORD                   *
      *  ONE RECORD PER DEGREE CONFERRED, KEYED BY         *
      *  STUDENT ID PLUS A DEGREE SEQUENCE NUMBER (1 FOR   *
      *  THE FIRST DEGREE, 2 FOR A SECOND, ...).  CARRIES  *
      *  THE DEGREE CODE FROM THE GRADUATION APPLICATION,  *
      *  THE MAJOR, THE CONFERRAL TERM AND DATE, THE       *
      *  FINAL CUMULATIVE GPA AND CREDITS, AND THE LATIN   *
      *  HONORS TIER FROM THE HONORS RUN'S HONOROUT        *
      *  (SPACES WHEN NONE WAS AWARDED).  WRITTEN BY THE   *
      *  CONFER CONFERRAL BATCH FROM THE CLEARED GRADCAND  *
      *  FILE; READ BY VERIFLTR, TRANSCPT, ALUMEXT AND THE *
      *  DIPLOMA ORDER EXTRACT.                            *
      *****************************************************
       01  DEGREE-MASTER-RECORD.
           05  DM-DEGREE-KEY.
               10  DM-STUDENT-ID         PIC 9(09).
               10  DM-DEGREE-SEQ         PIC 9(02).
           05  DM-DEGREE-CODE            PIC X(04).
           05  DM-MAJOR-CODE             PIC X(04).
           05  DM-CONFER-TERM            PIC X(05).
           05  DM-CONFER-DATE            PIC 9(08).
           05  DM-CONFER-DETAIL REDEFINES DM-CONFER-DATE.
               10  DM-CONFER-YEAR        PIC 9(04).
               10  DM-CONFER-MMDD        PIC 9(04).
           05  DM-FINAL-GPA              PIC 9V99.
           05  DM-FINAL-CREDITS          PIC 999V99.
           05  DM-HONORS-TIER            PIC X(12).
           05  DM-POSTED-DATE            PIC 9(08).
           05  DM-POSTED-USER-ID         PIC X(06).
           05                            PIC X(10).
