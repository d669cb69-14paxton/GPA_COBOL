           05  GT-ATTEMPTED-CREDITS     PIC 99V9.
           05  GT-GRADING-BASIS         PIC X(01).
           05  GT-SECTION-NO            PIC X(03).
           05  GT-CONSORTIUM-FLAG       PIC X(01).
       01  GRADE-BATCH-HEADER REDEFINES GRADE-TRAN-RECORD.
           05  GB-HDR-LITERAL           PIC X(05).
               88  GB-HEADER-PRESENT            VALUE "*HDR*".
           05                           PIC X(24).
       01  GRADE-BATCH-TRAILER REDEFINES GRADE-TRAN-RECORD.
           05  GB-TRL-LITERAL           PIC X(05).
               88  GB-TRAILER-PRESENT           VALUE "*TRL*".
           05                           PIC X(24).

       FD  CURRENT-REG-FILE.

