      *****************************************************
      *  ADVXREF - STUDENT TO ADVISOR CROSS-REFERENCE      *
      *  ONE RECORD PER ADVISED STUDENT, KEYED BY STUDENT  *
      *  ID, NAMING THE ADVISOR AND THE ADVISOR'S NAME AND *
      *  DEPARTMENT AS OF THE ASSIGNMENT, WITH THE DATE,   *
      *  THE USER OR JOB THAT MADE IT, AND WHETHER IT WAS  *
      *  A MANUAL (M) ASSIGNMENT THROUGH ADVMNT OR AN      *
      *  AUTOMATIC (A) ONE BY THE NIGHTLY ADVASGN RUN.     *
      *  ADVASGN KEEPS THE NAME AND DEPARTMENT IN STEP     *
      *  WITH THE ADVISOR MASTER (ADVMAST).  READ BY       *
      *  ADVBURST AND MIDALERT.                            *
      *****************************************************
       01  ADVISOR-XREF-RECORD.
           05  AX-STUDENT-ID            PIC 9(09).
           05  AX-ADVISOR-ID            PIC X(06).
           05  AX-ADVISOR-NAME          PIC X(25).
           05  AX-ADVISOR-DEPT          PIC X(04).
           05  AX-ASSIGNED-DATE         PIC 9(08).
           05  AX-ASSIGNED-BY           PIC X(08).
           05  AX-ASSIGN-METHOD         PIC X(01).
               88  AX-MANUAL-ASSIGNMENT         VALUE "M".
               88  AX-AUTOMATIC-ASSIGNMENT      VALUE "A".
           05                           PIC X(09).
