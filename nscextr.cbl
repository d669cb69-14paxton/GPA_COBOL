      *  TO VERIFY EACH SUBMISSION.  THE NSCPARM CARD      *
      *  NAMES SCHOOL CODE, TERM, AND THE FULL/HALF TIME   *
      *  CREDIT THRESHOLDS.                                *
      *  COURSES TAKEN AT A PARTNER SCHOOL UNDER THE       *
      *  CONSORTIUM AGREEMENT COUNT IN THE LOAD FROM THEIR *
      *  CONSREG REGISTRATION WHILE REGISTERED OR GRADED;  *
      *  THE POSTED CONSORTIUM OCCURRENCE IS SKIPPED SO IT *
      *  IS NOT COUNTED TWICE.                             *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SO-OVFL-KEY
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT OPTIONAL CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT NSC-OUT-FILE
               ASSIGN NSCOUT.


            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  NSC-OUT-FILE.

       01  NSC-OUT-RECORD               PIC X(80).
           05  WS-CAL-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-CONS-STATUS          PIC XX.
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  CONS-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  CONS-SCAN-DONE                  VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-TERM-LOAD            PIC 99V9  VALUE ZERO.
           05  WS-TOTAL-LOAD           PIC 9(07)V9 VALUE ZERO.

           CLOSE STUDENT-FILE
                 OVERFLOW-FILE
                 CONSORTIUM-REG-FILE
                 NSC-OUT-FILE
                 NSC-REPORT.

               STOP RUN
           END-IF.

           OPEN INPUT CONSORTIUM-REG-FILE.

           IF WS-CONS-STATUS NOT = '00' AND WS-CONS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM REGISTRATION'
               DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NSC-OUT-FILE
                       NSC-REPORT.

      *****************************************************
      *  110-EXTRACT-STUDENT - DERIVES THE PERIOD CREDIT   *
      *  LOAD FROM COURSE OCCURRENCES STAMPED WITH THE     *
      *  REPORTING TERM, PLUS CONSORTIUM REGISTRATIONS,    *
      *  AND WRITES ONE D1 DETAIL.                         *
      *  WITHDRAWN / GRADUATED STUDENTS REPORT THEIR       *
      *  STATUS CODE WITH A ZERO LOAD; DECEASED STUDENTS   *
      *  ARE NOT TRANSMITTED.                              *
                   VARYING SMSTINDX FROM 1 BY 1
                   UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD
               PERFORM 130-SUM-OVERFLOW
               PERFORM 137-SUM-CONSORTIUM
               PERFORM 140-WRITE-DETAIL
           END-IF.

       120-SUM-MASTER-COURSE.

           IF SM-CRS-TERM-CODE (SMSTINDX) = NP-TERM-CODE
                   AND NOT SM-BASIS-BY-EXAM (SMSTINDX)
                   AND NOT SM-CONSORTIUM-COURSE (SMSTINDX)
               ADD SM-ATTEMPTED-CREDITS (SMSTINDX) TO WS-TERM-LOAD
           END-IF.

       135-SUM-OVFL-COURSE.

           IF SO-CRS-TERM-CODE (SOCRSNDX) = NP-TERM-CODE
                   AND NOT SO-BASIS-BY-EXAM (SOCRSNDX)
                   AND NOT SO-CONSORTIUM-COURSE (SOCRSNDX)
               ADD SO-ATTEMPTED-CREDITS (SOCRSNDX) TO WS-TERM-LOAD
           END-IF.


      *****************************************************
      *  137-SUM-CONSORTIUM - ADDS THE CREDITS OF EVERY    *
      *  CONSREG REGISTRATION FOR THE STUDENT AND TERM     *
      *  THAT IS STILL REGISTERED OR HAS BEEN GRADED.      *
      *****************************************************
       137-SUM-CONSORTIUM.

           MOVE "N" TO CONS-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE NP-TERM-CODE  TO CR-TERM-CODE.
           MOVE LOW-VALUES    TO CR-PARTNER-INST
                                 CR-PARTNER-COURSE.
           START CONSORTIUM-REG-FILE
               KEY IS NOT LESS THAN CR-CONS-KEY
               INVALID KEY
                   SET CONS-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL CONS-SCAN-DONE
               READ CONSORTIUM-REG-FILE NEXT
                   AT END
                       SET CONS-SCAN-DONE TO TRUE
               END-READ
               IF NOT CONS-SCAN-DONE
                   IF CR-STUDENT-ID NOT = SM-STUDENT-ID
                           OR CR-TERM-CODE NOT = NP-TERM-CODE
                       SET CONS-SCAN-DONE TO TRUE
                   ELSE
                       IF CR-COUNTS-IN-LOAD
                           ADD CR-CREDITS TO WS-TERM-LOAD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       140-WRITE-DETAIL.

           MOVE SPACES TO NSC-OUT-RECORD.
