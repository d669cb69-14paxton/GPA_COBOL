      *  THE VA-FORMAT FILE GOES TO VACOUT (WITH THE       *
      *  STANDARD *CTL* TRAILER) AND THE RECONCILIATION    *
      *  REPORT TO VACRPT.                                 *
      *  COURSES TAKEN AT A PARTNER SCHOOL UNDER THE       *
      *  CONSORTIUM AGREEMENT COUNT IN THE LOAD FROM THEIR *
      *  CONSREG REGISTRATION WHILE REGISTERED OR GRADED;  *
      *  A DROPPED ONE DOES NOT.  THE POSTED CONSORTIUM    *
      *  OCCURRENCE ITSELF IS SKIPPED SO IT IS NOT COUNTED *
      *  TWICE.                                            *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL VA-CERT-HIST-FILE
               ASSIGN VACHIST
               ORGANIZATION IS INDEXED

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VA-CERT-HIST-FILE.

            COPY VACHIST IN KC2477.SHARED.COBOL.STUDGPA.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-REG-STATUS           PIC XX.
           05  WS-CONS-STATUS          PIC XX.
           05  WS-VAH-STATUS           PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
               88  CERT-HIST-FOUND               VALUE "Y".
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01) VALUE "N".
               88  OVFL-SEG-EOF                  VALUE "Y".
           05  CONS-SCAN-SWITCH        PIC X(01) VALUE "N".
               88  CONS-SCAN-DONE                VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-BENEFITS-READ        PIC 9(07) VALUE ZERO.
           05  WS-ORIGINAL-CERTS       PIC 9(07) VALUE ZERO.
                 STUDENT-FILE
                 OVERFLOW-FILE
                 CURRENT-REG-FILE
                 CONSORTIUM-REG-FILE
                 VA-CERT-HIST-FILE
                 VA-CERT-OUT
                 CERT-REPORT.
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

           OPEN I-O VA-CERT-HIST-FILE.

           IF WS-VAH-STATUS NOT = '00' AND WS-VAH-STATUS NOT = '05'
      *  GRADES POST, THE TERM'S MASTER AND OVERFLOW       *
      *  OCCURRENCES SERVE, WITH BASIS-W OCCURRENCES       *
      *  EXCLUDED SO A WITHDRAWN COURSE NO LONGER COUNTS   *
      *  IN THE CERTIFIED LOAD.  CONSORTIUM COURSES ARE    *
      *  ADDED FROM CONSREG EITHER WAY.                    *
      *****************************************************
       120-COMPUTE-TERM-LOAD.

               PERFORM 126-SUM-OVERFLOW
           END-IF.

           PERFORM 129-SUM-CONSORTIUM.


       122-SUM-REG-COURSE.

       124-SUM-MASTER-COURSE.

           IF SM-CRS-TERM-CODE (SMSTINDX) = WS-TERM-CODE
                   AND NOT SM-BASIS-BY-EXAM (SMSTINDX)
                   AND NOT SM-BASIS-WITHDRAWN (SMSTINDX)
                   AND NOT SM-CONSORTIUM-COURSE (SMSTINDX)
               ADD SM-COURSE-CREDITS (SMSTINDX) TO WS-TERM-LOAD
           END-IF.

       128-SUM-OVFL-COURSE.

           IF SO-CRS-TERM-CODE (SOCRSNDX) = WS-TERM-CODE
                   AND NOT SO-BASIS-BY-EXAM (SOCRSNDX)
                   AND NOT SO-BASIS-WITHDRAWN (SOCRSNDX)
                   AND NOT SO-CONSORTIUM-COURSE (SOCRSNDX)
               ADD SO-COURSE-CREDITS (SOCRSNDX) TO WS-TERM-LOAD
           END-IF.


      *****************************************************
      *  129-SUM-CONSORTIUM - ADDS THE CREDITS OF EVERY    *
      *  CONSREG REGISTRATION FOR THE STUDENT AND TERM     *
      *  THAT IS STILL REGISTERED OR HAS BEEN GRADED.      *
      *****************************************************
       129-SUM-CONSORTIUM.

           MOVE "N" TO CONS-SCAN-SWITCH.
           MOVE VB-STUDENT-ID TO CR-STUDENT-ID.
           MOVE WS-TERM-CODE  TO CR-TERM-CODE.
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
                   IF CR-STUDENT-ID NOT = VB-STUDENT-ID
                           OR CR-TERM-CODE NOT = WS-TERM-CODE
                       SET CONS-SCAN-DONE TO TRUE
                   ELSE
                       IF CR-COUNTS-IN-LOAD
                           ADD CR-CREDITS TO WS-TERM-LOAD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       130-APPLY-CERT-RULE.

           MOVE "N" TO WS-HIST-FOUND-SWITCH.
