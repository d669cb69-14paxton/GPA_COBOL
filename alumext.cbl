      *  ALUMEXT - ALUMNI OUTCOMES EXTRACT                 *
      *  SWEEPS THE ARCHIVE MASTER (ARCHFILE) AND ITS      *
      *  OVERFLOW (ARCHOVFL) AND WRITES ONE OUTCOMES       *
      *  RECORD PER DEGREE A GRADUATED ALUMNUS HOLDS ON    *
      *  THE DEGREE MASTER (DEGRFILE) TO ALUMOUT,          *
      *  SEQUENCED BY GRADUATION YEAR (THE YEAR OF THE     *
      *  CONFERRAL DATE): DEGREE CODE, MAJOR, FINAL GPA    *
      *  AND LATIN HONORS TIER AS CONFERRED, AND EARNED    *
      *  HOURS SUMMED THE WAY THE SAP RUN SUMS THEM.  A    *
      *  GRADUATE WITH NO DEGREE RECORD GETS ONE RECORD    *
      *  FROM THE MASTER INSTEAD - THE YEAR OF THE FINAL   *
      *  GPA AS-OF DATE, THE MASTER'S MAJOR AND GPA, AND   *
      *  THE TIER THE HONPARM TABLE AWARDS THE FINAL       *
      *  NUMBERS - WITH A BLANK DEGREE CODE.  PUBLICATION  *
      *  HOLDS ARE HONORED - HELD ALUMNI ARE COUNTED AND   *
      *  EXCLUDED.  CONTROL TOTALS PRINT ON ALUMRPT SO     *
      *  ADVANCEMENT STOPS ASKING FOR ONE-OFF RETRIEVES.   *
               RECORD KEY IS AO-OVFL-KEY
               FILE STATUS IS WS-AOVF-STATUS.

           SELECT OPTIONAL DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

               10  AO-SEGMENT-NO        PIC 9(02).
           05  AO-REST                  PIC X(662).

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-FINAL-GPA             PIC 9V99.
           05  SR-EARNED-HOURS          PIC 999V99.
           05  SR-HONORS-TIER           PIC X(12).
           05  SR-DEGREE-CODE           PIC X(04).

       FD  ALUMNI-OUT-FILE.

           05  AL-FINAL-GPA             PIC 9V99.
           05  AL-EARNED-HOURS          PIC 999V99.
           05  AL-HONORS-TIER           PIC X(12).
           05  AL-DEGREE-CODE           PIC X(04).

       FD  ALUMNI-REPORT.

           05  WS-PARM-STATUS          PIC XX.
           05  WS-ARCH-STATUS          PIC XX.
           05  WS-AOVF-STATUS          PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  DEGR-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  DEGR-SCAN-DONE                  VALUE "Y".
           05  WS-DEGREES-FOUND        PIC 9(02) VALUE ZERO.
           05  WS-SEG-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  SEG-EOF                         VALUE "Y".
           05  WS-SEG-NO               PIC 9(02) VALUE ZERO.
           05  WS-ALUMNI-WRITTEN       PIC 9(07) VALUE ZERO.
           05  WS-NOT-GRADUATED        PIC 9(07) VALUE ZERO.
           05  WS-PUB-SUPPRESSED       PIC 9(07) VALUE ZERO.
           05  WS-NO-DEGREE-RECORD     PIC 9(07) VALUE ZERO.

       01  HONOR-TIER-TABLE.
           05  HONOR-TIER OCCURS 5 TIMES
           PERFORM 240-PRINT-TRAILER.

           CLOSE ARCH-OVFL-FILE
                 DEGREE-FILE
                 ALUMNI-OUT-FILE
                 ALUMNI-REPORT.

               STOP RUN
           END-IF.

           OPEN INPUT DEGREE-FILE.

           IF WS-DEGR-STATUS NOT = '00' AND WS-DEGR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEGREE MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEGR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ALUMNI-OUT-FILE
                       ALUMNI-REPORT.

               ADD 1 TO WS-PUB-SUPPRESSED
           ELSE
               PERFORM 220-SUM-EARNED-HOURS
               PERFORM 215-RELEASE-DEGREES
               IF WS-DEGREES-FOUND = ZERO
                   ADD 1 TO WS-NO-DEGREE-RECORD
                   MOVE SM-GPA-AS-OF-DATE TO WS-AS-OF-DATE
                   MOVE WS-AS-OF-YEAR     TO SR-GRAD-YEAR
                   MOVE SM-STUDENT-ID     TO SR-STUDENT-ID
                   MOVE SM-MAJOR-CODE     TO SR-MAJOR-CODE
                   MOVE SM-LAST-GPA       TO SR-FINAL-GPA
                   MOVE WS-EARNED-HOURS   TO SR-EARNED-HOURS
                   MOVE SPACES            TO SR-DEGREE-CODE
                   PERFORM 230-DERIVE-HONORS-TIER
                   RELEASE SORT-RECORD
               END-IF
           END-IF
           END-IF.


      *****************************************************
      *  215-RELEASE-DEGREES - ONE SORT RECORD FOR EVERY   *
      *  DEGREE THE ALUMNUS HOLDS, CARRYING THE FIGURES    *
      *  FROZEN ON THE DEGREE RECORD AT CONFERRAL.         *
      *****************************************************
       215-RELEASE-DEGREES.

           MOVE ZERO TO WS-DEGREES-FOUND.
           MOVE "N" TO DEGR-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO DM-STUDENT-ID.
           MOVE ZERO TO DM-DEGREE-SEQ.
           START DEGREE-FILE
               KEY IS NOT LESS THAN DM-DEGREE-KEY
               INVALID KEY
                   SET DEGR-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DEGR-SCAN-DONE
               READ DEGREE-FILE NEXT
                   AT END
                       SET DEGR-SCAN-DONE TO TRUE
               END-READ
               IF NOT DEGR-SCAN-DONE
                   IF DM-STUDENT-ID NOT = SM-STUDENT-ID
                       SET DEGR-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-DEGREES-FOUND
                       MOVE DM-CONFER-YEAR  TO SR-GRAD-YEAR
                       MOVE SM-STUDENT-ID   TO SR-STUDENT-ID
                       MOVE DM-MAJOR-CODE   TO SR-MAJOR-CODE
                       MOVE DM-FINAL-GPA    TO SR-FINAL-GPA
                       MOVE WS-EARNED-HOURS TO SR-EARNED-HOURS
                       MOVE DM-HONORS-TIER  TO SR-HONORS-TIER
                       MOVE DM-DEGREE-CODE  TO SR-DEGREE-CODE
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  220-SUM-EARNED-HOURS - EARNED HOURS FOLLOW THE    *
      *  SAME RULE THE SAP RUN APPLIES: UNRESOLVED         *
      *  INCOMPLETES, FORGIVEN COURSES, AND INTEGRITY XF   *
      *  GRADES EARN NOTHING.                              *
      *****************************************************
       220-SUM-EARNED-HOURS.

           IF SM-COURSE-ID (SMSTINDX) NOT = SPACES
                   AND NOT SM-BASIS-INCOMPLETE (SMSTINDX)
                   AND NOT SM-BASIS-WITHDRAWN (SMSTINDX)
                   AND NOT SM-BASIS-INTEGRITY-XF (SMSTINDX)
                   AND NOT SM-BASIS-NOT-REPORTED (SMSTINDX)
                   AND NOT SM-COURSE-FORGIVEN (SMSTINDX)
                   AND NOT SM-EXAM-SUPERSEDED (SMSTINDX)
               ADD SM-COURSE-CREDITS (SMSTINDX)
                   TO WS-EARNED-HOURS
           END-IF.
           IF SO-COURSE-ID (SOCRSNDX) NOT = SPACES
                   AND NOT SO-BASIS-INCOMPLETE (SOCRSNDX)
                   AND NOT SO-BASIS-WITHDRAWN (SOCRSNDX)
                   AND NOT SO-BASIS-INTEGRITY-XF (SOCRSNDX)
                   AND NOT SO-BASIS-NOT-REPORTED (SOCRSNDX)
                   AND NOT SO-COURSE-FORGIVEN (SOCRSNDX)
                   AND NOT SO-EXAM-SUPERSEDED (SOCRSNDX)
               ADD SO-COURSE-CREDITS (SOCRSNDX)
                   TO WS-EARNED-HOURS
           END-IF.
                   MOVE SR-FINAL-GPA    TO AL-FINAL-GPA
                   MOVE SR-EARNED-HOURS TO AL-EARNED-HOURS
                   MOVE SR-HONORS-TIER  TO AL-HONORS-TIER
                   MOVE SR-DEGREE-CODE  TO AL-DEGREE-CODE
                   WRITE ALUMNI-OUT-RECORD
                   ADD 1 TO WS-ALUMNI-WRITTEN
               END-IF
           MOVE WS-PUB-SUPPRESSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ALUM-REC.
           WRITE ALUM-REC AFTER 1.

           MOVE "GRADUATES WITH NO DEGREE RECORD" TO TR-CAPTION.
           MOVE WS-NO-DEGREE-RECORD TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ALUM-REC.
           WRITE ALUM-REC AFTER 1.
