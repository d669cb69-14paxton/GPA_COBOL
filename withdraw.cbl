      *  RECORD, SETS SM-ENROLL-STATUS TO W - ALL          *
      *  JOURNALED THROUGH STUJRNL WITH THE EFFECTIVE      *
      *  DATE ON THE REGISTER - AND EMITS A NOTIFICATION   *
      *  RECORD ON WDNOTIF FOR THE SAP PROCESS.  EACH      *
      *  WITHDRAWN COURSE IS REFUNDED ON THE AR LEDGER AT  *
      *  THE RFNDSCHD PERCENTAGE FOR THE EFFECTIVE DATE,   *
      *  LISTED ON THE RFNDRGST REFUND REGISTER.  THE      *
      *  REGISTER PRINTS ON WDRGSTR.  A WITHDRAWN STUDENT  *
      *  ON THE VISA STATUS FILE (VISAFILE) ALSO RAISES A  *
      *  WD EVENT ON SEVISEVT FOR THE DESIGNATED SCHOOL    *
      *  OFFICIAL.  A WITHDRAWN COURSE THAT HELD A SECTION *
      *  SEAT (REGSECT) GIVES IT BACK - THE REGSECT ENTRY  *
      *  GOES AND THE SECTFILE ENROLLED COUNT COMES DOWN - *
      *  AND AN "S" TRANSACTION IN REGTRAN LAYOUT IS       *
      *  WRITTEN ON WDSEATS SO THE NEXT REGMAINT RUN       *
      *  PROMOTES THE SECTION'S WAITLIST INTO THE SEAT.    *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REFUND-SCHEDULE-FILE
               ASSIGN RFNDSCHD
               FILE STATUS IS WS-RFND-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN ARLEDGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL VISA-STATUS-FILE
               ASSIGN VISAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VI-STUDENT-ID
               FILE STATUS IS WS-VISA-STATUS.

           SELECT OPTIONAL SEVIS-EVENT-FILE
               ASSIGN SEVISEVT
               FILE STATUS IS WS-SEVIS-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT SEAT-TRAN-FILE
               ASSIGN WDSEATS.

           SELECT SAP-NOTIFY-FILE
               ASSIGN WDNOTIF.

           SELECT REFUND-REGISTER
               ASSIGN RFNDRGST.

           SELECT WITHDRAW-REGISTER
               ASSIGN WDRGSTR.


            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REFUND-SCHEDULE-FILE.

            COPY RFNDSCHD IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AR-LEDGER-FILE.

            COPY ARLEDGER IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VISA-STATUS-FILE.

            COPY VISAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SEVIS-EVENT-FILE.

            COPY SEVISEVT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SEAT-TRAN-FILE.

       01  SEAT-TRAN-RECORD.
           05  ST-ACTION                PIC X(01).
           05  ST-STUDENT-ID            PIC 9(09).
           05  ST-TERM-CODE             PIC X(05).
           05  ST-COURSE-ID             PIC X(06).
           05  ST-ATTEMPTED-CREDITS     PIC 99V9.
           05  ST-GRADING-BASIS         PIC X(01).
           05  ST-EFFECTIVE-DATE        PIC 9(08).
           05  ST-SECTION-NO            PIC X(03).

       FD  SAP-NOTIFY-FILE.

       01  SAP-NOTIFY-RECORD.

       01  REGISTER-REC   PIC X(132).

       FD  REFUND-REGISTER.

       01  REFUND-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-VISA-STATUS          PIC XX.
           05  WS-SEVIS-STATUS         PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-VISA-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  VISA-RECORD-FOUND               VALUE "Y".
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-WITHDRAWALS-APPLIED  PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-SEVIS-EVENTS         PIC 9(07) VALUE ZERO.
           05  WS-SEATS-RELEASED       PIC 9(07) VALUE ZERO.
           05  WS-MST-BEFORE-IMAGE     PIC X(732) VALUE LOW-VALUES.

       01  REFUND-FIELDS.
           05  WS-RFND-STATUS          PIC XX.
           05  WS-LEDGER-STATUS        PIC XX.
           05  RFNDSCHD-EOF-SWITCH     PIC X(01) VALUE "N".
               88  RFNDSCHD-EOF                  VALUE "Y".
           05  LEDGER-SCAN-SWITCH      PIC X(01) VALUE "N".
               88  LEDGER-SCAN-DONE              VALUE "Y".
           05  WS-LEDGER-WRITE-SWITCH  PIC X(01) VALUE "N".
               88  LEDGER-ENTRY-WRITTEN          VALUE "Y".
           05  WS-SCHEDULE-SWITCH      PIC X(01) VALUE "N".
               88  TERM-HAS-SCHEDULE             VALUE "Y".
           05  WS-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  REFUND-STEP-FOUND             VALUE "Y".
           05  WS-NUM-REFUND-STEPS     PIC 9(02) VALUE ZERO.
           05  WS-STEP-SUB             PIC 9(02) VALUE ZERO.
           05  WS-BEST-STEP-DAY        PIC 9(03) VALUE ZERO.
           05  WS-RUN-TIME             PIC 9(06) VALUE ZERO.
           05  WS-POST-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-START-DATE           PIC 9(08) VALUE ZERO.
           05  WS-DAYS-ELAPSED         PIC S9(05) VALUE ZERO.
           05  WS-REFUND-PCT           PIC 9(03) VALUE ZERO.
           05  WS-RF-STUDENT-ID        PIC 9(09) VALUE ZERO.
           05  WS-RF-TERM-CODE         PIC X(05) VALUE SPACES.
           05  WS-RF-COURSE-ID         PIC X(06) VALUE SPACES.
           05  WS-RF-CREDITS           PIC 99V9  VALUE ZERO.
           05  WS-RF-EFFECTIVE-DATE    PIC 9(08) VALUE ZERO.
           05  WS-RF-USER-ID           PIC X(06) VALUE SPACES.
           05  WS-TU-POSTED            PIC 9(07)V99 VALUE ZERO.
           05  WS-TU-CREDITS           PIC 999V9 VALUE ZERO.
           05  WS-FEES-POSTED          PIC 9(07)V99 VALUE ZERO.
           05  WS-ORIGINAL-CHARGE      PIC 9(07)V99 VALUE ZERO.
           05  WS-REFUND-CREDIT        PIC 9(07)V99 VALUE ZERO.
           05  WS-REFUND-NOTE          PIC X(30) VALUE SPACES.
           05  WS-REFUNDS-COMPUTED     PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-SUM-ORIGINAL         PIC 9(09)V99 VALUE ZERO.
           05  WS-SUM-REFUNDED         PIC 9(09)V99 VALUE ZERO.

       01  REFUND-STEP-TBL-GROUP.
           05  REFUND-STEP-ENTRY OCCURS 60 TIMES.
               10  SC-TERM-CODE        PIC X(05).
               10  SC-THROUGH-DAY      PIC 9(03).
               10  SC-REFUND-PCT       PIC 9(03).

       01  REFUND-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RRH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RRH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RRH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "WITHDRAW TUITION REFUND REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REFUND-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "EFF DATE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "DAYS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(12)  VALUE " ORIG CHARGE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(03)  VALUE "PCT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(12)  VALUE "      CREDIT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "NOTE".
           05                 PIC X(52)  VALUE SPACE.

       01  REFUND-DETAIL-LINE.
           05  RR-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RR-TERM-CODE       PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  RR-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RR-EFFECTIVE-DATE  PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RR-DAYS-ELAPSED    PIC ZZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RR-ORIGINAL-CHARGE PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  RR-REFUND-PCT      PIC ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RR-REFUND-CREDIT   PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  RR-NOTE            PIC X(30).
           05                     PIC X(26)  VALUE SPACE.

       01  MONEY-DETAIL-LINE.
           05  MN-CAPTION             PIC X(36).
           05  MN-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(82)  VALUE SPACE.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.
           PERFORM 245-PRINT-REFUND-TRAILER.

           CLOSE WITHDRAW-TRAN-FILE
                 STUDENT-FILE
                 CURRENT-REG-FILE
                 CALENDAR-FILE
                 JOURNAL-FILE
                 REFUND-SCHEDULE-FILE
                 AR-LEDGER-FILE
                 VISA-STATUS-FILE
                 SEVIS-EVENT-FILE
                 SECTION-MASTER-FILE
                 REG-SECTION-FILE
                 SEAT-TRAN-FILE
                 SAP-NOTIFY-FILE
                 WITHDRAW-REGISTER
                 REFUND-REGISTER.

           STOP RUN.

           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-MONTH   TO RRH-MONTH.
           MOVE CD-DAY     TO RRH-DAY.
           MOVE CD-YEAR    TO RRH-YEAR.
           MOVE CD-CURRENT-TIME TO WS-RUN-TIME.

           PERFORM 106-LOAD-REFUND-SCHEDULE.

           OPEN INPUT WITHDRAW-TRAN-FILE.

               STOP RUN
           END-IF.

           OPEN I-O AR-LEDGER-FILE.

           IF WS-LEDGER-STATUS NOT = '00'
                   AND WS-LEDGER-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AR LEDGER FILE'
               DISPLAY ' FILE STATUS IS ', WS-LEDGER-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT VISA-STATUS-FILE.

           IF WS-VISA-STATUS NOT = '00' AND WS-VISA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISA STATUS FILE'
               DISPLAY ' FILE STATUS IS ', WS-VISA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND SEVIS-EVENT-FILE.

           IF WS-SEVIS-STATUS NOT = '00'
                   AND WS-SEVIS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SEVIS EVENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-SEVIS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTERED-SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT SEAT-TRAN-FILE
                       SAP-NOTIFY-FILE
                       WITHDRAW-REGISTER
                       REFUND-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

           MOVE REFUND-HEADING-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER PAGE.
           MOVE REFUND-COLUMN-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER 2.
           MOVE SPACES TO REFUND-REC.
           WRITE REFUND-REC.


       110-PROCESS-WITHDRAWAL.

      *  140-RECORD-W-OUTCOMES - EACH COURSE ON THE        *
      *  TERM'S REGISTRATION RECORD POSTS TO THE HISTORY   *
      *  AS A W-BASIS OCCURRENCE WITH ZERO PERCENTAGE      *
      *  AND THE ATTEMPTED HOURS PRESERVED AND IS          *
      *  REFUNDED AND GIVES BACK ANY SECTION SEAT IT HELD, *
      *  THEN THE REGISTRATION RECORD IS DELETED SO THE    *
      *  TERM NO LONGER SHOWS IN PROGRESS.                 *
      *****************************************************
       140-RECORD-W-OUTCOMES.

               PERFORM 145-POST-W-OCCURRENCE
                   VARYING RGCRSNDX FROM 1 BY 1
                   UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
               MOVE WD-STUDENT-ID     TO WS-RF-STUDENT-ID
               MOVE WD-TERM-CODE      TO WS-RF-TERM-CODE
               MOVE WD-EFFECTIVE-DATE TO WS-RF-EFFECTIVE-DATE
               MOVE WD-USER-ID        TO WS-RF-USER-ID
               PERFORM 190-REFUND-COURSE
                   VARYING RGCRSNDX FROM 1 BY 1
                   UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
               PERFORM 142-RELEASE-SEAT
                   VARYING RGCRSNDX FROM 1 BY 1
                   UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
               DELETE CURRENT-REG-FILE
                   INVALID KEY
                       CONTINUE
           END-IF.


      *****************************************************
      *  142-RELEASE-SEAT - A COURSE ADDED INTO A SECTION  *
      *  GIVES ITS SEAT BACK THE WAY A REGMAINT DROP DOES: *
      *  THE REGSECT ENTRY GOES AND THE SECTION'S ENROLLED *
      *  COUNT COMES DOWN.  THE WAITLIST IS PROMOTED BY    *
      *  REGMAINT FROM THE "S" TRANSACTION WRITTEN HERE -  *
      *  THE COURSE HAS ALREADY BEEN REFUNDED, SO IT IS    *
      *  NOT SENT BACK AS A DROP.                          *
      *****************************************************
       142-RELEASE-SEAT.

           MOVE WD-STUDENT-ID           TO RS-STUDENT-ID.
           MOVE WD-TERM-CODE            TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (RGCRSNDX) TO RS-COURSE-ID.
           READ REG-SECTION-FILE
               INVALID KEY
                   MOVE SPACES TO RS-SECTION-NO
           END-READ.

           IF RS-SECTION-NO NOT = SPACES
               DELETE REG-SECTION-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE RS-COURSE-ID  TO CS-COURSE-ID
               MOVE RS-TERM-CODE  TO CS-TERM-CODE
               MOVE RS-SECTION-NO TO CS-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-ENROLLED-COUNT > ZERO
                           SUBTRACT 1 FROM CS-ENROLLED-COUNT
                       END-IF
                       REWRITE COURSE-SECTION-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               MOVE "S"               TO ST-ACTION
               MOVE WD-STUDENT-ID     TO ST-STUDENT-ID
               MOVE WD-TERM-CODE      TO ST-TERM-CODE
               MOVE RS-COURSE-ID      TO ST-COURSE-ID
               MOVE ZERO              TO ST-ATTEMPTED-CREDITS
               MOVE SPACE             TO ST-GRADING-BASIS
               MOVE WD-EFFECTIVE-DATE TO ST-EFFECTIVE-DATE
               MOVE RS-SECTION-NO     TO ST-SECTION-NO
               WRITE SEAT-TRAN-RECORD
               ADD 1 TO WS-SEATS-RELEASED
           END-IF.


      *****************************************************
      *  145-POST-W-OCCURRENCE - APPENDS ONE W OUTCOME TO  *
      *  THE MASTER TABLE, OR TO THE LAST OVERFLOW         *
           ADD 1 TO WS-COURSES-POSTED.


       190-REFUND-COURSE.

           MOVE RG-COURSE-ID (RGCRSNDX)         TO WS-RF-COURSE-ID.
           MOVE RG-ATTEMPTED-CREDITS (RGCRSNDX) TO WS-RF-CREDITS.
           PERFORM 200-POST-COURSE-REFUND.


      *****************************************************
      *  150-SET-WITHDRAWN-STATUS - SETS THE STATUS TO W   *
      *  (JOURNALED), REPORTS THE EFFECTIVE DATE ON THE    *
                   MOVE WD-EFFECTIVE-DATE TO WN-EFFECTIVE-DATE
                   MOVE WS-COURSES-POSTED TO WN-COURSES-WITHDRAWN
                   WRITE SAP-NOTIFY-RECORD
                   PERFORM 155-WRITE-SEVIS-EVENT
                   PERFORM 170-WRITE-APPLIED
           END-REWRITE.


      *****************************************************
      *  155-WRITE-SEVIS-EVENT - A STUDENT ON THE VISA     *
      *  STATUS FILE WHO WITHDRAWS IS REPORTED TO THE      *
      *  DESIGNATED SCHOOL OFFICIAL AS A WD EVENT,         *
      *  EFFECTIVE ON THE WITHDRAWAL DATE.                 *
      *****************************************************
       155-WRITE-SEVIS-EVENT.

           MOVE "N" TO WS-VISA-FOUND-SWITCH.
           MOVE WD-STUDENT-ID TO VI-STUDENT-ID.
           READ VISA-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VISA-FOUND-SWITCH
           END-READ.

           IF VISA-RECORD-FOUND
               MOVE SPACES            TO SEVIS-EVENT-RECORD
               MOVE WD-STUDENT-ID     TO SV-STUDENT-ID
               MOVE VI-SEVIS-ID       TO SV-SEVIS-ID
               MOVE VI-VISA-TYPE      TO SV-VISA-TYPE
               MOVE "WD"              TO SV-EVENT-CODE
               MOVE WD-TERM-CODE      TO SV-TERM-CODE
               MOVE WD-EFFECTIVE-DATE TO SV-EFFECTIVE-DATE
               MOVE "WITHDRAW"        TO SV-SOURCE-JOB
               MOVE WD-USER-ID        TO SV-USER-ID
               MOVE CD-CURRENT-DATE   TO SV-CREATED-DATE
               MOVE CD-CURRENT-TIME   TO SV-CREATED-TIME
               WRITE SEVIS-EVENT-RECORD
               ADD 1 TO WS-SEVIS-EVENTS
           END-IF.


      *****************************************************
      *  180-WRITE-JOURNAL - STAMPS AND WRITES ONE UPDATE  *
      *  JOURNAL RECORD UNDER THE SUBMITTING USER.         *
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SEVIS EVENTS WRITTEN" TO TR-CAPTION.
           MOVE WS-SEVIS-EVENTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTION SEATS RELEASED" TO TR-CAPTION.
           MOVE WS-SEATS-RELEASED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


      *****************************************************
      *  106-LOAD-REFUND-SCHEDULE - THE RFNDSCHD CARDS,    *
      *  UP TO 60, INTO THE REFUND STEP TABLE.  A TERM     *
      *  WITH NO CARDS REFUNDS NOTHING.                    *
      *****************************************************
       106-LOAD-REFUND-SCHEDULE.

           OPEN INPUT REFUND-SCHEDULE-FILE.

           IF WS-RFND-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 106-LOAD-REFUND-SCHEDULE'
               DISPLAY ' ERROR OPENING THE RFNDSCHD FILE'
               DISPLAY ' FILE STATUS IS ', WS-RFND-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL RFNDSCHD-EOF
               READ REFUND-SCHEDULE-FILE
                   AT END
                       SET RFNDSCHD-EOF TO TRUE
               END-READ
               IF NOT RFNDSCHD-EOF
                   IF RF-THROUGH-DAY NOT NUMERIC
                           OR RF-REFUND-PCT NOT NUMERIC
                           OR RF-REFUND-PCT > 100
                       DISPLAY '******************************'
                       DISPLAY ' 106-LOAD-REFUND-SCHEDULE'
                       DISPLAY ' RFNDSCHD DAY / PERCENT NOT VALID'
                       DISPLAY ' FOR TERM ', RF-TERM-CODE
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NUM-REFUND-STEPS
                   IF WS-NUM-REFUND-STEPS > 60
                       DISPLAY '******************************'
                       DISPLAY ' 106-LOAD-REFUND-SCHEDULE'
                       DISPLAY ' TOO MANY RFNDSCHD CARDS -'
                       DISPLAY ' MAXIMUM IS 60'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE RF-TERM-CODE
                       TO SC-TERM-CODE (WS-NUM-REFUND-STEPS)
                   MOVE RF-THROUGH-DAY
                       TO SC-THROUGH-DAY (WS-NUM-REFUND-STEPS)
                   MOVE RF-REFUND-PCT
                       TO SC-REFUND-PCT (WS-NUM-REFUND-STEPS)
               END-IF
           END-PERFORM.

           CLOSE REFUND-SCHEDULE-FILE.


      *****************************************************
      *  200-POST-COURSE-REFUND - REFUNDS ONE WITHDRAWN    *
      *  COURSE.  ITS ORIGINAL CHARGE IS ITS LAB AND       *
      *  PROGRAM FEES ON THE AR LEDGER PLUS ITS SHARE,     *
      *  BY ATTEMPTED CREDITS, OF THE TERM'S POSTED        *
      *  TUITION.  THE SCHEDULE PERCENTAGE FOR THE DAYS    *
      *  SINCE TERM START IS CREDITED TO THE LEDGER, AND   *
      *  EVERY COURSE PRINTS ON THE REFUND REGISTER.       *
      *****************************************************
       200-POST-COURSE-REFUND.

           ADD 1 TO WS-REFUNDS-COMPUTED.
           MOVE SPACES TO WS-REFUND-NOTE.
           MOVE ZERO TO WS-REFUND-CREDIT.

           PERFORM 205-FIND-REFUND-PCT.
           PERFORM 210-SUM-COURSE-CHARGES.

           MOVE ZERO TO WS-ORIGINAL-CHARGE.
           IF WS-TU-CREDITS > ZERO
               COMPUTE WS-ORIGINAL-CHARGE ROUNDED =
                   WS-TU-POSTED * WS-RF-CREDITS / WS-TU-CREDITS
           END-IF.
           ADD WS-FEES-POSTED TO WS-ORIGINAL-CHARGE.

           COMPUTE WS-REFUND-CREDIT ROUNDED =
               WS-ORIGINAL-CHARGE * WS-REFUND-PCT / 100.

           IF WS-REFUND-CREDIT > ZERO
               PERFORM 215-WRITE-REFUND-CREDIT
           ELSE
               IF WS-REFUND-NOTE = SPACES
                   IF WS-ORIGINAL-CHARGE = ZERO
                       MOVE "NO CHARGES POSTED FOR COURSE"
                           TO WS-REFUND-NOTE
                   ELSE
                       MOVE "NO REFUND AS OF THIS DATE"
                           TO WS-REFUND-NOTE
                   END-IF
               END-IF
           END-IF.

           ADD WS-ORIGINAL-CHARGE TO WS-SUM-ORIGINAL.
           PERFORM 220-WRITE-REFUND-LINE.


      *****************************************************
      *  205-FIND-REFUND-PCT - DAYS FROM THE TERM START TO *
      *  THE EFFECTIVE DATE (NONE BEFORE THE START) PICK   *
      *  THE STEP WITH THE SMALLEST THROUGH-DAY COVERING   *
      *  THEM.                                             *
      *****************************************************
       205-FIND-REFUND-PCT.

           MOVE ZERO TO WS-REFUND-PCT
                        WS-DAYS-ELAPSED
                        WS-START-DATE.
           MOVE "N" TO WS-SCHEDULE-SWITCH
                       WS-STEP-FOUND-SWITCH.

           MOVE WS-RF-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAL-TERM-START-DATE TO WS-START-DATE
           END-READ.

           IF WS-START-DATE > ZERO
               COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE (WS-RF-EFFECTIVE-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-START-DATE)
           END-IF.
           IF WS-DAYS-ELAPSED < ZERO
               MOVE ZERO TO WS-DAYS-ELAPSED
           END-IF.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-NUM-REFUND-STEPS
               IF SC-TERM-CODE (WS-STEP-SUB) = WS-RF-TERM-CODE
                   MOVE "Y" TO WS-SCHEDULE-SWITCH
                   IF SC-THROUGH-DAY (WS-STEP-SUB) NOT <
                           WS-DAYS-ELAPSED
                       IF NOT REFUND-STEP-FOUND
                               OR SC-THROUGH-DAY (WS-STEP-SUB) <
                                  WS-BEST-STEP-DAY
                           MOVE "Y" TO WS-STEP-FOUND-SWITCH
                           MOVE SC-THROUGH-DAY (WS-STEP-SUB)
                               TO WS-BEST-STEP-DAY
                           MOVE SC-REFUND-PCT (WS-STEP-SUB)
                               TO WS-REFUND-PCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT TERM-HAS-SCHEDULE
               MOVE "NO REFUND SCHEDULE FOR TERM" TO WS-REFUND-NOTE
           END-IF.


      *****************************************************
      *  210-SUM-COURSE-CHARGES - THE STUDENT'S LEDGER     *
      *  CHARGES FOR THE TERM: ALL TUITION, WITH THE       *
      *  CREDITS THE LATEST TUITION CHARGE PRICED, AND THE *
      *  COURSE'S OWN FEES.                                *
      *****************************************************
       210-SUM-COURSE-CHARGES.

           MOVE ZEROS TO WS-TU-POSTED
                         WS-TU-CREDITS
                         WS-FEES-POSTED.
           MOVE "N" TO LEDGER-SCAN-SWITCH.
           MOVE WS-RF-STUDENT-ID TO AL-STUDENT-ID.
           MOVE ZEROS TO AL-POST-DATE
                         AL-POST-TIME
                         AL-POST-SEQ.
           START AR-LEDGER-FILE
               KEY IS NOT LESS THAN AL-LEDGER-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-SCAN-DONE
               READ AR-LEDGER-FILE NEXT
                   AT END
                       SET LEDGER-SCAN-DONE TO TRUE
               END-READ
               IF NOT LEDGER-SCAN-DONE
                   IF AL-STUDENT-ID NOT = WS-RF-STUDENT-ID
                       SET LEDGER-SCAN-DONE TO TRUE
                   ELSE
                       IF AL-ENTRY-CHARGE
                               AND AL-TERM-CODE = WS-RF-TERM-CODE
                           IF AL-CHARGE-TYPE = "TU"
                               ADD AL-AMOUNT TO WS-TU-POSTED
                               MOVE AL-CREDITS TO WS-TU-CREDITS
                           ELSE
                               IF AL-COURSE-ID = WS-RF-COURSE-ID
                                   ADD AL-AMOUNT TO WS-FEES-POSTED
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  215-WRITE-REFUND-CREDIT - ONE RC CREDIT ON THE    *
      *  LEDGER, KEYED BY RUN DATE, RUN TIME, AND RUN      *
      *  SEQUENCE; A KEY ALREADY TAKEN BY ANOTHER POSTING  *
      *  RUN MOVES TO THE NEXT SEQUENCE.                   *
      *****************************************************
       215-WRITE-REFUND-CREDIT.

           MOVE SPACES               TO AR-LEDGER-RECORD.
           MOVE WS-RF-STUDENT-ID     TO AL-STUDENT-ID.
           MOVE "RC"                 TO AL-ENTRY-TYPE.
           MOVE "C"                  TO AL-DR-CR.
           MOVE WS-REFUND-CREDIT     TO AL-AMOUNT.
           MOVE WS-RF-TERM-CODE      TO AL-TERM-CODE.
           MOVE WS-RF-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE.
           MOVE WS-RF-COURSE-ID      TO AL-COURSE-ID.
           MOVE WS-RF-CREDITS        TO AL-CREDITS.
           MOVE WS-RF-USER-ID        TO AL-USER-ID.
           MOVE "WITHDRAWAL REFUND" TO AL-DESCRIPTION.
           MOVE CD-CURRENT-DATE      TO AL-POST-DATE.
           MOVE WS-RUN-TIME          TO AL-POST-TIME.

           MOVE "N" TO WS-LEDGER-WRITE-SWITCH.
           PERFORM UNTIL LEDGER-ENTRY-WRITTEN
                      OR WS-POST-SEQ = 99999
               ADD 1 TO WS-POST-SEQ
               MOVE WS-POST-SEQ TO AL-POST-SEQ
               WRITE AR-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LEDGER-WRITE-SWITCH
               END-WRITE
           END-PERFORM.

           IF LEDGER-ENTRY-WRITTEN
               ADD 1 TO WS-REFUNDS-POSTED
               ADD WS-REFUND-CREDIT TO WS-SUM-REFUNDED
           ELSE
               MOVE "LEDGER WRITE FAILED" TO WS-REFUND-NOTE
           END-IF.


       220-WRITE-REFUND-LINE.

           MOVE WS-RF-STUDENT-ID     TO RR-STUDENT-ID.
           MOVE WS-RF-TERM-CODE      TO RR-TERM-CODE.
           MOVE WS-RF-COURSE-ID      TO RR-COURSE-ID.
           MOVE WS-RF-EFFECTIVE-DATE TO RR-EFFECTIVE-DATE.
           MOVE WS-DAYS-ELAPSED      TO RR-DAYS-ELAPSED.
           MOVE WS-ORIGINAL-CHARGE   TO RR-ORIGINAL-CHARGE.
           MOVE WS-REFUND-PCT        TO RR-REFUND-PCT.
           MOVE WS-REFUND-CREDIT     TO RR-REFUND-CREDIT.
           MOVE WS-REFUND-NOTE       TO RR-NOTE.
           MOVE REFUND-DETAIL-LINE TO REFUND-REC.
           WRITE REFUND-REC.


       245-PRINT-REFUND-TRAILER.

           MOVE SPACES TO REFUND-REC.
           WRITE REFUND-REC AFTER 2.

           MOVE "COURSES CHECKED FOR REFUND" TO TR-CAPTION.
           MOVE WS-REFUNDS-COMPUTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER 1.

           MOVE "REFUND CREDITS POSTED" TO TR-CAPTION.
           MOVE WS-REFUNDS-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER 1.

           MOVE "TOTAL ORIGINAL CHARGES" TO MN-CAPTION.
           MOVE WS-SUM-ORIGINAL TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER 1.

           MOVE "TOTAL REFUND CREDITS" TO MN-CAPTION.
           MOVE WS-SUM-REFUNDED TO MN-AMOUNT.
           MOVE MONEY-DETAIL-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER 1.
