       IDENTIFICATION DIVISION.

       PROGRAM-ID. MATRIC.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  MATRIC - MATRICULATION OF DEPOSITED ADMITS        *
      *  FOR THE ENTERING TERM ON THE MATPARM CARD, READS  *
      *  THE APPLICANT MASTER (ADMAPPL) AND, FOR EVERY     *
      *  ADMITTED APPLICANT WITH A DEPOSIT ON FILE FOR     *
      *  THAT TERM WHO IS NOT YET MATRICULATED, CREATES    *
      *  IN ONE PASS THE STUDENT MASTER RECORD (STUFILE,   *
      *  JOURNALED AS AN ADD), THE PERMANENT ADDRESS       *
      *  (ADDRFILE), THE ENTERING-COHORT ASSIGNMENT        *
      *  (COHORT - THE COHORT CODE IS THE ENTERING TERM)   *
      *  AND THE INITIAL DECLARED-MAJOR HISTORY ENTRY      *
      *  (MAJRHIST), THEN STAMPS THE MATRICULATION DATE    *
      *  ON THE APPLICANT.  THE APPLICANT ID BECOMES THE   *
      *  STUDENT ID.  THE MATRICULATION REGISTER PRINTS    *
      *  ON MATRPT, FOLLOWED BY AN EXCEPTION SECTION       *
      *  LISTING EVERY DEPOSITED ADMIT LEFT UNMATRICULATED *
      *  - THOSE OF THIS TERM THAT COULD NOT BE CREATED    *
      *  AND THOSE WHOSE ENTERING TERM STARTED BEFORE THIS *
      *  ONE AND WERE NEVER MATRICULATED.                  *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MAT-PARM-FILE
               ASSIGN MATPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT APPLICANT-FILE
               ASSIGN ADMAPPL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AA-APPLICANT-ID
               FILE STATUS IS WS-APPL-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT OPTIONAL COHORT-FILE
               ASSIGN COHORT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-STUDENT-ID
               FILE STATUS IS WS-COHORT-STATUS.

           SELECT OPTIONAL MAJOR-HIST-FILE
               ASSIGN MAJRHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MH-MAJOR-KEY
               FILE STATUS IS WS-MAJH-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT MATRIC-REPORT
               ASSIGN MATRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  MAT-PARM-FILE.

       01  MAT-PARM-RECORD.
           05  MP-ENTERING-TERM         PIC X(05).
           05  MP-USER-ID               PIC X(06).
           05                           PIC X(69).

       FD  APPLICANT-FILE.

            COPY ADMAPPL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADDRESS-FILE.

            COPY ADDRFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COHORT-FILE.

       01  COHORT-RECORD.
           05  CO-STUDENT-ID            PIC 9(09).
           05  CO-COHORT-CODE           PIC X(05).
           05  CO-ENTRY-DATE            PIC 9(08).

       FD  MAJOR-HIST-FILE.

            COPY MAJRHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  MATRIC-REPORT.

       01  MATRIC-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  APPL-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  APPL-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-APPL-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-ADDR-STATUS          PIC XX.
           05  WS-COHORT-STATUS        PIC XX.
           05  WS-MAJH-STATUS          PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-MATRIC-OK-SWITCH     PIC X(01)   VALUE "Y".
               88  MATRIC-IS-OK                    VALUE "Y".
           05  WS-MAJH-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAJOR-HIST-FOUND                VALUE "Y".
           05  WS-EXCEPTION-REASON     PIC X(40)   VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-PARM-TERM-START      PIC 9(08) VALUE ZERO.
           05  WS-APPLICANTS-READ      PIC 9(07) VALUE ZERO.
           05  WS-DEPOSITED-ADMITS     PIC 9(07) VALUE ZERO.
           05  WS-MATRICULATED         PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
           05  WS-LATER-TERMS          PIC 9(07) VALUE ZERO.

       01  EXCEPTION-TBL-GROUP.
           05  WS-NUM-EXCEPTIONS       PIC 9(03) VALUE ZERO.
           05  WS-EXC-SUB              PIC 9(03) VALUE ZERO.
           05  EXCEPTION-ENTRY OCCURS 500 TIMES.
               10  EX-APPLICANT-ID     PIC 9(09).
               10  EX-NAME-LAST        PIC X(16).
               10  EX-NAME-FIRST       PIC X(12).
               10  EX-ENTERING-TERM    PIC X(05).
               10  EX-DEPOSIT-DATE     PIC 9(08).
               10  EX-REASON           PIC X(40).

       01  MATRIC-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  MTH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MTH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MTH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "MATRICULATION REGISTER".
           05                 PIC X(14)   VALUE "ENTERING TERM ".
           05  MTH-TERM       PIC X(05).
           05                 PIC X(53)  VALUE SPACE.

       01  MATRIC-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "NAME".
           05                 PIC X(27)  VALUE SPACE.
           05                 PIC X(05)  VALUE "MAJOR".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "DEPOSIT".
           05                 PIC X(73)  VALUE SPACE.

       01  MATRIC-DETAIL-LINE.
           05  MD-STUDENT-ID      PIC 9(09).
           05                     PIC X(04)  VALUE SPACE.
           05  MD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-MAJOR           PIC X(04).
           05                     PIC X(04)  VALUE SPACE.
           05  MD-DEPOSIT-DATE    PIC 9(08).
           05                     PIC X(72)  VALUE SPACE.

       01  EXCEPTION-HEADING-LINE.
           05                 PIC X(48)
               VALUE "EXCEPTIONS - DEPOSITED ADMITS NOT MATRICULATED".
           05                 PIC X(84)  VALUE SPACE.

       01  EXCEPTION-DETAIL-LINE.
           05  XD-APPLICANT-ID    PIC 9(09).
           05                     PIC X(04)  VALUE SPACE.
           05  XD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  XD-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-ENTERING-TERM   PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  XD-DEPOSIT-DATE    PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-REASON          PIC X(40).
           05                     PIC X(30)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE.
              10  CD-YEAR             PIC 9(04).
              10  CD-MONTH            PIC 9(02).
              10  CD-DAY              PIC 9(02).
           05  CD-CURRENT-TIME.
              10  CD-HOURS            PIC 9(02).
              10  CD-MINUTES          PIC 9(02).
              10  CD-SECONDS          PIC 9(02).
           05                         PIC X(07).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL APPL-EOF
               READ APPLICANT-FILE
                   AT END
                       SET APPL-EOF TO TRUE
               END-READ
               IF NOT APPL-EOF
                   ADD 1 TO WS-APPLICANTS-READ
                   IF AA-ADMITTED
                           AND AA-DEPOSIT-DATE NOT = ZEROS
                           AND AA-NOT-MATRICULATED
                       ADD 1 TO WS-DEPOSITED-ADMITS
                       IF AA-ENTERING-TERM = MP-ENTERING-TERM
                           PERFORM 110-MATRICULATE
                       ELSE
                           PERFORM 150-CHECK-OTHER-TERM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 230-PRINT-EXCEPTIONS.
           PERFORM 240-PRINT-TRAILER.

           CLOSE APPLICANT-FILE
                 CALENDAR-FILE
                 STUDENT-FILE
                 ADDRESS-FILE
                 COHORT-FILE
                 MAJOR-HIST-FILE
                 JOURNAL-FILE
                 MATRIC-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO MTH-MONTH.
           MOVE CD-DAY     TO MTH-DAY.
           MOVE CD-YEAR    TO MTH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           PERFORM 105-LOAD-PARM.

           OPEN I-O APPLICANT-FILE.

           IF WS-APPL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE APPLICANT MASTER'
               DISPLAY ' FILE STATUS IS ', WS-APPL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADDRESS-FILE.

           IF WS-ADDR-STATUS NOT = '00' AND WS-ADDR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT ADDRESS FILE'
               DISPLAY ' FILE STATUS IS ', WS-ADDR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O COHORT-FILE.

           IF WS-COHORT-STATUS NOT = '00'
                   AND WS-COHORT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COHORT FILE'
               DISPLAY ' FILE STATUS IS ', WS-COHORT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O MAJOR-HIST-FILE.

           IF WS-MAJH-STATUS NOT = '00' AND WS-MAJH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE MAJOR HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-MAJH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE UPDATE JOURNAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-JRNL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT MATRIC-REPORT.

           MOVE MP-ENTERING-TERM TO MTH-TERM.
           MOVE MATRIC-HEADING-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER PAGE.
           MOVE MATRIC-COLUMN-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 2.
           MOVE SPACES TO MATRIC-REC.
           WRITE MATRIC-REC.


      *****************************************************
      *  105-LOAD-PARM - ONE MATPARM CARD: THE ENTERING    *
      *  TERM TO MATRICULATE AND THE USER ID CARRIED INTO  *
      *  THE JOURNAL.  THE TERM MUST BE ON THE CALENDAR;   *
      *  ITS START DATE DECIDES WHICH OTHER ENTERING TERMS *
      *  HAVE ALREADY PASSED.                              *
      *****************************************************
       105-LOAD-PARM.

           OPEN INPUT MAT-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE MATPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ MAT-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' MATPARM CARD IS MISSING'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           CLOSE MAT-PARM-FILE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE MP-ENTERING-TERM TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' ENTERING TERM NOT ON THE CALENDAR: '
                           MP-ENTERING-TERM
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE CAL-TERM-START-DATE TO WS-PARM-TERM-START.


      *****************************************************
      *  110-MATRICULATE - EVERY RECORD THE STUDENT WILL   *
      *  NEED IS CHECKED FREE BEFORE ANY IS WRITTEN, SO AN *
      *  APPLICANT IS EITHER CREATED WHOLE OR LEFT AS AN   *
      *  EXCEPTION WITH NOTHING HALF BUILT.                *
      *****************************************************
       110-MATRICULATE.

           MOVE "Y" TO WS-MATRIC-OK-SWITCH.
           MOVE SPACES TO WS-EXCEPTION-REASON.

           IF AA-INTENDED-MAJOR = SPACES
               MOVE "NO INTENDED MAJOR ON APPLICATION"
                   TO WS-EXCEPTION-REASON
               MOVE "N" TO WS-MATRIC-OK-SWITCH
           END-IF.

           IF MATRIC-IS-OK
               MOVE AA-APPLICANT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "STUDENT ID ALREADY ON MASTER"
                           TO WS-EXCEPTION-REASON
                       MOVE "N" TO WS-MATRIC-OK-SWITCH
               END-READ
           END-IF.

           IF MATRIC-IS-OK
               MOVE AA-APPLICANT-ID TO CO-STUDENT-ID
               READ COHORT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "COHORT ALREADY ASSIGNED"
                           TO WS-EXCEPTION-REASON
                       MOVE "N" TO WS-MATRIC-OK-SWITCH
               END-READ
           END-IF.

           IF MATRIC-IS-OK
               PERFORM 120-CREATE-STUDENT
           END-IF.

           IF MATRIC-IS-OK
               PERFORM 130-CREATE-ADDRESS
               PERFORM 135-ASSIGN-COHORT
               PERFORM 140-RECORD-MAJOR
               MOVE WS-RUN-DATE TO AA-MATRIC-DATE
               REWRITE APPLICANT-RECORD
               END-REWRITE
               ADD 1 TO WS-MATRICULATED
               MOVE AA-APPLICANT-ID   TO MD-STUDENT-ID
               MOVE AA-NAME-LAST      TO MD-NAME-LAST
               MOVE AA-NAME-FIRST     TO MD-NAME-FIRST
               MOVE AA-INTENDED-MAJOR TO MD-MAJOR
               MOVE AA-DEPOSIT-DATE   TO MD-DEPOSIT-DATE
               MOVE MATRIC-DETAIL-LINE TO MATRIC-REC
               WRITE MATRIC-REC
           ELSE
               PERFORM 160-SAVE-EXCEPTION
           END-IF.


       120-CREATE-STUDENT.

           MOVE 30                  TO SM-NUM-CRS-COMPLTD.
           MOVE SPACES              TO STUDENT-MASTER-RECORD.
           MOVE AA-APPLICANT-ID     TO SM-STUDENT-ID.
           MOVE AA-APPLICANT-NAME   TO SM-STUDENT-NAME.
           MOVE AA-DATE-OF-BIRTH    TO SM-DATE-OF-BIRTH.
           MOVE ZEROS               TO SM-LAST-GPA.
           MOVE ZEROS               TO SM-LAST-TOTAL-CREDITS.
           MOVE SPACE               TO SM-ACADEMIC-STANDING.
           MOVE ZEROS               TO SM-GPA-AS-OF-DATE.
           MOVE "A"                 TO SM-ENROLL-STATUS.
           MOVE AA-INTENDED-MAJOR   TO SM-MAJOR-CODE.
           MOVE SPACE               TO SM-PUB-HOLD-FLAG.
           MOVE ZERO                TO SM-NUM-CRS-COMPLTD.

           MOVE "M" TO JR-FILE-CODE.
           MOVE "A" TO JR-ACTION-CODE.
           MOVE LOW-VALUES TO JR-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE.
           PERFORM 180-WRITE-JOURNAL.

           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED ON STUDENT FILE"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-MATRIC-OK-SWITCH
           END-WRITE.


      *****************************************************
      *  130-CREATE-ADDRESS - THE APPLICATION'S ADDRESS    *
      *  BECOMES THE PERMANENT ADDRESS, EFFECTIVE FROM THE *
      *  RUN DATE.                                         *
      *****************************************************
       130-CREATE-ADDRESS.

           MOVE AA-APPLICANT-ID  TO AD-STUDENT-ID.
           MOVE "P"              TO AD-ADDR-TYPE.
           MOVE WS-RUN-DATE      TO AD-EFFECTIVE-DATE.
           MOVE AA-ADDR-LINE-1   TO AD-LINE-1.
           MOVE AA-ADDR-LINE-2   TO AD-LINE-2.
           MOVE AA-ADDR-CITY     TO AD-CITY.
           MOVE AA-ADDR-STATE    TO AD-STATE.
           MOVE AA-ADDR-ZIP      TO AD-ZIP.
           MOVE AA-ADDR-PHONE    TO AD-PHONE.
           MOVE SPACE            TO AD-BAD-ADDR-FLAG.

           WRITE STUDENT-ADDRESS-RECORD
               INVALID KEY
                   REWRITE STUDENT-ADDRESS-RECORD
                   END-REWRITE
           END-WRITE.


       135-ASSIGN-COHORT.

           MOVE AA-APPLICANT-ID  TO CO-STUDENT-ID.
           MOVE AA-ENTERING-TERM TO CO-COHORT-CODE.
           MOVE WS-RUN-DATE      TO CO-ENTRY-DATE.
           WRITE COHORT-RECORD.


       140-RECORD-MAJOR.

           MOVE "N" TO WS-MAJH-FOUND-SWITCH.
           MOVE AA-APPLICANT-ID  TO MH-STUDENT-ID.
           MOVE AA-ENTERING-TERM TO MH-EFFECTIVE-TERM.
           READ MAJOR-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAJH-FOUND-SWITCH
           END-READ.

           MOVE AA-APPLICANT-ID   TO MH-STUDENT-ID.
           MOVE AA-ENTERING-TERM  TO MH-EFFECTIVE-TERM.
           MOVE AA-INTENDED-MAJOR TO MH-MAJOR-CODE.
           MOVE WS-RUN-DATE       TO MH-RECORDED-DATE.

           IF MAJOR-HIST-FOUND
               REWRITE MAJOR-HISTORY-RECORD
           ELSE
               WRITE MAJOR-HISTORY-RECORD
           END-IF.


      *****************************************************
      *  150-CHECK-OTHER-TERM - A DEPOSITED ADMIT FOR A    *
      *  TERM THAT STARTED BEFORE THIS ONE WAS NEVER       *
      *  MATRICULATED AND IS AN EXCEPTION; ONE FOR A LATER *
      *  TERM IS SIMPLY NOT DUE YET.                       *
      *****************************************************
       150-CHECK-OTHER-TERM.

           MOVE AA-ENTERING-TERM TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "ENTERING TERM NOT ON CALENDAR"
                       TO WS-EXCEPTION-REASON
                   PERFORM 160-SAVE-EXCEPTION
               NOT INVALID KEY
                   IF CAL-TERM-START-DATE < WS-PARM-TERM-START
                       MOVE "ENTERING TERM PASSED - NOT MATRICULATED"
                           TO WS-EXCEPTION-REASON
                       PERFORM 160-SAVE-EXCEPTION
                   ELSE
                       ADD 1 TO WS-LATER-TERMS
                   END-IF
           END-READ.


       160-SAVE-EXCEPTION.

           ADD 1 TO WS-EXCEPTIONS.

           IF WS-NUM-EXCEPTIONS < 500
               ADD 1 TO WS-NUM-EXCEPTIONS
               MOVE AA-APPLICANT-ID
                   TO EX-APPLICANT-ID (WS-NUM-EXCEPTIONS)
               MOVE AA-NAME-LAST
                   TO EX-NAME-LAST (WS-NUM-EXCEPTIONS)
               MOVE AA-NAME-FIRST
                   TO EX-NAME-FIRST (WS-NUM-EXCEPTIONS)
               MOVE AA-ENTERING-TERM
                   TO EX-ENTERING-TERM (WS-NUM-EXCEPTIONS)
               MOVE AA-DEPOSIT-DATE
                   TO EX-DEPOSIT-DATE (WS-NUM-EXCEPTIONS)
               MOVE WS-EXCEPTION-REASON
                   TO EX-REASON (WS-NUM-EXCEPTIONS)
           END-IF.


      *****************************************************
      *  180-WRITE-JOURNAL - STAMPS AND WRITES ONE UPDATE  *
      *  JOURNAL RECORD.  THE CALLER SETS FILE CODE,       *
      *  ACTION CODE, AND THE BEFORE / AFTER IMAGES.       *
      *****************************************************
       180-WRITE-JOURNAL.

           MOVE "MATRIC" TO JR-JOB-NAME.
           MOVE MP-USER-ID TO JR-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.


       230-PRINT-EXCEPTIONS.

           MOVE EXCEPTION-HEADING-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 3.
           MOVE SPACES TO MATRIC-REC.
           WRITE MATRIC-REC.

           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-NUM-EXCEPTIONS
               MOVE EX-APPLICANT-ID (WS-EXC-SUB)  TO XD-APPLICANT-ID
               MOVE EX-NAME-LAST (WS-EXC-SUB)     TO XD-NAME-LAST
               MOVE EX-NAME-FIRST (WS-EXC-SUB)    TO XD-NAME-FIRST
               MOVE EX-ENTERING-TERM (WS-EXC-SUB) TO XD-ENTERING-TERM
               MOVE EX-DEPOSIT-DATE (WS-EXC-SUB)  TO XD-DEPOSIT-DATE
               MOVE EX-REASON (WS-EXC-SUB)        TO XD-REASON
               MOVE EXCEPTION-DETAIL-LINE TO MATRIC-REC
               WRITE MATRIC-REC AFTER 1
           END-PERFORM.


       240-PRINT-TRAILER.

           MOVE SPACES TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 2.

           MOVE "APPLICANTS READ" TO TR-CAPTION.
           MOVE WS-APPLICANTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 1.

           MOVE "DEPOSITED ADMITS AWAITING MATRIC" TO TR-CAPTION.
           MOVE WS-DEPOSITED-ADMITS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 1.

           MOVE "STUDENTS MATRICULATED" TO TR-CAPTION.
           MOVE WS-MATRICULATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 1.

           MOVE "HELD FOR A LATER ENTERING TERM" TO TR-CAPTION.
           MOVE WS-LATER-TERMS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 1.

           MOVE "EXCEPTIONS" TO TR-CAPTION.
           MOVE WS-EXCEPTIONS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO MATRIC-REC.
           WRITE MATRIC-REC AFTER 1.
