       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATTNPOST.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ATTNPOST - CERTIFIED ATTENDANCE ROSTER INTAKE     *
      *  POSTS THE CENSUS ROSTERS INSTRUCTORS HAVE         *
      *  CERTIFIED (ROSTIN, ATTNROST LAYOUT, GROUPED BY    *
      *  SECTION AS ATTNEXT WROTE THEM) FOR THE ATPPARM    *
      *  TERM.  A SECTION IS REFUSED WHOLE WHEN IT IS NOT  *
      *  FOR THE PARM TERM, NOT ON SECTFILE, OR ALREADY    *
      *  CERTIFIED ON ATTNCERT; A STUDENT LINE IS REFUSED  *
      *  WHEN THE FLAG IS NOT Y OR N OR THE STUDENT IS NOT *
      *  REGISTERED INTO THAT SECTION ON REGSECT.  EACH    *
      *  SECTION WITH ACCEPTED LINES IS RECORDED ON        *
      *  ATTNCERT, MARKED LATE WHEN POSTED AFTER THE PARM  *
      *  DEADLINE.  EVERY STUDENT CERTIFIED AS NEVER       *
      *  ATTENDING GETS A DROP TRANSACTION ON NSHWTRAN     *
      *  (REGTRAN LAYOUT, EFFECTIVE THE TERM START DATE SO *
      *  REGMAINT REFUNDS IN FULL), A LINE ON THE NSHWRPT  *
      *  NO-SHOW REPORT FOR THE AID OFFICE AND THE VA      *
      *  CERTIFYING OFFICIAL - FLAGGING ACTIVE VA BENEFITS *
      *  (VAFILE) AND TITLE IV AID DISBURSED FOR THE TERM  *
      *  (T4DISB) - AND A NOTICE ON THE NSHWNOTE EXTRACT,  *
      *  LOGGED TO COMMLOG AS DOCUMENT TYPE NSHW.  ONCE    *
      *  THE DEADLINE HAS PASSED, EVERY SECTION OF THE     *
      *  TERM WITH STUDENTS ENROLLED AND NO ATTNCERT       *
      *  RECORD PRINTS ON THE MISSING-CERTIFICATION LIST   *
      *  AT THE END OF THE ATTNRGST REGISTER.  VACERT      *
      *  PICKS UP THE REDUCED LOAD FROM REGFILE ONCE       *
      *  REGMAINT HAS APPLIED THE DROPS.                   *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ATTN-PARM-FILE
               ASSIGN ATPPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ROSTER-IN
               ASSIGN ROSTIN
               FILE STATUS IS WS-ROST-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL ATTN-CERT-FILE
               ASSIGN ATTNCERT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-SECT-KEY
               FILE STATUS IS WS-CERT-STATUS.

           SELECT OPTIONAL VA-BENEFIT-FILE
               ASSIGN VAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VB-STUDENT-ID
               FILE STATUS IS WS-VA-STATUS.

           SELECT OPTIONAL T4-DISB-FILE
               ASSIGN T4DISB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS T4-DISB-KEY
               FILE STATUS IS WS-T4-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT DROP-TRAN-FILE
               ASSIGN NSHWTRAN.

           SELECT NOSHOW-NOTICE-EXTRACT
               ASSIGN NSHWNOTE.

           SELECT NOSHOW-REPORT
               ASSIGN NSHWRPT.

           SELECT ATTN-REGISTER
               ASSIGN ATTNRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  ATTN-PARM-FILE.

       01  ATTN-PARM-RECORD.
           05  AP-TERM-CODE             PIC X(05).
           05  AP-DEADLINE-DATE         PIC 9(08).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ROSTER-IN.

            COPY ATTNROST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ATTN-CERT-FILE.

            COPY ATTNCERT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VA-BENEFIT-FILE.

            COPY VAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  T4-DISB-FILE.

            COPY T4DISB IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DROP-TRAN-FILE.

       01  DROP-TRAN-RECORD.
           05  DT-ACTION                PIC X(01).
           05  DT-STUDENT-ID            PIC 9(09).
           05  DT-TERM-CODE             PIC X(05).
           05  DT-COURSE-ID             PIC X(06).
           05  DT-ATTEMPTED-CREDITS     PIC 99V9.
           05  DT-GRADING-BASIS         PIC X(01).
           05  DT-EFFECTIVE-DATE        PIC 9(08).
           05  DT-SECTION-NO            PIC X(03).

       FD  NOSHOW-NOTICE-EXTRACT.

       01  NOSHOW-NOTICE-RECORD.
           05  NN-STUDENT-ID            PIC 9(09).
           05  NN-NAME-LAST             PIC X(16).
           05  NN-NAME-FIRST            PIC X(12).
           05  NN-TERM-CODE             PIC X(05).
           05  NN-COURSE-ID             PIC X(06).
           05  NN-SECTION-NO            PIC X(03).
           05  NN-DROP-DATE             PIC 9(08).

       FD  NOSHOW-REPORT.

       01  NOSHOW-REC     PIC X(132).

       FD  ATTN-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  ROST-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  ROST-EOF                        VALUE "Y".
           05  SECT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SECT-EOF                        VALUE "Y".
           05  DISB-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  DISB-EOF                        VALUE "Y".
           05  WS-SECT-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  SECTION-IS-OPEN                 VALUE "Y".
           05  WS-LINE-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  LINE-IS-VALID                   VALUE "Y".
           05  WS-CERT-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  SECTION-CERTIFIED               VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-ROST-STATUS          PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-CERT-STATUS          PIC XX.
           05  WS-VA-STATUS            PIC XX.
           05  WS-T4-STATUS            PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-DROP-DATE            PIC 9(08) VALUE ZERO.
           05  WS-DEADLINE-DATE        PIC 9(08) VALUE ZERO.
           05  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-DATE.
               10  WS-DEADLINE-YEAR    PIC 9(04).
               10  WS-DEADLINE-MONTH   PIC 9(02).
               10  WS-DEADLINE-DAY     PIC 9(02).
           05  WS-CURRENT-SECT-KEY.
               10  WS-CURRENT-COURSE   PIC X(06) VALUE SPACES.
               10  WS-CURRENT-TERM     PIC X(05) VALUE SPACES.
               10  WS-CURRENT-SECTION  PIC X(03) VALUE SPACES.
           05  WS-SECT-INSTRUCTOR      PIC X(06) VALUE SPACES.
           05  WS-SECT-REASON          PIC X(38) VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(38) VALUE SPACES.
           05  WS-SECT-CERT-DATE       PIC 9(08) VALUE ZERO.
           05  WS-SECT-ACCEPTED        PIC 9(03) VALUE ZERO.
           05  WS-SECT-NO-SHOWS        PIC 9(03) VALUE ZERO.
           05  WS-SECT-REJECTED        PIC 9(03) VALUE ZERO.
           05  WS-VA-CHAPTER           PIC X(02) VALUE SPACES.
           05  WS-T4-AID-FLAG          PIC X(01) VALUE "N".
               88  HAS-TITLE-IV-AID                VALUE "Y".
           05  WS-NN-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-NN-CTL-HASH          PIC 9(13) VALUE ZERO.
           05  WS-LINES-READ           PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-RECEIVED    PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-POSTED      PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-LATE        PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-REFUSED     PIC 9(07) VALUE ZERO.
           05  WS-LINES-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-ATTENDED    PIC 9(07) VALUE ZERO.
           05  WS-NO-SHOWS             PIC 9(07) VALUE ZERO.
           05  WS-NO-SHOWS-VA          PIC 9(07) VALUE ZERO.
           05  WS-NO-SHOWS-T4          PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-MISSING     PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "ATTENDANCE CERTIFICATION REGISTER".
           05                 PIC X(06)   VALUE "TERM: ".
           05  RH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(06)  VALUE "SECT".
           05                 PIC X(08)  VALUE "INSTR".
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(10)  VALUE "CERTIFIED".
           05                 PIC X(10)  VALUE "NO-SHOWS".
           05                 PIC X(10)  VALUE "REJECTED".
           05                 PIC X(69)  VALUE "DISPOSITION".

       01  REGISTER-SECTION-LINE.
           05  RS-L-COURSE-ID     PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RS-L-SECTION-NO    PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  RS-L-INSTRUCTOR-ID PIC X(06).
           05                     PIC X(13)  VALUE SPACE.
           05  RS-L-CERTIFIED     PIC ZZZ9.
           05                     PIC X(06)  VALUE SPACE.
           05  RS-L-NO-SHOWS      PIC ZZZ9.
           05                     PIC X(06)  VALUE SPACE.
           05  RS-L-REJECTED      PIC ZZZ9.
           05                     PIC X(06)  VALUE SPACE.
           05  RS-L-DISPOSITION   PIC X(38).
           05                     PIC X(31)  VALUE SPACE.

       01  REGISTER-REJECT-LINE.
           05  RJ-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RJ-SECTION-NO      PIC X(03).
           05                     PIC X(11)  VALUE SPACE.
           05  RJ-STUDENT-ID      PIC 9(09).
           05                     PIC X(04)  VALUE SPACE.
           05  RJ-ATTEND-FLAG     PIC X(01).
           05                     PIC X(27)  VALUE SPACE.
           05  RJ-REASON          PIC X(38).
           05                     PIC X(31)  VALUE SPACE.

       01  MISSING-HEADING-LINE.
           05                 PIC X(36)
               VALUE "SECTIONS WITH NO CERTIFIED ROSTER - ".
           05                 PIC X(09)   VALUE "DEADLINE ".
           05  MH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MH-YEAR        PIC 9(04).
           05                 PIC X(77)   VALUE SPACE.

       01  MISSING-COLUMN-LINE.
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(06)  VALUE "SECT".
           05                 PIC X(08)  VALUE "INSTR".
           05                 PIC X(27)  VALUE "INSTRUCTOR NAME".
           05                 PIC X(83)  VALUE "ENROLLED".

       01  MISSING-DETAIL-LINE.
           05  MD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  MD-INSTRUCTOR-ID   PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(03)  VALUE SPACE.
           05  MD-ENROLLED        PIC ZZ9.
           05                     PIC X(79)  VALUE SPACE.

       01  MISSING-NOT-DUE-LINE.
           05                 PIC X(23)
               VALUE "CERTIFICATION DEADLINE ".
           05  MN-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MN-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  MN-YEAR        PIC 9(04).
           05                 PIC X(45)   VALUE
               " NOT YET PASSED - NO MISSING LIST PRINTED".
           05                 PIC X(54)   VALUE SPACE.

       01  NOSHOW-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  NH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  NH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  NH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "CENSUS NO-SHOW REPORT".
           05                 PIC X(06)   VALUE "TERM: ".
           05  NH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  NOSHOW-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(30)  VALUE "STUDENT NAME".
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(06)  VALUE "SECT".
           05                 PIC X(08)  VALUE "INSTR".
           05                 PIC X(07)  VALUE "VA CH".
           05                 PIC X(09)  VALUE "T4 AID".
           05                 PIC X(53)  VALUE "DROP EFFECTIVE".

       01  NOSHOW-DETAIL-LINE.
           05  ND-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  ND-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  ND-NAME-FIRST      PIC X(12).
           05                     PIC X(01)  VALUE SPACE.
           05  ND-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  ND-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  ND-INSTRUCTOR-ID   PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  ND-VA-CHAPTER      PIC X(02).
           05                     PIC X(05)  VALUE SPACE.
           05  ND-T4-AID          PIC X(03).
           05                     PIC X(06)  VALUE SPACE.
           05  ND-DROP-MONTH      PIC 9(02).
           05                     PIC X(01)  VALUE "/".
           05  ND-DROP-DAY        PIC 9(02).
           05                     PIC X(01)  VALUE "/".
           05  ND-DROP-YEAR       PIC 9(04).
           05                     PIC X(43)  VALUE SPACE.

       01  WS-DROP-DATE-PARTS.
           05  WS-DROP-YEAR           PIC 9(04).
           05  WS-DROP-MONTH          PIC 9(02).
           05  WS-DROP-DAY            PIC 9(02).

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE.
              10  CD-YEAR             PIC 9(04).
              10  CD-MONTH            PIC 9(02).
              10  CD-DAY              PIC 9(02).
           05  CD-CURRENT-TIME.
              10  CD-HOURS            PIC 9(02).
              10  CD-MINUTES          PIC 9(02).
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL ROST-EOF
               READ ROSTER-IN
                   AT END
                       SET ROST-EOF TO TRUE
               END-READ
               IF NOT ROST-EOF
                   PERFORM 110-PROCESS-ROSTER-LINE
               END-IF
           END-PERFORM.

           IF SECTION-IS-OPEN
               PERFORM 140-CLOSE-SECTION
           END-IF.

           PERFORM 200-LIST-MISSING-SECTIONS.

           PERFORM 235-WRITE-CONTROL-TRAILER.
           PERFORM 240-PRINT-TRAILER.

           CLOSE ROSTER-IN
                 SECTION-MASTER-FILE
                 REG-SECTION-FILE
                 ATTN-CERT-FILE
                 VA-BENEFIT-FILE
                 T4-DISB-FILE
                 COMM-LOG-FILE
                 DROP-TRAN-FILE
                 NOSHOW-NOTICE-EXTRACT
                 NOSHOW-REPORT
                 ATTN-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO RH-MONTH
                              NH-MONTH.
           MOVE CD-DAY     TO RH-DAY
                              NH-DAY.
           MOVE CD-YEAR    TO RH-YEAR
                              NH-YEAR.

           OPEN INPUT ATTN-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ATTENDANCE PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ ATTN-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' ATPPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF AP-DEADLINE-DATE NOT NUMERIC
                   OR AP-DEADLINE-DATE = ZERO
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ATPPARM CARRIES NO CERTIFICATION DEADLINE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE AP-TERM-CODE     TO WS-TERM-CODE.
           MOVE AP-TERM-CODE     TO RH-TERM-CODE
                                    NH-TERM-CODE.
           MOVE AP-DEADLINE-DATE TO WS-DEADLINE-DATE.

           CLOSE ATTN-PARM-FILE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' TERM ', WS-TERM-CODE,
                           ' IS NOT ON THE ACADEMIC CALENDAR'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE CAL-TERM-START-DATE TO WS-DROP-DATE.
           MOVE WS-DROP-DATE TO WS-DROP-DATE-PARTS.

           CLOSE CALENDAR-FILE.

           OPEN INPUT ROSTER-IN.

           IF WS-ROST-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CERTIFIED ROSTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ROST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ATTN-CERT-FILE.

           IF WS-CERT-STATUS NOT = '00' AND WS-CERT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ATTENDANCE CERT FILE'
               DISPLAY ' FILE STATUS IS ', WS-CERT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT VA-BENEFIT-FILE.

           IF WS-VA-STATUS NOT = '00' AND WS-VA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VA BENEFIT FILE'
               DISPLAY ' FILE STATUS IS ', WS-VA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT T4-DISB-FILE.

           IF WS-T4-STATUS NOT = '00' AND WS-T4-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TITLE IV DISBURSEMENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-T4-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00' AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COMMUNICATIONS LOG'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT DROP-TRAN-FILE
                       NOSHOW-NOTICE-EXTRACT
                       NOSHOW-REPORT
                       ATTN-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

           MOVE NOSHOW-HEADING-LINE TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER PAGE.
           MOVE NOSHOW-COLUMN-LINE TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER 2.
           MOVE SPACES TO NOSHOW-REC.
           WRITE NOSHOW-REC.


      *****************************************************
      *  110-PROCESS-ROSTER-LINE - A CHANGE OF COURSE,     *
      *  TERM OR SECTION CLOSES THE SECTION BEFORE IT AND  *
      *  OPENS THE NEXT.  EACH ACCEPTED LINE COUNTS AS     *
      *  CERTIFIED; A NEVER-ATTENDED LINE IS A NO-SHOW.    *
      *****************************************************
       110-PROCESS-ROSTER-LINE.

           ADD 1 TO WS-LINES-READ.

           IF AR-SECT-KEY NOT = WS-CURRENT-SECT-KEY
                   OR NOT SECTION-IS-OPEN
               IF SECTION-IS-OPEN
                   PERFORM 140-CLOSE-SECTION
               END-IF
               PERFORM 130-OPEN-SECTION
           END-IF.

           PERFORM 120-EDIT-ROSTER-LINE.

           IF LINE-IS-VALID
               ADD 1 TO WS-SECT-ACCEPTED
               IF WS-SECT-CERT-DATE = ZERO
                       AND AR-CERTIFIED-DATE NUMERIC
                   MOVE AR-CERTIFIED-DATE TO WS-SECT-CERT-DATE
               END-IF
               IF AR-NEVER-ATTENDED
                   PERFORM 150-PROCESS-NO-SHOW
               ELSE
                   ADD 1 TO WS-STUDENTS-ATTENDED
               END-IF
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-ROSTER-LINE.

           MOVE "Y" TO WS-LINE-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN WS-SECT-REASON NOT = SPACES
                   MOVE WS-SECT-REASON TO WS-REJECT-REASON
                   MOVE "N" TO WS-LINE-VALID-SWITCH
               WHEN NOT AR-ATTEND-FLAG-VALID
                   MOVE "ATTENDANCE FLAG NOT Y OR N"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-LINE-VALID-SWITCH
               WHEN OTHER
                   PERFORM 125-CHECK-REGISTRATION
           END-EVALUATE.


       125-CHECK-REGISTRATION.

           MOVE AR-STUDENT-ID TO RS-STUDENT-ID.
           MOVE AR-TERM-CODE  TO RS-TERM-CODE.
           MOVE AR-COURSE-ID  TO RS-COURSE-ID.
           READ REG-SECTION-FILE
               INVALID KEY
                   MOVE "STUDENT NOT REGISTERED IN THE COURSE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-LINE-VALID-SWITCH
               NOT INVALID KEY
                   IF RS-SECTION-NO NOT = AR-SECTION-NO
                       MOVE "STUDENT REGISTERED IN ANOTHER SECTION"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-LINE-VALID-SWITCH
                   END-IF
           END-READ.


      *****************************************************
      *  130-OPEN-SECTION - A SECTION IS REFUSED WHOLE     *
      *  WHEN IT IS NOT FOR THE PARM TERM, IS NOT ON THE   *
      *  SECTION MASTER, OR WAS ALREADY CERTIFIED.         *
      *****************************************************
       130-OPEN-SECTION.

           MOVE "Y" TO WS-SECT-OPEN-SWITCH.
           MOVE AR-SECT-KEY TO WS-CURRENT-SECT-KEY.
           MOVE ZERO TO WS-SECT-ACCEPTED
                        WS-SECT-NO-SHOWS
                        WS-SECT-REJECTED
                        WS-SECT-CERT-DATE.
           MOVE SPACES TO WS-SECT-REASON.
           MOVE AR-INSTRUCTOR-ID TO WS-SECT-INSTRUCTOR.
           ADD 1 TO WS-SECTIONS-RECEIVED.

           IF AR-TERM-CODE NOT = WS-TERM-CODE
               MOVE "ROSTER NOT FOR THE PARM TERM"
                   TO WS-SECT-REASON
           ELSE
               MOVE AR-SECT-KEY TO CS-SECT-KEY
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       MOVE "SECTION NOT ON SECTION MASTER"
                           TO WS-SECT-REASON
                   NOT INVALID KEY
                       MOVE CS-INSTRUCTOR-ID TO WS-SECT-INSTRUCTOR
               END-READ
           END-IF.

           IF WS-SECT-REASON = SPACES
               MOVE AR-SECT-KEY TO AC-SECT-KEY
               READ ATTN-CERT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SECTION ALREADY CERTIFIED"
                           TO WS-SECT-REASON
               END-READ
           END-IF.


      *****************************************************
      *  140-CLOSE-SECTION - RECORDS A SECTION WITH ANY    *
      *  ACCEPTED LINE ON ATTNCERT AND PRINTS ITS LINE ON  *
      *  THE REGISTER.                                     *
      *****************************************************
       140-CLOSE-SECTION.

           MOVE WS-CURRENT-COURSE  TO RS-L-COURSE-ID.
           MOVE WS-CURRENT-SECTION TO RS-L-SECTION-NO.
           MOVE WS-SECT-INSTRUCTOR TO RS-L-INSTRUCTOR-ID.
           MOVE WS-SECT-ACCEPTED   TO RS-L-CERTIFIED.
           MOVE WS-SECT-NO-SHOWS   TO RS-L-NO-SHOWS.
           MOVE WS-SECT-REJECTED   TO RS-L-REJECTED.

           EVALUATE TRUE
               WHEN WS-SECT-REASON NOT = SPACES
                   ADD 1 TO WS-SECTIONS-REFUSED
                   MOVE WS-SECT-REASON TO RS-L-DISPOSITION
               WHEN WS-SECT-ACCEPTED = ZERO
                   ADD 1 TO WS-SECTIONS-REFUSED
                   MOVE "REFUSED - NO LINE ACCEPTED"
                       TO RS-L-DISPOSITION
               WHEN OTHER
                   PERFORM 145-WRITE-CERTIFICATION
           END-EVALUATE.

           MOVE REGISTER-SECTION-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


       145-WRITE-CERTIFICATION.

           MOVE SPACES              TO ATTENDANCE-CERT-RECORD.
           MOVE WS-CURRENT-SECT-KEY TO AC-SECT-KEY.
           MOVE WS-SECT-INSTRUCTOR  TO AC-INSTRUCTOR-ID.
           MOVE WS-SECT-CERT-DATE   TO AC-CERTIFIED-DATE.
           MOVE WS-RUN-DATE         TO AC-POSTED-DATE.
           MOVE WS-SECT-ACCEPTED    TO AC-STUDENTS-CERTIFIED.
           MOVE WS-SECT-NO-SHOWS    TO AC-NO-SHOW-COUNT.
           ADD 1 TO WS-SECTIONS-POSTED.

           IF WS-RUN-DATE > WS-DEADLINE-DATE
               MOVE "Y" TO AC-LATE-FLAG
               ADD 1 TO WS-SECTIONS-LATE
               MOVE "POSTED - RECEIVED AFTER DEADLINE"
                   TO RS-L-DISPOSITION
           ELSE
               MOVE "N" TO AC-LATE-FLAG
               MOVE "POSTED" TO RS-L-DISPOSITION
           END-IF.

           WRITE ATTENDANCE-CERT-RECORD
               INVALID KEY
                   REWRITE ATTENDANCE-CERT-RECORD
                   END-REWRITE
           END-WRITE.


      *****************************************************
      *  150-PROCESS-NO-SHOW - A STUDENT WHO NEVER         *
      *  ATTENDED IS DROPPED FROM THE COURSE AS OF THE     *
      *  TERM START DATE, LISTED WITH ANY VA BENEFIT OR    *
      *  TITLE IV AID FOR THE TERM, AND SENT A NOTICE.     *
      *****************************************************
       150-PROCESS-NO-SHOW.

           ADD 1 TO WS-SECT-NO-SHOWS.
           ADD 1 TO WS-NO-SHOWS.

           MOVE "D"              TO DT-ACTION.
           MOVE AR-STUDENT-ID    TO DT-STUDENT-ID.
           MOVE AR-TERM-CODE     TO DT-TERM-CODE.
           MOVE AR-COURSE-ID     TO DT-COURSE-ID.
           MOVE ZERO             TO DT-ATTEMPTED-CREDITS.
           MOVE SPACE            TO DT-GRADING-BASIS.
           MOVE WS-DROP-DATE     TO DT-EFFECTIVE-DATE.
           MOVE AR-SECTION-NO    TO DT-SECTION-NO.
           WRITE DROP-TRAN-RECORD.

           MOVE SPACES TO WS-VA-CHAPTER.
           MOVE AR-STUDENT-ID TO VB-STUDENT-ID.
           READ VA-BENEFIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VB-BENEFIT-ACTIVE
                       MOVE VB-CHAPTER-CODE TO WS-VA-CHAPTER
                       ADD 1 TO WS-NO-SHOWS-VA
                   END-IF
           END-READ.

           PERFORM 155-CHECK-TITLE-IV-AID.

           MOVE AR-STUDENT-ID      TO ND-STUDENT-ID.
           MOVE AR-NAME-LAST       TO ND-NAME-LAST.
           MOVE AR-NAME-FIRST      TO ND-NAME-FIRST.
           MOVE AR-COURSE-ID       TO ND-COURSE-ID.
           MOVE AR-SECTION-NO      TO ND-SECTION-NO.
           MOVE WS-SECT-INSTRUCTOR TO ND-INSTRUCTOR-ID.
           MOVE WS-VA-CHAPTER      TO ND-VA-CHAPTER.
           IF HAS-TITLE-IV-AID
               MOVE "YES" TO ND-T4-AID
           ELSE
               MOVE "NO"  TO ND-T4-AID
           END-IF.
           MOVE WS-DROP-MONTH      TO ND-DROP-MONTH.
           MOVE WS-DROP-DAY        TO ND-DROP-DAY.
           MOVE WS-DROP-YEAR       TO ND-DROP-YEAR.
           MOVE NOSHOW-DETAIL-LINE TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER 1.

           MOVE AR-STUDENT-ID TO NN-STUDENT-ID.
           MOVE AR-NAME-LAST  TO NN-NAME-LAST.
           MOVE AR-NAME-FIRST TO NN-NAME-FIRST.
           MOVE AR-TERM-CODE  TO NN-TERM-CODE.
           MOVE AR-COURSE-ID  TO NN-COURSE-ID.
           MOVE AR-SECTION-NO TO NN-SECTION-NO.
           MOVE WS-DROP-DATE  TO NN-DROP-DATE.
           WRITE NOSHOW-NOTICE-RECORD.
           ADD 1 TO WS-NN-CTL-COUNT.
           ADD NN-STUDENT-ID TO WS-NN-CTL-HASH.

           MOVE AR-STUDENT-ID TO CM-STUDENT-ID.
           MOVE AR-TERM-CODE  TO CM-TERM-CODE.
           PERFORM 360-LOG-COMMUNICATION.


      *****************************************************
      *  155-CHECK-TITLE-IV-AID - ANY FEDERAL FUND         *
      *  DISBURSED TO THE STUDENT FOR THE TERM.            *
      *****************************************************
       155-CHECK-TITLE-IV-AID.

           MOVE "N" TO WS-T4-AID-FLAG.
           MOVE "N" TO DISB-EOF-SWITCH.

           MOVE AR-STUDENT-ID TO T4-STUDENT-ID.
           MOVE AR-TERM-CODE  TO T4-TERM-CODE.
           MOVE LOW-VALUES    TO T4-FUND-CODE.
           START T4-DISB-FILE KEY IS NOT LESS THAN T4-DISB-KEY
               INVALID KEY
                   SET DISB-EOF TO TRUE
           END-START.

           PERFORM UNTIL DISB-EOF OR HAS-TITLE-IV-AID
               READ T4-DISB-FILE NEXT RECORD
                   AT END
                       SET DISB-EOF TO TRUE
               END-READ
               IF NOT DISB-EOF
                   IF T4-STUDENT-ID NOT = AR-STUDENT-ID
                           OR T4-TERM-CODE NOT = AR-TERM-CODE
                       SET DISB-EOF TO TRUE
                   ELSE
                       IF T4-DISBURSED-AMOUNT > ZERO
                           MOVE "Y" TO WS-T4-AID-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF HAS-TITLE-IV-AID
               ADD 1 TO WS-NO-SHOWS-T4
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-SECT-REJECTED.
           ADD 1 TO WS-LINES-REJECTED.

           MOVE AR-COURSE-ID     TO RJ-COURSE-ID.
           MOVE AR-SECTION-NO    TO RJ-SECTION-NO.
           MOVE AR-STUDENT-ID    TO RJ-STUDENT-ID.
           MOVE AR-ATTEND-FLAG   TO RJ-ATTEND-FLAG.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           MOVE REGISTER-REJECT-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


      *****************************************************
      *  200-LIST-MISSING-SECTIONS - ONCE THE DEADLINE HAS *
      *  PASSED, EVERY SECTION OF THE TERM WITH STUDENTS   *
      *  ENROLLED AND NO ATTNCERT RECORD IS LISTED FOR     *
      *  FOLLOW-UP WITH ITS INSTRUCTOR.                    *
      *****************************************************
       200-LIST-MISSING-SECTIONS.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.

           IF WS-RUN-DATE NOT > WS-DEADLINE-DATE
               MOVE WS-DEADLINE-MONTH TO MN-MONTH
               MOVE WS-DEADLINE-DAY   TO MN-DAY
               MOVE WS-DEADLINE-YEAR  TO MN-YEAR
               MOVE MISSING-NOT-DUE-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER 2
           ELSE
               MOVE WS-DEADLINE-MONTH TO MH-MONTH
               MOVE WS-DEADLINE-DAY   TO MH-DAY
               MOVE WS-DEADLINE-YEAR  TO MH-YEAR
               MOVE MISSING-HEADING-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER 2
               MOVE MISSING-COLUMN-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER 2
               MOVE SPACES TO REGISTER-REC
               WRITE REGISTER-REC
               PERFORM 210-SCAN-SECTIONS
           END-IF.


       210-SCAN-SECTIONS.

           MOVE LOW-VALUES TO CS-SECT-KEY.
           START SECTION-MASTER-FILE KEY IS NOT LESS THAN CS-SECT-KEY
               INVALID KEY
                   SET SECT-EOF TO TRUE
           END-START.

           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE NEXT RECORD
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                   IF CS-TERM-CODE = WS-TERM-CODE
                           AND CS-ENROLLED-COUNT > ZERO
                       PERFORM 220-CHECK-CERTIFIED
                   END-IF
               END-IF
           END-PERFORM.


       220-CHECK-CERTIFIED.

           MOVE "Y" TO WS-CERT-FOUND-SWITCH.
           MOVE CS-SECT-KEY TO AC-SECT-KEY.
           READ ATTN-CERT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CERT-FOUND-SWITCH
           END-READ.

           IF NOT SECTION-CERTIFIED
               ADD 1 TO WS-SECTIONS-MISSING
               MOVE CS-COURSE-ID       TO MD-COURSE-ID
               MOVE CS-SECTION-NO      TO MD-SECTION-NO
               MOVE CS-INSTRUCTOR-ID   TO MD-INSTRUCTOR-ID
               MOVE CS-INSTRUCTOR-NAME TO MD-INSTRUCTOR-NAME
               MOVE CS-ENROLLED-COUNT  TO MD-ENROLLED
               MOVE MISSING-DETAIL-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER 1
           END-IF.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE NO-SHOW NOTICE EXTRACT.              *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-NN-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-NN-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO NOSHOW-NOTICE-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO NOSHOW-NOTICE-RECORD.
           WRITE NOSHOW-NOTICE-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "ROSTER LINES READ" TO TR-CAPTION.
           MOVE WS-LINES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS RECEIVED" TO TR-CAPTION.
           MOVE WS-SECTIONS-RECEIVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS POSTED" TO TR-CAPTION.
           MOVE WS-SECTIONS-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS POSTED AFTER DEADLINE" TO TR-CAPTION.
           MOVE WS-SECTIONS-LATE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS REFUSED" TO TR-CAPTION.
           MOVE WS-SECTIONS-REFUSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ROSTER LINES REJECTED" TO TR-CAPTION.
           MOVE WS-LINES-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "STUDENTS CERTIFIED AS ATTENDING" TO TR-CAPTION.
           MOVE WS-STUDENTS-ATTENDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "NO-SHOWS - DROPS WRITTEN" TO TR-CAPTION.
           MOVE WS-NO-SHOWS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "NO-SHOWS WITH VA BENEFITS" TO TR-CAPTION.
           MOVE WS-NO-SHOWS-VA TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "NO-SHOWS WITH TITLE IV AID" TO TR-CAPTION.
           MOVE WS-NO-SHOWS-T4 TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SECTIONS MISSING CERTIFICATION" TO TR-CAPTION.
           MOVE WS-SECTIONS-MISSING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE SPACES TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER 2.

           MOVE "NO-SHOWS REPORTED" TO TR-CAPTION.
           MOVE WS-NO-SHOWS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER 1.

           MOVE "WITH ACTIVE VA BENEFITS" TO TR-CAPTION.
           MOVE WS-NO-SHOWS-VA TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER 1.

           MOVE "WITH TITLE IV AID FOR THE TERM" TO TR-CAPTION.
           MOVE WS-NO-SHOWS-T4 TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO NOSHOW-REC.
           WRITE NOSHOW-REC AFTER 1.


      *****************************************************
      *  360-LOG-COMMUNICATION - ONE COMMUNICATIONS LOG    *
      *  RECORD PER NO-SHOW NOTICE PRODUCED.  THE CALLER   *
      *  SETS CM-STUDENT-ID AND CM-TERM-CODE.              *
      *****************************************************
       360-LOG-COMMUNICATION.

           MOVE "NSHW" TO CM-DOC-TYPE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE "P" TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
