       IDENTIFICATION DIVISION.

       PROGRAM-ID. SECTCANC.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SECTCANC - LOW-ENROLLMENT SECTION CANCELLATION    *
      *  RUN AHEAD OF THE TERM ON THE CANCPARM CARD'S      *
      *  AS-OF DATE, WHICH MUST FALL BEFORE THE TERM'S     *
      *  START DATE ON ACADCAL.  EVERY SECTION OF THE TERM *
      *  ON SECTFILE WHOSE ENROLLED COUNT IS BELOW THE     *
      *  MINIMUM FOR THE COURSE'S CATALOG DEPARTMENT (ONE  *
      *  CANCMIN CARD PER DEPARTMENT, THE CANCPARM DEFAULT *
      *  FOR ANY OTHER) PRINTS ON THE CANCRPT REVIEW LIST. *
      *  A SECTION ON THE LIST THAT THE DEPARTMENT HAS     *
      *  CONFIRMED ON CANCCONF IS CANCELLED: ITS SECTFILE  *
      *  STATUS IS SET TO CANCELLED, EVERY STUDENT         *
      *  REGISTERED INTO IT ON REGSECT GETS A DROP         *
      *  TRANSACTION ON CANCTRAN (REGTRAN LAYOUT,          *
      *  EFFECTIVE THE TERM START DATE SO REGMAINT REFUNDS *
      *  IN FULL AND GIVES THE SEATS BACK), EVERY STUDENT  *
      *  WAITING FOR IT IS TAKEN OFF WAITLIST, AND EACH OF *
      *  THEM GETS A LINE ON THE DISPLRPT                  *
      *  DISPLACED-STUDENT LIST UNDER THE OTHER SECTIONS   *
      *  OF THE COURSE STILL OPEN FOR THE TERM, AND A      *
      *  NOTICE ON THE CANCNOTE EXTRACT CARRYING UP TO     *
      *  THREE OF THOSE SECTIONS (WITH A ZERO DROP DATE    *
      *  FOR A WAITLISTED STUDENT), LOGGED TO COMMLOG AS   *
      *  DOCUMENT TYPE CANC.  A CONFIRMATION FOR A SECTION *
      *  NOT ON THE LIST, OR ALREADY CANCELLED BY AN       *
      *  EARLIER RUN, IS REFUSED AND PRINTS AT THE END OF  *
      *  THE REVIEW LIST.  WITH NO CANCCONF THE RUN IS THE *
      *  REVIEW LIST ALONE.                                *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CANC-PARM-FILE
               ASSIGN CANCPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CANC-MINIMUM-FILE
               ASSIGN CANCMIN
               FILE STATUS IS WS-MIN-STATUS.

           SELECT OPTIONAL CANC-CONFIRM-FILE
               ASSIGN CANCCONF
               FILE STATUS IS WS-CONF-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN WAITLIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-WAIT-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT DROP-TRAN-FILE
               ASSIGN CANCTRAN.

           SELECT CANCEL-NOTICE-EXTRACT
               ASSIGN CANCNOTE.

           SELECT CANCEL-REPORT
               ASSIGN CANCRPT.

           SELECT DISPLACED-REPORT
               ASSIGN DISPLRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  CANC-PARM-FILE.

      *****************************************************
      *  CANCPARM - THE TERM UNDER REVIEW, THE AS-OF DATE  *
      *  OF THE REVIEW (ZERO TAKES TODAY), AND THE MINIMUM *
      *  ENROLLMENT FOR ANY DEPARTMENT WITHOUT A CANCMIN   *
      *  CARD.                                             *
      *****************************************************
       01  CANC-PARM-RECORD.
           05  CP-TERM-CODE             PIC X(05).
           05  CP-AS-OF-DATE            PIC 9(08).
           05  CP-DEFAULT-MINIMUM       PIC 9(03).

       FD  CANC-MINIMUM-FILE.

       01  CANC-MINIMUM-RECORD.
           05  MN-DEPARTMENT            PIC X(04).
           05  MN-MINIMUM-ENROLLED      PIC 9(03).

       FD  CANC-CONFIRM-FILE.

       01  CANC-CONFIRM-RECORD.
           05  CF-COURSE-ID             PIC X(06).
           05  CF-TERM-CODE             PIC X(05).
           05  CF-SECTION-NO            PIC X(03).
           05  CF-CONFIRMED-BY          PIC X(06).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  WAITLIST-FILE.

            COPY WAITLIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-SECT-SUB              PIC 9(04).
           05  SR-STUDENT-ID            PIC 9(09).
           05  SR-SOURCE                PIC X(01).
               88  SR-REGISTERED                 VALUE "R".
               88  SR-WAITLISTED                 VALUE "W".

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

       FD  CANCEL-NOTICE-EXTRACT.

       01  CANCEL-NOTICE-RECORD.
           05  CN-STUDENT-ID            PIC 9(09).
           05  CN-NAME-LAST             PIC X(16).
           05  CN-NAME-FIRST            PIC X(12).
           05  CN-TERM-CODE             PIC X(05).
           05  CN-COURSE-ID             PIC X(06).
           05  CN-SECTION-NO            PIC X(03).
           05  CN-DROP-DATE             PIC 9(08).
           05  CN-OPEN-SECTION-NO       PIC X(03) OCCURS 3 TIMES.

       FD  CANCEL-REPORT.

       01  CANCEL-REC     PIC X(132).

       FD  DISPLACED-REPORT.

       01  DISPLACED-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  MIN-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  MIN-EOF                         VALUE "Y".
           05  CONF-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  CONF-EOF                        VALUE "Y".
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  SECT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SECT-EOF                        VALUE "Y".
           05  RSECT-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  RSECT-EOF                       VALUE "Y".
           05  WAIT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  WAIT-EOF                        VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-MIN-STATUS           PIC XX.
           05  WS-CONF-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-WAIT-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
           05  WS-DEFAULT-MINIMUM      PIC 9(03) VALUE ZERO.
           05  WS-DROP-DATE            PIC 9(08) VALUE ZERO.
           05  WS-NUM-MINIMUMS         PIC 9(03) VALUE ZERO.
           05  WS-MIN-SUB              PIC 9(03) VALUE ZERO.
           05  WS-NUM-CATALOG          PIC 9(04) VALUE ZERO.
           05  WS-CAT-SUB              PIC 9(04) VALUE ZERO.
           05  WS-NUM-SECTIONS         PIC 9(04) VALUE ZERO.
           05  WS-SECT-SUB             PIC 9(04) VALUE ZERO.
           05  WS-ALT-SUB              PIC 9(04) VALUE ZERO.
           05  WS-HOLD-SECT-SUB        PIC 9(04) VALUE ZERO.
           05  WS-NUM-REFUSED          PIC 9(03) VALUE ZERO.
           05  WS-REF-SUB              PIC 9(03) VALUE ZERO.
           05  WS-NUM-OPEN             PIC 9(01) VALUE ZERO.
           05  WS-OPEN-SECTION-NO      PIC X(03) OCCURS 3 TIMES.
           05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  ENTRY-FOUND                   VALUE "Y".
           05  WS-STUDENT-FOUND-SWITCH PIC X(01) VALUE "N".
               88  STUDENT-FOUND                 VALUE "Y".
           05  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
           05  WS-SEATS-OPEN           PIC 9(03) VALUE ZERO.
           05  WS-CN-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-CN-CTL-HASH          PIC 9(13) VALUE ZERO.
           05  WS-SECTIONS-EXAMINED    PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-BELOW-MIN   PIC 9(07) VALUE ZERO.
           05  WS-CONFIRMATIONS-READ   PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-CANCELLED   PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-CANCELLED    PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-MARKED      PIC 9(07) VALUE ZERO.
           05  WS-CONFIRMATIONS-REFUSED PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-DISPLACED   PIC 9(07) VALUE ZERO.
           05  WS-DISPLACED-NO-OPEN    PIC 9(07) VALUE ZERO.
           05  WS-WAITLIST-REMOVED     PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) VALUE ZERO.

       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR           PIC 9(04).
           05  WS-DATE-MONTH          PIC 9(02).
           05  WS-DATE-DAY            PIC 9(02).

       01  WS-SEATS-TEXT.
           05  WS-SEATS-EDIT          PIC ZZ9.
           05                         PIC X(05)  VALUE " OPEN".

      *****************************************************
      *  DEPARTMENT MINIMUMS FROM CANCMIN.                 *
      *****************************************************
       01  MINIMUM-TBL-GROUP.
           05  MINIMUM-ENTRY OCCURS 200 TIMES.
               10  MT-DEPARTMENT       PIC X(04).
               10  MT-MINIMUM          PIC 9(03).

      *****************************************************
      *  CATALOG COURSES AND THEIR OWNING DEPARTMENTS.     *
      *****************************************************
       01  CATALOG-TBL-GROUP.
           05  CATALOG-ENTRY OCCURS 2000 TIMES.
               10  CT-COURSE-ID        PIC X(06).
               10  CT-DEPARTMENT       PIC X(04).

      *****************************************************
      *  THE TERM'S SECTIONS IN SECTFILE KEY ORDER, EACH   *
      *  WITH ITS DEPARTMENT'S MINIMUM AND WHETHER IT IS   *
      *  BELOW THE MINIMUM AND CONFIRMED AS CANCELLED THIS *
      *  RUN (Y) OR WAS CANCELLED BY AN EARLIER RUN (P).   *
      *****************************************************
       01  SECTION-TBL-GROUP.
           05  SECTION-ENTRY OCCURS 3000 TIMES.
               10  SE-COURSE-ID        PIC X(06).
               10  SE-SECTION-NO       PIC X(03).
               10  SE-DEPARTMENT       PIC X(04).
               10  SE-INSTRUCTOR-NAME  PIC X(25).
               10  SE-SEAT-CAPACITY    PIC 9(03).
               10  SE-ENROLLED-COUNT   PIC 9(03).
               10  SE-MINIMUM          PIC 9(03).
               10  SE-MEETING-DAYS     PIC X(07).
               10  SE-START-TIME       PIC 9(04).
               10  SE-END-TIME         PIC 9(04).
               10  SE-BUILDING         PIC X(04).
               10  SE-ROOM-NO          PIC X(05).
               10  SE-BELOW-MIN-SW     PIC X(01).
                   88  SE-BELOW-MINIMUM          VALUE "Y".
               10  SE-CANCEL-SW        PIC X(01).
                   88  SE-CANCELLED              VALUE "Y".
                   88  SE-CANCELLED-EARLIER      VALUE "P".
                   88  SE-NOT-OFFERED            VALUE "Y" "P".
               10  SE-CONFIRMED-BY     PIC X(06).

      *****************************************************
      *  CONFIRMATIONS REFUSED, HELD FOR THE END OF THE    *
      *  REVIEW LIST.                                      *
      *****************************************************
       01  REFUSED-TBL-GROUP.
           05  REFUSED-ENTRY OCCURS 200 TIMES.
               10  RF-COURSE-ID        PIC X(06).
               10  RF-TERM-CODE        PIC X(05).
               10  RF-SECTION-NO       PIC X(03).
               10  RF-CONFIRMED-BY     PIC X(06).
               10  RF-REASON           PIC X(40).

       01  CANCEL-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "LOW-ENROLLMENT SECTION REVIEW".
           05                 PIC X(06)   VALUE "TERM: ".
           05  CH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  CANCEL-AS-OF-LINE.
           05                 PIC X(06)   VALUE "AS OF ".
           05  CA-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CA-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CA-YEAR        PIC 9(04).
           05                 PIC X(16)   VALUE "   TERM STARTS ".
           05  CA-START-MONTH PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CA-START-DAY   PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CA-START-YEAR  PIC 9(04).
           05                 PIC X(20)   VALUE
               "   DEFAULT MINIMUM ".
           05  CA-DEFAULT-MIN PIC ZZ9.
           05                 PIC X(67)   VALUE SPACE.

       01  CANCEL-COLUMN-LINE.
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(06)  VALUE "SECT".
           05                 PIC X(06)  VALUE "DEPT".
           05                 PIC X(27)  VALUE "INSTRUCTOR".
           05                 PIC X(06)  VALUE "ENR".
           05                 PIC X(06)  VALUE "CAP".
           05                 PIC X(06)  VALUE "MIN".
           05                 PIC X(67)  VALUE "DISPOSITION".

       01  CANCEL-DETAIL-LINE.
           05  CD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  CD-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  CD-DEPARTMENT      PIC X(04).
           05                     PIC X(02)  VALUE SPACE.
           05  CD-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(02)  VALUE SPACE.
           05  CD-ENROLLED        PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  CD-CAPACITY        PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  CD-MINIMUM         PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  CD-DISPOSITION     PIC X(40).
           05                     PIC X(27)  VALUE SPACE.

       01  REFUSED-HEADING-LINE.
           05                 PIC X(40)
               VALUE "CANCELLATION CONFIRMATIONS REFUSED".
           05                 PIC X(92)  VALUE SPACE.

       01  REFUSED-DETAIL-LINE.
           05  RD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-TERM-CODE       PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-CONFIRMED-BY    PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-REASON          PIC X(40).
           05                     PIC X(62)  VALUE SPACE.

       01  DISPLACED-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  DH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "DISPLACED-STUDENT LIST".
           05                 PIC X(06)   VALUE "TERM: ".
           05  DH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  DISPLACED-SECTION-LINE.
           05                     PIC X(18)
               VALUE "CANCELLED SECTION ".
           05  DS-COURSE-ID       PIC X(06).
           05                     PIC X(01)  VALUE SPACE.
           05  DS-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(11)  VALUE "INSTRUCTOR ".
           05  DS-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(65)  VALUE SPACE.

       01  DISPLACED-OPEN-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(13)  VALUE "OPEN SECTION ".
           05  DO-SECTION-NO      PIC X(03).
           05                     PIC X(03)  VALUE SPACE.
           05  DO-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(02)  VALUE SPACE.
           05  DO-MEETING-DAYS    PIC X(07).
           05                     PIC X(01)  VALUE SPACE.
           05  DO-START-TIME      PIC 9(04).
           05                     PIC X(01)  VALUE "-".
           05  DO-END-TIME        PIC 9(04).
           05                     PIC X(02)  VALUE SPACE.
           05  DO-BUILDING        PIC X(04).
           05                     PIC X(01)  VALUE SPACE.
           05  DO-ROOM-NO         PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  DO-SEATS-OPEN      PIC X(08).
           05                     PIC X(43)  VALUE SPACE.

       01  DISPLACED-NO-OPEN-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(40)
               VALUE "NO OTHER OPEN SECTION OF THIS COURSE".
           05                     PIC X(88)  VALUE SPACE.

       01  DISPLACED-STUDENT-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05  DL-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  DL-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  DL-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05                     PIC X(15)  VALUE "DROP EFFECTIVE ".
           05  DL-DROP-MONTH      PIC 9(02).
           05                     PIC X(01)  VALUE "/".
           05  DL-DROP-DAY        PIC 9(02).
           05                     PIC X(01)  VALUE "/".
           05  DL-DROP-YEAR       PIC 9(04).
           05                     PIC X(61)  VALUE SPACE.

       01  DISPLACED-WAITING-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05  DW-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  DW-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  DW-NAME-FIRST      PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05                     PIC X(30)
               VALUE "REMOVED FROM SECTION WAITLIST".
           05                     PIC X(56)  VALUE SPACE.

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

           PERFORM 130-APPLY-CONFIRMATIONS.

           IF WS-SECTIONS-CANCELLED > ZERO
               PERFORM 140-MARK-CANCELLED
           END-IF.

           PERFORM 150-PRINT-REVIEW-LIST.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SECT-SUB
               ON ASCENDING KEY SR-STUDENT-ID
               ON ASCENDING KEY SR-SOURCE
               INPUT PROCEDURE IS 200-GATHER-DISPLACED
               OUTPUT PROCEDURE IS 300-PRINT-DISPLACED.

           PERFORM 235-WRITE-CONTROL-TRAILER.
           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 COMM-LOG-FILE
                 DROP-TRAN-FILE
                 CANCEL-NOTICE-EXTRACT
                 CANCEL-REPORT
                 DISPLACED-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO CH-MONTH
                              DH-MONTH.
           MOVE CD-DAY     TO CH-DAY
                              DH-DAY.
           MOVE CD-YEAR    TO CH-YEAR
                              DH-YEAR.

           OPEN INPUT CANC-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CANCELLATION PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ CANC-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' CANCPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF CP-AS-OF-DATE NOT NUMERIC
                   OR CP-DEFAULT-MINIMUM NOT NUMERIC
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' CANCPARM AS-OF DATE OR DEFAULT MINIMUM'
               DISPLAY ' IS NOT NUMERIC'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE CP-TERM-CODE       TO WS-TERM-CODE.
           MOVE CP-TERM-CODE       TO CH-TERM-CODE
                                      DH-TERM-CODE.
           MOVE CP-DEFAULT-MINIMUM TO WS-DEFAULT-MINIMUM.
           IF CP-AS-OF-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE CP-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

           CLOSE CANC-PARM-FILE.

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

           IF WS-AS-OF-DATE NOT < CAL-TERM-START-DATE
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' AS-OF DATE ', WS-AS-OF-DATE,
                       ' IS NOT BEFORE THE TERM START DATE ',
                       CAL-TERM-START-DATE
               DISPLAY ' SECTIONS ARE NOT CANCELLED ONCE THE TERM'
               DISPLAY ' HAS STARTED'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE CAL-TERM-START-DATE TO WS-DROP-DATE.

           CLOSE CALENDAR-FILE.

           PERFORM 105-LOAD-MINIMUMS.
           PERFORM 110-LOAD-CATALOG.
           PERFORM 120-LOAD-SECTIONS.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
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
                       CANCEL-NOTICE-EXTRACT
                       CANCEL-REPORT
                       DISPLACED-REPORT.

           MOVE CANCEL-HEADING-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER PAGE.
           MOVE WS-AS-OF-DATE TO WS-DATE-PARTS.
           MOVE WS-DATE-MONTH TO CA-MONTH.
           MOVE WS-DATE-DAY   TO CA-DAY.
           MOVE WS-DATE-YEAR  TO CA-YEAR.
           MOVE WS-DROP-DATE  TO WS-DATE-PARTS.
           MOVE WS-DATE-MONTH TO CA-START-MONTH.
           MOVE WS-DATE-DAY   TO CA-START-DAY.
           MOVE WS-DATE-YEAR  TO CA-START-YEAR.
           MOVE WS-DEFAULT-MINIMUM TO CA-DEFAULT-MIN.
           MOVE CANCEL-AS-OF-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.
           MOVE CANCEL-COLUMN-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 2.
           MOVE SPACES TO CANCEL-REC.
           WRITE CANCEL-REC.

           MOVE DISPLACED-HEADING-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER PAGE.
           MOVE SPACES TO DISPLACED-REC.
           WRITE DISPLACED-REC.


      *****************************************************
      *  105-LOAD-MINIMUMS - ONE CANCMIN CARD PER          *
      *  DEPARTMENT THAT SETS ITS OWN MINIMUM ENROLLMENT.  *
      *****************************************************
       105-LOAD-MINIMUMS.

           OPEN INPUT CANC-MINIMUM-FILE.

           IF WS-MIN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-MINIMUMS'
               DISPLAY ' ERROR OPENING THE CANCMIN FILE'
               DISPLAY ' FILE STATUS IS ', WS-MIN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL MIN-EOF
               READ CANC-MINIMUM-FILE
                   AT END
                       SET MIN-EOF TO TRUE
               END-READ
               IF NOT MIN-EOF
                   IF MN-MINIMUM-ENROLLED NOT NUMERIC
                       DISPLAY '******************************'
                       DISPLAY ' 105-LOAD-MINIMUMS'
                       DISPLAY ' CANCMIN MINIMUM NOT NUMERIC FOR'
                       DISPLAY ' DEPARTMENT ', MN-DEPARTMENT
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NUM-MINIMUMS
                   IF WS-NUM-MINIMUMS > 200
                       DISPLAY '******************************'
                       DISPLAY ' 105-LOAD-MINIMUMS'
                       DISPLAY ' TOO MANY CANCMIN CARDS -'
                       DISPLAY ' MAXIMUM IS 200'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE MN-DEPARTMENT
                       TO MT-DEPARTMENT (WS-NUM-MINIMUMS)
                   MOVE MN-MINIMUM-ENROLLED
                       TO MT-MINIMUM (WS-NUM-MINIMUMS)
               END-IF
           END-PERFORM.

           CLOSE CANC-MINIMUM-FILE.


       110-LOAD-CATALOG.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 110-LOAD-CATALOG'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CATALOG-EOF
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF
                   ADD 1 TO WS-NUM-CATALOG
                   IF WS-NUM-CATALOG > 2000
                       DISPLAY '******************************'
                       DISPLAY ' 110-LOAD-CATALOG'
                       DISPLAY ' TOO MANY COURSES IN CRSECATG -'
                       DISPLAY ' MAXIMUM IS 2000'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CC-COURSE-ID
                       TO CT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-DEPARTMENT
                       TO CT-DEPARTMENT (WS-NUM-CATALOG)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  120-LOAD-SECTIONS - HOLDS EVERY SECTION OF THE    *
      *  TERM WITH THE MINIMUM FOR ITS COURSE'S DEPARTMENT *
      *  (A COURSE NOT ON THE CATALOG TAKES THE DEFAULT)   *
      *  AND MARKS THOSE BELOW IT.  A SECTION ALREADY      *
      *  CANCELLED IS HELD ONLY SO A CONFIRMATION FOR IT   *
      *  CAN BE REFUSED AND IT IS NOT OFFERED AS OPEN.     *
      *****************************************************
       120-LOAD-SECTIONS.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-SECTIONS'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                       AND CS-TERM-CODE = WS-TERM-CODE
                   PERFORM 125-HOLD-SECTION
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.


       125-HOLD-SECTION.

           ADD 1 TO WS-NUM-SECTIONS.
           IF WS-NUM-SECTIONS > 3000
               DISPLAY '******************************'
               DISPLAY ' 125-HOLD-SECTION'
               DISPLAY ' TOO MANY SECTIONS FOR THE TERM -'
               DISPLAY ' MAXIMUM IS 3000'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-NUM-SECTIONS TO WS-SECT-SUB.
           ADD 1 TO WS-SECTIONS-EXAMINED.

           MOVE CS-COURSE-ID       TO SE-COURSE-ID (WS-SECT-SUB).
           MOVE CS-SECTION-NO      TO SE-SECTION-NO (WS-SECT-SUB).
           MOVE CS-INSTRUCTOR-NAME TO SE-INSTRUCTOR-NAME (WS-SECT-SUB).
           MOVE CS-SEAT-CAPACITY   TO SE-SEAT-CAPACITY (WS-SECT-SUB).
           MOVE CS-ENROLLED-COUNT  TO SE-ENROLLED-COUNT (WS-SECT-SUB).
           MOVE CS-MEETING-DAYS    TO SE-MEETING-DAYS (WS-SECT-SUB).
           MOVE CS-START-TIME      TO SE-START-TIME (WS-SECT-SUB).
           MOVE CS-END-TIME        TO SE-END-TIME (WS-SECT-SUB).
           MOVE CS-BUILDING        TO SE-BUILDING (WS-SECT-SUB).
           MOVE CS-ROOM-NO         TO SE-ROOM-NO (WS-SECT-SUB).
           MOVE "N" TO SE-BELOW-MIN-SW (WS-SECT-SUB)
                       SE-CANCEL-SW (WS-SECT-SUB).
           MOVE SPACES TO SE-CONFIRMED-BY (WS-SECT-SUB)
                          SE-DEPARTMENT (WS-SECT-SUB).

           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-NUM-CATALOG
                      OR ENTRY-FOUND
               IF CT-COURSE-ID (WS-CAT-SUB) = CS-COURSE-ID
                   MOVE CT-DEPARTMENT (WS-CAT-SUB)
                       TO SE-DEPARTMENT (WS-SECT-SUB)
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           MOVE WS-DEFAULT-MINIMUM TO SE-MINIMUM (WS-SECT-SUB).
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-MIN-SUB FROM 1 BY 1
                   UNTIL WS-MIN-SUB > WS-NUM-MINIMUMS
                      OR ENTRY-FOUND
               IF MT-DEPARTMENT (WS-MIN-SUB) =
                       SE-DEPARTMENT (WS-SECT-SUB)
                   MOVE MT-MINIMUM (WS-MIN-SUB)
                       TO SE-MINIMUM (WS-SECT-SUB)
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF CS-SECTION-CANCELLED
               MOVE "P" TO SE-CANCEL-SW (WS-SECT-SUB)
               ADD 1 TO WS-ALREADY-CANCELLED
           ELSE
               IF SE-ENROLLED-COUNT (WS-SECT-SUB) <
                       SE-MINIMUM (WS-SECT-SUB)
                   MOVE "Y" TO SE-BELOW-MIN-SW (WS-SECT-SUB)
                   ADD 1 TO WS-SECTIONS-BELOW-MIN
               END-IF
           END-IF.


      *****************************************************
      *  130-APPLY-CONFIRMATIONS - EACH CANCCONF CARD      *
      *  CANCELS A SECTION OF THE TERM THAT IS BELOW ITS   *
      *  MINIMUM.  ANY OTHER CARD IS REFUSED.              *
      *****************************************************
       130-APPLY-CONFIRMATIONS.

           OPEN INPUT CANC-CONFIRM-FILE.

           IF WS-CONF-STATUS NOT = '00' AND WS-CONF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 130-APPLY-CONFIRMATIONS'
               DISPLAY ' ERROR OPENING THE CANCCONF FILE'
               DISPLAY ' FILE STATUS IS ', WS-CONF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CONF-EOF
               READ CANC-CONFIRM-FILE
                   AT END
                       SET CONF-EOF TO TRUE
               END-READ
               IF NOT CONF-EOF
                   ADD 1 TO WS-CONFIRMATIONS-READ
                   PERFORM 135-APPLY-ONE-CONFIRMATION
               END-IF
           END-PERFORM.

           CLOSE CANC-CONFIRM-FILE.


       135-APPLY-ONE-CONFIRMATION.

           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE "N" TO WS-FOUND-SWITCH.

           IF CF-TERM-CODE NOT = WS-TERM-CODE
               MOVE "CONFIRMATION NOT FOR THE PARM TERM"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                       UNTIL WS-SECT-SUB > WS-NUM-SECTIONS
                          OR ENTRY-FOUND
                   IF SE-COURSE-ID (WS-SECT-SUB) = CF-COURSE-ID
                           AND SE-SECTION-NO (WS-SECT-SUB)
                               = CF-SECTION-NO
                       MOVE "Y" TO WS-FOUND-SWITCH
                       MOVE WS-SECT-SUB TO WS-HOLD-SECT-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT ENTRY-FOUND
                       MOVE "SECTION NOT ON SECTION MASTER"
                           TO WS-REFUSE-REASON
                   WHEN SE-CANCELLED-EARLIER (WS-HOLD-SECT-SUB)
                       MOVE "SECTION ALREADY CANCELLED"
                           TO WS-REFUSE-REASON
                   WHEN NOT SE-BELOW-MINIMUM (WS-HOLD-SECT-SUB)
                       MOVE "SECTION NOT BELOW ITS MINIMUM"
                           TO WS-REFUSE-REASON
                   WHEN SE-CANCELLED (WS-HOLD-SECT-SUB)
                       MOVE "SECTION ALREADY CONFIRMED THIS RUN"
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       MOVE "Y" TO SE-CANCEL-SW (WS-HOLD-SECT-SUB)
                       MOVE CF-CONFIRMED-BY
                           TO SE-CONFIRMED-BY (WS-HOLD-SECT-SUB)
                       ADD 1 TO WS-SECTIONS-CANCELLED
               END-EVALUATE
           END-IF.

           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-CONFIRMATIONS-REFUSED
               IF WS-NUM-REFUSED < 200
                   ADD 1 TO WS-NUM-REFUSED
                   MOVE CF-COURSE-ID
                       TO RF-COURSE-ID (WS-NUM-REFUSED)
                   MOVE CF-TERM-CODE
                       TO RF-TERM-CODE (WS-NUM-REFUSED)
                   MOVE CF-SECTION-NO
                       TO RF-SECTION-NO (WS-NUM-REFUSED)
                   MOVE CF-CONFIRMED-BY
                       TO RF-CONFIRMED-BY (WS-NUM-REFUSED)
                   MOVE WS-REFUSE-REASON
                       TO RF-REASON (WS-NUM-REFUSED)
               END-IF
           END-IF.


      *****************************************************
      *  140-MARK-CANCELLED - REWRITES EVERY SECTION       *
      *  CONFIRMED THIS RUN WITH THE CANCELLED STATUS, SO  *
      *  REGMAINT AND REGONL TAKE NO MORE ADDS FOR IT AND  *
      *  SCHDEXT LEAVES IT OFF THE PUBLISHED SCHEDULE.     *
      *****************************************************
       140-MARK-CANCELLED.

           OPEN I-O SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 140-MARK-CANCELLED'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "N" TO SECT-EOF-SWITCH.
           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                       AND CS-TERM-CODE = WS-TERM-CODE
                   PERFORM 145-MARK-ONE-SECTION
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.


       145-MARK-ONE-SECTION.

           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-NUM-SECTIONS
                      OR ENTRY-FOUND
               IF SE-COURSE-ID (WS-SECT-SUB) = CS-COURSE-ID
                       AND SE-SECTION-NO (WS-SECT-SUB) = CS-SECTION-NO
                   MOVE "Y" TO WS-FOUND-SWITCH
                   IF SE-CANCELLED (WS-SECT-SUB)
                       SET CS-SECTION-CANCELLED TO TRUE
                       REWRITE COURSE-SECTION-RECORD
                           INVALID KEY
                               DISPLAY '******************************'
                               DISPLAY ' 145-MARK-ONE-SECTION'
                               DISPLAY ' REWRITE FAILED ON SECTION ',
                                       CS-SECT-KEY
                               DISPLAY ' FILE STATUS IS ',
                                       WS-SECT-STATUS
                               DISPLAY '*******************************'
                               STOP RUN
                           NOT INVALID KEY
                               ADD 1 TO WS-SECTIONS-MARKED
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  150-PRINT-REVIEW-LIST - EVERY SECTION BELOW ITS   *
      *  MINIMUM, CANCELLED OR AWAITING THE DEPARTMENT,    *
      *  THEN THE CONFIRMATIONS REFUSED.                   *
      *****************************************************
       150-PRINT-REVIEW-LIST.

           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-NUM-SECTIONS
               IF SE-BELOW-MINIMUM (WS-SECT-SUB)
                   PERFORM 155-PRINT-REVIEW-LINE
               END-IF
           END-PERFORM.

           IF WS-NUM-REFUSED > ZERO
               MOVE REFUSED-HEADING-LINE TO CANCEL-REC
               WRITE CANCEL-REC AFTER 3
               MOVE SPACES TO CANCEL-REC
               WRITE CANCEL-REC
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                       UNTIL WS-REF-SUB > WS-NUM-REFUSED
                   MOVE RF-COURSE-ID (WS-REF-SUB)    TO RD-COURSE-ID
                   MOVE RF-SECTION-NO (WS-REF-SUB)   TO RD-SECTION-NO
                   MOVE RF-TERM-CODE (WS-REF-SUB)    TO RD-TERM-CODE
                   MOVE RF-CONFIRMED-BY (WS-REF-SUB)
                       TO RD-CONFIRMED-BY
                   MOVE RF-REASON (WS-REF-SUB)       TO RD-REASON
                   MOVE REFUSED-DETAIL-LINE TO CANCEL-REC
                   WRITE CANCEL-REC AFTER 1
               END-PERFORM
           END-IF.


       155-PRINT-REVIEW-LINE.

           MOVE SE-COURSE-ID (WS-SECT-SUB)      TO CD-COURSE-ID.
           MOVE SE-SECTION-NO (WS-SECT-SUB)     TO CD-SECTION-NO.
           MOVE SE-DEPARTMENT (WS-SECT-SUB)     TO CD-DEPARTMENT.
           MOVE SE-INSTRUCTOR-NAME (WS-SECT-SUB)
               TO CD-INSTRUCTOR-NAME.
           MOVE SE-ENROLLED-COUNT (WS-SECT-SUB) TO CD-ENROLLED.
           MOVE SE-SEAT-CAPACITY (WS-SECT-SUB)  TO CD-CAPACITY.
           MOVE SE-MINIMUM (WS-SECT-SUB)        TO CD-MINIMUM.

           IF SE-CANCELLED (WS-SECT-SUB)
               MOVE SPACES TO CD-DISPOSITION
               STRING "CANCELLED - CONFIRMED BY "
                       DELIMITED BY SIZE
                      SE-CONFIRMED-BY (WS-SECT-SUB)
                       DELIMITED BY SIZE
                   INTO CD-DISPOSITION
               END-STRING
           ELSE
               MOVE "BELOW MINIMUM - AWAITING DEPARTMENT"
                   TO CD-DISPOSITION
           END-IF.

           MOVE CANCEL-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.


      *****************************************************
      *  200-GATHER-DISPLACED - SORT INPUT PROCEDURE.      *
      *  RELEASES EVERY REGSECT REGISTRATION OF THE TERM   *
      *  INTO A CANCELLED SECTION, THEN EVERY WAITLIST     *
      *  ENTRY FOR ONE.                                    *
      *****************************************************
       200-GATHER-DISPLACED.

           IF WS-SECTIONS-CANCELLED > ZERO
               PERFORM 205-SCAN-REGISTRATIONS
               PERFORM 210-SCAN-WAITLIST
           END-IF.


       205-SCAN-REGISTRATIONS.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 205-SCAN-REGISTRATIONS'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL RSECT-EOF
               READ REG-SECTION-FILE
                   AT END
                       SET RSECT-EOF TO TRUE
               END-READ
               IF NOT RSECT-EOF
                       AND RS-TERM-CODE = WS-TERM-CODE
                   MOVE "N" TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                           UNTIL WS-SECT-SUB > WS-NUM-SECTIONS
                              OR ENTRY-FOUND
                       IF SE-COURSE-ID (WS-SECT-SUB) = RS-COURSE-ID
                               AND SE-SECTION-NO (WS-SECT-SUB)
                                   = RS-SECTION-NO
                           MOVE "Y" TO WS-FOUND-SWITCH
                           IF SE-CANCELLED (WS-SECT-SUB)
                               MOVE WS-SECT-SUB   TO SR-SECT-SUB
                               MOVE RS-STUDENT-ID TO SR-STUDENT-ID
                               MOVE "R"           TO SR-SOURCE
                               RELEASE SORT-RECORD
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE REG-SECTION-FILE.


      *****************************************************
      *  210-SCAN-WAITLIST - DELETES EVERY WAITLIST ENTRY  *
      *  FOR A CANCELLED SECTION AND RELEASES THE STUDENT  *
      *  FOR THE DISPLACED LIST AND A NOTICE.  NO DROP IS  *
      *  WRITTEN - A WAITING STUDENT HOLDS NO SEAT.        *
      *****************************************************
       210-SCAN-WAITLIST.

           OPEN I-O WAITLIST-FILE.

           IF WS-WAIT-STATUS NOT = '00'
                   AND WS-WAIT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 210-SCAN-WAITLIST'
               DISPLAY ' ERROR OPENING THE SECTION WAITLIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-WAIT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL WAIT-EOF
               READ WAITLIST-FILE
                   AT END
                       SET WAIT-EOF TO TRUE
               END-READ
               IF NOT WAIT-EOF
                       AND WL-TERM-CODE = WS-TERM-CODE
                   MOVE "N" TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                           UNTIL WS-SECT-SUB > WS-NUM-SECTIONS
                              OR ENTRY-FOUND
                       IF SE-COURSE-ID (WS-SECT-SUB) = WL-COURSE-ID
                               AND SE-SECTION-NO (WS-SECT-SUB)
                                   = WL-SECTION-NO
                           MOVE "Y" TO WS-FOUND-SWITCH
                           IF SE-CANCELLED (WS-SECT-SUB)
                               PERFORM 215-REMOVE-WAITING
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE WAITLIST-FILE.


       215-REMOVE-WAITING.

           DELETE WAITLIST-FILE RECORD.

           IF WS-WAIT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 215-REMOVE-WAITING'
               DISPLAY ' DELETE FAILED ON WAITLIST ENTRY ',
                       WL-WAIT-KEY
               DISPLAY ' FILE STATUS IS ', WS-WAIT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           ADD 1 TO WS-WAITLIST-REMOVED.
           MOVE WS-SECT-SUB   TO SR-SECT-SUB.
           MOVE WL-STUDENT-ID TO SR-STUDENT-ID.
           MOVE "W"           TO SR-SOURCE.
           RELEASE SORT-RECORD.


      *****************************************************
      *  300-PRINT-DISPLACED - SORT OUTPUT PROCEDURE.      *
      *  EACH CANCELLED SECTION'S STUDENTS FOLLOW ITS LIST *
      *  OF OTHER OPEN SECTIONS OF THE COURSE.             *
      *****************************************************
       300-PRINT-DISPLACED.

           PERFORM 330-RETURN-DISPLACED.

           PERFORM UNTIL SORT-EOF
               MOVE SR-SECT-SUB TO WS-HOLD-SECT-SUB
               PERFORM 310-START-SECTION
               PERFORM UNTIL SORT-EOF
                       OR SR-SECT-SUB NOT = WS-HOLD-SECT-SUB
                   PERFORM 320-DISPLACE-STUDENT
                   PERFORM 330-RETURN-DISPLACED
               END-PERFORM
               MOVE SPACES TO DISPLACED-REC
               WRITE DISPLACED-REC
           END-PERFORM.


      *****************************************************
      *  310-START-SECTION - PRINTS THE CANCELLED SECTION  *
      *  AND EVERY OTHER SECTION OF THE COURSE THIS TERM   *
      *  THAT IS NOT CANCELLED AND HAS A SEAT, KEEPING THE *
      *  FIRST THREE FOR THE NOTICES.                      *
      *****************************************************
       310-START-SECTION.

           MOVE SE-COURSE-ID (WS-HOLD-SECT-SUB)  TO DS-COURSE-ID.
           MOVE SE-SECTION-NO (WS-HOLD-SECT-SUB) TO DS-SECTION-NO.
           MOVE SE-INSTRUCTOR-NAME (WS-HOLD-SECT-SUB)
               TO DS-INSTRUCTOR-NAME.
           MOVE DISPLACED-SECTION-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 2.

           MOVE ZERO TO WS-NUM-OPEN.
           MOVE SPACES TO WS-OPEN-SECTION-NO (1)
                          WS-OPEN-SECTION-NO (2)
                          WS-OPEN-SECTION-NO (3).

           PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
                   UNTIL WS-ALT-SUB > WS-NUM-SECTIONS
               IF SE-COURSE-ID (WS-ALT-SUB) =
                       SE-COURSE-ID (WS-HOLD-SECT-SUB)
                       AND NOT SE-NOT-OFFERED (WS-ALT-SUB)
                   IF SE-SEAT-CAPACITY (WS-ALT-SUB) = ZERO
                       MOVE "NO LIMIT" TO DO-SEATS-OPEN
                       PERFORM 315-PRINT-OPEN-SECTION
                   ELSE
                       IF SE-ENROLLED-COUNT (WS-ALT-SUB) <
                               SE-SEAT-CAPACITY (WS-ALT-SUB)
                           COMPUTE WS-SEATS-OPEN =
                               SE-SEAT-CAPACITY (WS-ALT-SUB)
                               - SE-ENROLLED-COUNT (WS-ALT-SUB)
                           MOVE WS-SEATS-OPEN TO WS-SEATS-EDIT
                           MOVE WS-SEATS-TEXT TO DO-SEATS-OPEN
                           PERFORM 315-PRINT-OPEN-SECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-OPEN-SECTION-NO (1) = SPACES
               MOVE DISPLACED-NO-OPEN-LINE TO DISPLACED-REC
               WRITE DISPLACED-REC AFTER 1
           END-IF.

           MOVE SPACES TO DISPLACED-REC.
           WRITE DISPLACED-REC.


       315-PRINT-OPEN-SECTION.

           MOVE SE-SECTION-NO (WS-ALT-SUB)      TO DO-SECTION-NO.
           MOVE SE-INSTRUCTOR-NAME (WS-ALT-SUB) TO DO-INSTRUCTOR-NAME.
           MOVE SE-MEETING-DAYS (WS-ALT-SUB)    TO DO-MEETING-DAYS.
           MOVE SE-START-TIME (WS-ALT-SUB)      TO DO-START-TIME.
           MOVE SE-END-TIME (WS-ALT-SUB)        TO DO-END-TIME.
           MOVE SE-BUILDING (WS-ALT-SUB)        TO DO-BUILDING.
           MOVE SE-ROOM-NO (WS-ALT-SUB)         TO DO-ROOM-NO.
           MOVE DISPLACED-OPEN-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 1.

           IF WS-NUM-OPEN < 3
               ADD 1 TO WS-NUM-OPEN
               MOVE SE-SECTION-NO (WS-ALT-SUB)
                   TO WS-OPEN-SECTION-NO (WS-NUM-OPEN)
           END-IF.


      *****************************************************
      *  320-DISPLACE-STUDENT - DROPS THE STUDENT FROM THE *
      *  CANCELLED SECTION AS OF THE TERM START DATE (A    *
      *  WAITLISTED STUDENT HAS NOTHING TO DROP), LISTS    *
      *  THEM, AND SENDS THE NOTICE.                       *
      *****************************************************
       320-DISPLACE-STUDENT.

           IF WS-OPEN-SECTION-NO (1) = SPACES
               ADD 1 TO WS-DISPLACED-NO-OPEN
           END-IF.

           IF SR-REGISTERED
               ADD 1 TO WS-STUDENTS-DISPLACED
               MOVE "D"                 TO DT-ACTION
               MOVE SR-STUDENT-ID       TO DT-STUDENT-ID
               MOVE WS-TERM-CODE        TO DT-TERM-CODE
               MOVE SE-COURSE-ID (WS-HOLD-SECT-SUB)  TO DT-COURSE-ID
               MOVE ZERO                TO DT-ATTEMPTED-CREDITS
               MOVE SPACE               TO DT-GRADING-BASIS
               MOVE WS-DROP-DATE        TO DT-EFFECTIVE-DATE
               MOVE SE-SECTION-NO (WS-HOLD-SECT-SUB) TO DT-SECTION-NO
               WRITE DROP-TRAN-RECORD
           END-IF.

           MOVE "Y" TO WS-STUDENT-FOUND-SWITCH.
           MOVE SR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-STUDENT-FOUND-SWITCH
                   ADD 1 TO WS-NOT-ON-MASTER
           END-READ.

           MOVE SR-STUDENT-ID TO DL-STUDENT-ID.
           IF STUDENT-FOUND
               MOVE SM-NAME-LAST  TO DL-NAME-LAST
               MOVE SM-NAME-FIRST TO DL-NAME-FIRST
           ELSE
               MOVE "NOT ON MASTER" TO DL-NAME-LAST
               MOVE SPACES TO DL-NAME-FIRST
           END-IF.
           IF SR-REGISTERED
               MOVE WS-DROP-DATE  TO WS-DATE-PARTS
               MOVE WS-DATE-MONTH TO DL-DROP-MONTH
               MOVE WS-DATE-DAY   TO DL-DROP-DAY
               MOVE WS-DATE-YEAR  TO DL-DROP-YEAR
               MOVE DISPLACED-STUDENT-LINE TO DISPLACED-REC
           ELSE
               MOVE DL-STUDENT-ID TO DW-STUDENT-ID
               MOVE DL-NAME-LAST  TO DW-NAME-LAST
               MOVE DL-NAME-FIRST TO DW-NAME-FIRST
               MOVE DISPLACED-WAITING-LINE TO DISPLACED-REC
           END-IF.
           WRITE DISPLACED-REC AFTER 1.

           MOVE SR-STUDENT-ID TO CN-STUDENT-ID.
           MOVE DL-NAME-LAST  TO CN-NAME-LAST.
           MOVE DL-NAME-FIRST TO CN-NAME-FIRST.
           MOVE WS-TERM-CODE  TO CN-TERM-CODE.
           MOVE SE-COURSE-ID (WS-HOLD-SECT-SUB)  TO CN-COURSE-ID.
           MOVE SE-SECTION-NO (WS-HOLD-SECT-SUB) TO CN-SECTION-NO.
           IF SR-REGISTERED
               MOVE WS-DROP-DATE TO CN-DROP-DATE
           ELSE
               MOVE ZEROS TO CN-DROP-DATE
           END-IF.
           MOVE WS-OPEN-SECTION-NO (1) TO CN-OPEN-SECTION-NO (1).
           MOVE WS-OPEN-SECTION-NO (2) TO CN-OPEN-SECTION-NO (2).
           MOVE WS-OPEN-SECTION-NO (3) TO CN-OPEN-SECTION-NO (3).
           WRITE CANCEL-NOTICE-RECORD.
           ADD 1 TO WS-CN-CTL-COUNT.
           ADD CN-STUDENT-ID TO WS-CN-CTL-HASH.

           MOVE SR-STUDENT-ID TO CM-STUDENT-ID.
           MOVE WS-TERM-CODE  TO CM-TERM-CODE.
           PERFORM 360-LOG-COMMUNICATION.


       330-RETURN-DISPLACED.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE CANCELLATION NOTICE EXTRACT.         *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-CN-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-CN-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO CANCEL-NOTICE-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO CANCEL-NOTICE-RECORD.
           WRITE CANCEL-NOTICE-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 2.

           MOVE "SECTIONS OF THE TERM EXAMINED" TO TR-CAPTION.
           MOVE WS-SECTIONS-EXAMINED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "SECTIONS BELOW MINIMUM" TO TR-CAPTION.
           MOVE WS-SECTIONS-BELOW-MIN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "CONFIRMATIONS READ" TO TR-CAPTION.
           MOVE WS-CONFIRMATIONS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "CONFIRMATIONS REFUSED" TO TR-CAPTION.
           MOVE WS-CONFIRMATIONS-REFUSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "SECTIONS CANCELLED" TO TR-CAPTION.
           MOVE WS-SECTIONS-CANCELLED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "SECTIONS MARKED CANCELLED ON FILE" TO TR-CAPTION.
           MOVE WS-SECTIONS-MARKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "SECTIONS CANCELLED BY AN EARLIER RUN" TO TR-CAPTION.
           MOVE WS-ALREADY-CANCELLED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE "STUDENTS DISPLACED - DROPS WRITTEN" TO TR-CAPTION.
           MOVE WS-STUDENTS-DISPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CANCEL-REC.
           WRITE CANCEL-REC AFTER 1.

           MOVE SPACES TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 2.

           MOVE "STUDENTS DISPLACED" TO TR-CAPTION.
           MOVE WS-STUDENTS-DISPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 1.

           MOVE "REMOVED FROM SECTION WAITLIST" TO TR-CAPTION.
           MOVE WS-WAITLIST-REMOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 1.

           MOVE "WITH NO OTHER OPEN SECTION" TO TR-CAPTION.
           MOVE WS-DISPLACED-NO-OPEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 1.

           MOVE "NOT ON THE STUDENT MASTER" TO TR-CAPTION.
           MOVE WS-NOT-ON-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DISPLACED-REC.
           WRITE DISPLACED-REC AFTER 1.


      *****************************************************
      *  360-LOG-COMMUNICATION - ONE COMMUNICATIONS LOG    *
      *  RECORD PER CANCELLATION NOTICE PRODUCED.  THE     *
      *  CALLER SETS CM-STUDENT-ID AND CM-TERM-CODE.       *
      *****************************************************
       360-LOG-COMMUNICATION.

           MOVE "CANC" TO CM-DOC-TYPE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE "P" TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
