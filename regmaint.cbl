      *  EVERY TRANSACTION IS VALIDATED AGAINST THE        *
      *  STUDENT MASTER, THE COURSE CATALOG, AND THE       *
      *  ACADEMIC CALENDAR - THE EFFECTIVE DATE MUST FALL  *
      *  WITHIN THE TERM'S START AND END DATES.  AN ACTIVE *
      *  FINANCIAL, ADVISING, OR DISCIPLINARY HOLD ON      *
      *  HOLDFILE BLOCKS ADD TRANSACTIONS, AS DOES A       *
      *  COURSE INACTIVATED IN THE CATALOG AS OF THE TERM. *
      *  AN ADD NAMING A SECTION MUST FIND IT ON SECTFILE  *
      *  AND TAKES ONE OF ITS SEATS.  AN ADD WHOSE SECTION *
      *  MEETS AT THE SAME TIME AS A SECTION THE STUDENT   *
      *  IS ALREADY REGISTERED IN IS REJECTED AS A TIME    *
      *  CONFLICT.  AN ADD TO A FULL SECTION IS NOT        *
      *  REJECTED BUT QUEUED ON WAITLIST IN REQUEST ORDER. *
      *  A DROP GIVES THE SEAT BACK AND PROMOTES THE NEXT  *
      *  WAITLISTED STUDENTS INTO THE SECTION, EACH        *
      *  PROMOTION PASSING THE SAME EDITS AS A NEW ADD;    *
      *  EVERY PROMOTION PRINTS ON THE REGISTER AND IS     *
      *  WRITTEN TO THE WAITNOTE NOTICE EXTRACT.  AN ADD   *
      *  DATED BEFORE THE STUDENT'S TIMETKT REGISTRATION   *
      *  TICKET FOR THE TERM IS REJECTED.  AN ADD THAT     *
      *  TAKES THE TERM'S ATTEMPTED CREDITS OVER THE       *
      *  LOADPARM LIMIT FOR THE STUDENT'S ACADEMIC         *
      *  STANDING IS REJECTED UNLESS AN OVERLOAD APPROVAL  *
      *  FROM AN AUTHORIZED APPROVER IS ON OVLDFILE FOR    *
      *  THE TERM; EVERY ADD OVER ITS LIMIT, APPROVED OR   *
      *  NOT, PRINTS ON THE OVLDRPT EXCEPTIONS LISTING FOR *
      *  THE DEANS.  EACH DROPPED COURSE IS REFUNDED ON    *
      *  THE AR LEDGER AT THE RFNDSCHD PERCENTAGE FOR THE  *
      *  DROP DATE AND LISTED ON THE RFNDRGST REFUND       *
      *  REGISTER.  A STUDENT MAY HOLD ONLY ONE COURSE OF  *
      *  A CATALOG CROSS-LIST GROUP IN A TERM - AN ADD FOR *
      *  ANOTHER MEMBER OF THE GROUP IS REJECTED.  AN ADD  *
      *  MUST REGISTER FOR CREDITS WITHIN THE COURSE'S     *
      *  CATALOG RANGE; A VARIABLE-CREDIT COURSE TAKES THE *
      *  CREDITS THE STUDENT REGISTERS FOR.  AN "O"        *
      *  TRANSACTION IS THE FOLLOW-UP THE REGONL ONLINE    *
      *  TRANSACTION QUEUES FOR A DROP IT HAS ALREADY      *
      *  TAKEN OFF REGFILE AND WHOSE SEAT IT HAS GIVEN     *
      *  BACK; THE RUN POSTS ITS REFUND AND PROMOTES THE   *
      *  SECTION'S WAITLIST.  AN "S" TRANSACTION, FROM     *
      *  WITHDRAW, NAMES A SECTION SEAT A FULL-TERM        *
      *  WITHDRAWAL HAS ALREADY GIVEN BACK; ONLY THE       *
      *  SECTION'S WAITLIST IS PROMOTED.  A SECTION        *
      *  CANCELLED BY SECTCANC TAKES NO ADDS AND PROMOTES  *
      *  NO WAITLIST.  AN APPLIED / REJECTED REGISTER      *
      *  PRINTS ON REGRGSTR.                               *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

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

           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN WAITLIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-WAIT-STATUS.

           SELECT OPTIONAL TICKET-FILE
               ASSIGN TIMETKT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TK-TICKET-KEY
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT LOAD-PARM-FILE
               ASSIGN LOADPARM
               FILE STATUS IS WS-LOADPARM-STATUS.

           SELECT OPTIONAL OVERLOAD-FILE
               ASSIGN OVLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OV-APPROVAL-KEY
               FILE STATUS IS WS-OVLD-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT REFUND-SCHEDULE-FILE
               ASSIGN RFNDSCHD
               FILE STATUS IS WS-RFND-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN ARLEDGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WAIT-NOTICE-EXTRACT
               ASSIGN WAITNOTE.

           SELECT OVERLOAD-LISTING
               ASSIGN OVLDRPT.

           SELECT REG-REGISTER
               ASSIGN REGRGSTR.

           SELECT REFUND-REGISTER
               ASSIGN RFNDRGST.

       DATA DIVISION.

       FILE SECTION.
           05  RT-ACTION                PIC X(01).
               88  RT-ACTION-ADD                    VALUE "A".
               88  RT-ACTION-DROP                   VALUE "D".
               88  RT-ACTION-ONLINE-DROP            VALUE "O".
               88  RT-ACTION-SEAT-RELEASED          VALUE "S".
               88  RT-ACTION-FOLLOW-UP              VALUE "O" "S".
               88  RT-ACTION-VALID                  VALUE "A" "D"
                                                          "O" "S".
           05  RT-STUDENT-ID            PIC 9(09).
           05  RT-TERM-CODE             PIC X(05).
           05  RT-COURSE-ID             PIC X(06).
               88  RT-BASIS-VALID               VALUE "G" "P"
                                                      "I" SPACE.
           05  RT-EFFECTIVE-DATE        PIC 9(08).
           05  RT-SECTION-NO            PIC X(03).

       FD  STUDENT-FILE.


            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  WAITLIST-FILE.

            COPY WAITLIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TICKET-FILE.

            COPY TIMETKT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  LOAD-PARM-FILE.

       01  LOAD-PARM-RECORD.
           05  LP-STANDING-CODE         PIC X(01).
           05  LP-MAX-CREDITS           PIC 99V9.
           05                           PIC X(76).

       FD  OVERLOAD-FILE.

            COPY OVLDAPPR IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REFUND-SCHEDULE-FILE.

            COPY RFNDSCHD IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AR-LEDGER-FILE.

            COPY ARLEDGER IN KC2477.SHARED.COBOL.STUDGPA.

       FD  WAIT-NOTICE-EXTRACT.

       01  WAIT-NOTICE-RECORD.
           05  WN-STUDENT-ID            PIC 9(09).
           05  WN-NAME-LAST             PIC X(16).
           05  WN-NAME-FIRST            PIC X(12).
           05  WN-TERM-CODE             PIC X(05).
           05  WN-COURSE-ID             PIC X(06).
           05  WN-SECTION-NO            PIC X(03).
           05  WN-PROMOTED-DATE         PIC 9(08).

       FD  REG-REGISTER.

       01  REGISTER-REC   PIC X(132).

       FD  OVERLOAD-LISTING.

       01  OVERLOAD-REC   PIC X(132).

       FD  REFUND-REGISTER.

       01  REFUND-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-CRS-SUB              PIC 9(02) VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(02) VALUE ZERO.
           05  WS-STD-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-XLIST-GROUP          PIC X(06) VALUE SPACES.
           05  WS-MIN-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-MAX-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-REG-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-VARIABLE-CREDIT-FLAG PIC X(01) VALUE "N".
               88  COURSE-IS-VARIABLE            VALUE "Y".
           05  WS-XLIST-MATCH-SUB      PIC 9(02) VALUE ZERO.
           05  WS-XLIST-REASON.
               10                      PIC X(33)
                   VALUE "ALREADY REGISTERED IN CROSS-LIST ".
               10  WS-XLIST-COURSE     PIC X(06).
               10                      PIC X(01) VALUE SPACE.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-HOLD-BLOCK-SWITCH    PIC X(01) VALUE "N".
               88  REGISTRATION-HOLD-ACTIVE      VALUE "Y".
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-DROPS-APPLIED        PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-ONLINE-DROPS-DONE    PIC 9(07) VALUE ZERO.
           05  WS-SEATS-PROMOTED       PIC 9(07) VALUE ZERO.
           05  WS-APPLIED-NOTE         PIC X(40).

       01  SECTION-WORK-FIELDS.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-WAIT-STATUS          PIC XX.
           05  WS-TICKET-STATUS        PIC XX.
           05  WS-SECTION-FULL-SWITCH  PIC X(01) VALUE "N".
               88  SECTION-IS-FULL               VALUE "Y".
           05  WS-PROMOTION-SWITCH     PIC X(01) VALUE "N".
               88  PROMOTING-FROM-WAITLIST       VALUE "Y".
           05  WS-WAITLIST-DONE-SWITCH PIC X(01) VALUE "N".
               88  WAITLIST-DONE                 VALUE "Y".
           05  WS-WAIT-SCAN-SWITCH     PIC X(01) VALUE "N".
               88  WAIT-SCAN-DONE                VALUE "Y".
           05  WS-WAIT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WAIT-ENTRY-FOUND              VALUE "Y".
           05  WS-DROPPED-SECTION-NO   PIC X(03) VALUE SPACES.
           05  WS-RELEASED-SECT-KEY    PIC X(14) VALUE SPACES.
           05  WS-PROMOTE-DATE         PIC 9(08) VALUE ZERO.
           05  WS-SAVED-TRAN           PIC X(36).
           05  WS-WAIT-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-ADDS-WAITLISTED      PIC 9(07) VALUE ZERO.
           05  WS-WAITLIST-REMOVED     PIC 9(07) VALUE ZERO.
           05  WS-PROMOTIONS-APPLIED   PIC 9(07) VALUE ZERO.
           05  WS-PROMOTIONS-REJECTED  PIC 9(07) VALUE ZERO.
           05  WS-OTHER-SECT-SWITCH    PIC X(01) VALUE "N".
               88  OTHER-SECTION-FOUND           VALUE "Y".
           05  WS-DAY-SUB              PIC 9(01) VALUE ZERO.
           05  WS-NEW-MEETING-PATTERN.
               10  WS-NEW-MEETING-DAYS PIC X(07).
               10  WS-NEW-DAY-TBL REDEFINES WS-NEW-MEETING-DAYS.
                   15  WS-NEW-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
               10  WS-NEW-START-TIME   PIC 9(04).
               10  WS-NEW-END-TIME     PIC 9(04).
           05  WS-CONFLICT-REASON.
               10                      PIC X(19)
                   VALUE "TIME CONFLICT WITH ".
               10  WS-CONFLICT-COURSE  PIC X(06).
               10                      PIC X(06) VALUE " SECT ".
               10  WS-CONFLICT-SECTION PIC X(03).
               10                      PIC X(06) VALUE SPACES.

       01  LOAD-LIMIT-FIELDS.
           05  WS-LOADPARM-STATUS      PIC XX.
           05  WS-OVLD-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  LOADPARM-EOF-SWITCH     PIC X(01) VALUE "N".
               88  LOADPARM-EOF                  VALUE "Y".
           05  WS-LIMIT-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  LOAD-LIMIT-FOUND              VALUE "Y".
           05  WS-OVLD-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  OVERLOAD-ON-FILE              VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  APPROVER-IS-AUTHORIZED        VALUE "Y".
           05  WS-OVERLOAD-SWITCH      PIC X(01) VALUE "N".
               88  OVERLOAD-APPROVED             VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-NUM-LIMITS           PIC 9(02) VALUE ZERO.
           05  WS-LIMIT-SUB            PIC 9(02) VALUE ZERO.
           05  WS-LOAD-LIMIT           PIC 99V9  VALUE ZERO.
           05  WS-ADD-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-TERM-LOAD            PIC 999V9 VALUE ZERO.
           05  WS-OVERLOADS-APPROVED   PIC 9(07) VALUE ZERO.
           05  WS-OVERLOADS-REJECTED   PIC 9(07) VALUE ZERO.

       01  LOAD-LIMIT-TBL-GROUP.
           05  LOAD-LIMIT-ENTRY OCCURS 10 TIMES.
               10  LL-STANDING-CODE    PIC X(01).
               10  LL-MAX-CREDITS      PIC 99V9.

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
               VALUE "REGMAINT DROP REFUND REGISTER".
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

       01  CONTROL-TRAILER-FIELDS.
           05  WS-WN-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-WN-CTL-HASH          PIC 9(13) VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(37)  VALUE SPACE.
           05                 PIC X(04)  VALUE "SECT".
           05                 PIC X(28)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RD-ACTION          PIC X(01).
           05  RD-DISPOSITION     PIC X(08).
           05                     PIC X(07)  VALUE SPACE.
           05  RD-REASON          PIC X(40).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-SECTION-NO      PIC X(03).
           05                     PIC X(29)  VALUE SPACE.

       01  OVERLOAD-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  OXH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  OXH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  OXH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "REGMAINT CREDIT OVERLOAD EXCEPTIONS".
           05                 PIC X(72)  VALUE SPACE.

       01  OVERLOAD-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(16)  VALUE "LAST NAME".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "STND".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(05)  VALUE "LIMIT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "LOAD".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(06)  VALUE "APPRVD".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "APPROVER".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(29)  VALUE SPACE.

       01  OVERLOAD-DETAIL-LINE.
           05  OX-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  OX-NAME-LAST       PIC X(16).
           05                     PIC X(02)  VALUE SPACE.
           05  OX-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  OX-COURSE-ID       PIC X(06).
           05                     PIC X(04)  VALUE SPACE.
           05  OX-STANDING        PIC X(01).
           05                     PIC X(06)  VALUE SPACE.
           05  OX-LOAD-LIMIT      PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  OX-TERM-LOAD       PIC ZZ9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  OX-APPROVED-MAX    PIC Z9.9   BLANK WHEN ZERO.
           05                     PIC X(03)  VALUE SPACE.
           05  OX-APPROVER-ID     PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  OX-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  OX-REASON          PIC X(35).

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  CD-CURRENT-TIME.
              10  CD-HOURS            PIC 9(02).
              10  CD-MINUTES          PIC 9(02).
              10  CD-SECONDS          PIC 9(02).
              10  CD-HUNDREDTHS       PIC 9(02).
           05                         PIC X(05).

       PROCEDURE DIVISION.

               END-IF
           END-PERFORM.

           PERFORM 235-WRITE-CONTROL-TRAILER.
           PERFORM 240-PRINT-TRAILER.
           PERFORM 245-PRINT-REFUND-TRAILER.

           CLOSE REG-TRAN-FILE
                 STUDENT-FILE
                 CATALOG-FILE
                 CALENDAR-FILE
                 HOLD-FILE
                 SECTION-MASTER-FILE
                 REG-SECTION-FILE
                 WAITLIST-FILE
                 TICKET-FILE
                 OVERLOAD-FILE
                 AUTH-FILE
                 REFUND-SCHEDULE-FILE
                 AR-LEDGER-FILE
                 WAIT-NOTICE-EXTRACT
                 REG-REGISTER
                 OVERLOAD-LISTING
                 REFUND-REGISTER.

           STOP RUN.

           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-MONTH   TO RRH-MONTH.
           MOVE CD-DAY     TO RRH-DAY.
           MOVE CD-YEAR    TO RRH-YEAR.
           MOVE CD-CURRENT-TIME (1:6) TO WS-RUN-TIME.

           OPEN INPUT REG-TRAN-FILE.

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

           IF WS-RSECT-STATUS NOT = '00' AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O WAITLIST-FILE.

           IF WS-WAIT-STATUS NOT = '00' AND WS-WAIT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION WAITLIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-WAIT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT TICKET-FILE.

           IF WS-TICKET-STATUS NOT = '00'
                   AND WS-TICKET-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TIME-TICKET FILE'
               DISPLAY ' FILE STATUS IS ', WS-TICKET-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT OVERLOAD-FILE.

           IF WS-OVLD-STATUS NOT = '00' AND WS-OVLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OVERLOAD APPROVAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 105-LOAD-LIMITS.

           OPEN OUTPUT WAIT-NOTICE-EXTRACT.
           PERFORM 106-LOAD-REFUND-SCHEDULE.

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

           OPEN OUTPUT REG-REGISTER.
           OPEN OUTPUT OVERLOAD-LISTING.
           OPEN OUTPUT REFUND-REGISTER.

           MOVE REFUND-HEADING-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER PAGE.
           MOVE REFUND-COLUMN-LINE TO REFUND-REC.
           WRITE REFUND-REC AFTER 2.
           MOVE SPACES TO REFUND-REC.
           WRITE REFUND-REC.

           MOVE CD-MONTH   TO OXH-MONTH.
           MOVE CD-DAY     TO OXH-DAY.
           MOVE CD-YEAR    TO OXH-YEAR.
           MOVE OVERLOAD-HEADING-LINE TO OVERLOAD-REC.
           WRITE OVERLOAD-REC AFTER PAGE.
           MOVE OVERLOAD-COLUMN-LINE TO OVERLOAD-REC.
           WRITE OVERLOAD-REC AFTER 2.
           MOVE SPACES TO OVERLOAD-REC.
           WRITE OVERLOAD-REC.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           WRITE REGISTER-REC.


      *****************************************************
      *  105-LOAD-LIMITS - ONE LOADPARM CARD PER ACADEMIC  *
      *  STANDING CODE WITH THE MAXIMUM ATTEMPTED CREDITS  *
      *  A STUDENT IN THAT STANDING MAY CARRY IN A TERM.   *
      *  A STANDING WITH NO CARD IS NOT LIMITED.           *
      *****************************************************
       105-LOAD-LIMITS.

           OPEN INPUT LOAD-PARM-FILE.

           IF WS-LOADPARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-LIMITS'
               DISPLAY ' ERROR OPENING THE LOADPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-LOADPARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL LOADPARM-EOF
               READ LOAD-PARM-FILE
                   AT END
                       SET LOADPARM-EOF TO TRUE
               END-READ
               IF NOT LOADPARM-EOF
                   IF LP-MAX-CREDITS NOT NUMERIC
                       DISPLAY '******************************'
                       DISPLAY ' 105-LOAD-LIMITS'
                       DISPLAY ' LOADPARM MAXIMUM NOT NUMERIC FOR'
                       DISPLAY ' STANDING ', LP-STANDING-CODE
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NUM-LIMITS
                   IF WS-NUM-LIMITS > 10
                       DISPLAY '******************************'
                       DISPLAY ' 105-LOAD-LIMITS'
                       DISPLAY ' TOO MANY LOADPARM CARDS -'
                       DISPLAY ' MAXIMUM IS 10'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE LP-STANDING-CODE
                       TO LL-STANDING-CODE (WS-NUM-LIMITS)
                   MOVE LP-MAX-CREDITS
                       TO LL-MAX-CREDITS (WS-NUM-LIMITS)
               END-IF
           END-PERFORM.

           CLOSE LOAD-PARM-FILE.

           IF WS-NUM-LIMITS = ZERO
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-LIMITS'
               DISPLAY ' LOADPARM CARD IS MISSING'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.
           MOVE "N" TO WS-SECTION-FULL-SWITCH.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN RT-ACTION-ADD
                       IF SECTION-IS-FULL
                           PERFORM 190-APPLY-WAITLIST
                       ELSE
                           PERFORM 130-APPLY-ADD
                       END-IF
                   WHEN RT-ACTION-DROP
                       PERFORM 150-APPLY-DROP
                   WHEN RT-ACTION-ONLINE-DROP
                       PERFORM 156-COMPLETE-ONLINE-DROP
                   WHEN RT-ACTION-SEAT-RELEASED
                       PERFORM 154-PROMOTE-RELEASED-SEAT
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
       120-EDIT-TRAN.

           IF NOT RT-ACTION-VALID
               MOVE "ACTION CODE NOT A / D / O / S" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

               PERFORM 124-CHECK-CALENDAR
           END-IF.

           IF TRAN-IS-VALID AND RT-ACTION-ADD
                   AND NOT PROMOTING-FROM-WAITLIST
               PERFORM 121-CHECK-TICKET
           END-IF.

           IF TRAN-IS-VALID AND NOT RT-ACTION-FOLLOW-UP
               PERFORM 126-CHECK-CATALOG
           END-IF.

           IF TRAN-IS-VALID AND RT-ACTION-ADD
               PERFORM 133-CHECK-CREDIT-RANGE
           END-IF.

           IF TRAN-IS-VALID AND RT-ACTION-ADD
                   AND RT-SECTION-NO NOT = SPACES
               PERFORM 127-CHECK-SECTION
           END-IF.

           IF TRAN-IS-VALID AND RT-ACTION-ADD
               PERFORM 128-CHECK-HOLDS
           END-IF.

           IF TRAN-IS-VALID AND RT-ACTION-ADD
               PERFORM 129-CHECK-CREDIT-LOAD
           END-IF.


       122-CHECK-STUDENT.

                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF NOT SM-ENROLLED-ACTIVE
                           AND NOT RT-ACTION-FOLLOW-UP
                       MOVE "STUDENT NOT ACTIVELY ENROLLED"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-READ.


      *****************************************************
      *  121-CHECK-TICKET - A STUDENT HOLDING A TIMETKT    *
      *  TICKET FOR THE TERM MAY NOT ADD BEFORE THE TICKET *
      *  DATE.  NO TICKET ON FILE - NO RESTRICTION.  A     *
      *  WAITLIST PROMOTION IS DATED BY THE DROP THAT      *
      *  OPENED THE SEAT AND IS NOT HELD TO THE TICKET.    *
      *****************************************************
       121-CHECK-TICKET.

           MOVE RT-STUDENT-ID TO TK-STUDENT-ID.
           MOVE RT-TERM-CODE  TO TK-TERM-CODE.
           READ TICKET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RT-EFFECTIVE-DATE < TK-TICKET-DATE
                       MOVE "ADD DATED BEFORE REGISTRATION TICKET"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
           END-READ.


       126-CHECK-CATALOG.

           MOVE RT-COURSE-ID TO CC-COURSE-ID.
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   MOVE CC-STD-CREDITS TO WS-STD-CREDITS
                   MOVE CC-XLIST-GROUP TO WS-XLIST-GROUP
                   MOVE CC-MIN-CREDITS TO WS-MIN-CREDITS
                   MOVE CC-MAX-CREDITS TO WS-MAX-CREDITS
                   MOVE CC-VARIABLE-CREDIT-FLAG
                       TO WS-VARIABLE-CREDIT-FLAG
                   IF CC-COURSE-INACTIVE AND RT-ACTION-ADD
                           AND RT-TERM-CODE NOT < CC-EFFECTIVE-TERM
                       MOVE "COURSE INACTIVE IN CATALOG"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
           END-READ.


      *****************************************************
      *  133-CHECK-CREDIT-RANGE - THE CREDITS AN ADD       *
      *  REGISTERS FOR (THE ATTEMPTED CREDITS, OR THE      *
      *  CATALOG STANDARD CREDITS WHEN BLANK) MUST FALL    *
      *  WITHIN THE COURSE'S CATALOG MINIMUM AND MAXIMUM.  *
      *****************************************************
       133-CHECK-CREDIT-RANGE.

           IF RT-ATTEMPTED-CREDITS NUMERIC
                   AND RT-ATTEMPTED-CREDITS > ZERO
               MOVE RT-ATTEMPTED-CREDITS TO WS-REG-CREDITS
           ELSE
               MOVE WS-STD-CREDITS TO WS-REG-CREDITS
           END-IF.

           IF WS-REG-CREDITS < WS-MIN-CREDITS
                   OR WS-REG-CREDITS > WS-MAX-CREDITS
               MOVE "CREDITS OUTSIDE CATALOG RANGE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.


      *****************************************************
      *  127-CHECK-SECTION - A SECTION NAMED ON AN ADD     *
      *  MUST BE ON THE SECTION MASTER FOR THE COURSE AND  *
      *  TERM, AND MAY NOT MEET AT THE SAME TIME AS ANY    *
      *  SECTION THE STUDENT IS ALREADY REGISTERED IN.     *
      *  WHEN ITS SEATS ARE ALL TAKEN THE ADD IS FLAGGED   *
      *  FOR THE WAITLIST RATHER THAN REJECTED.  THE       *
      *  SECTION IS RE-READ AFTER THE CONFLICT CHECK SO    *
      *  ITS RECORD IS IN THE BUFFER FOR 137-TAKE-SEAT.    *
      *  AN ADD WITH NO SECTION IS NOT SEAT-CONTROLLED.    *
      *  A SECTION CANCELLED BY SECTCANC TAKES NO ADDS.    *
      *****************************************************
       127-CHECK-SECTION.

           MOVE RT-COURSE-ID  TO CS-COURSE-ID.
           MOVE RT-TERM-CODE  TO CS-TERM-CODE.
           MOVE RT-SECTION-NO TO CS-SECTION-NO.
           READ SECTION-MASTER-FILE
               INVALID KEY
                   MOVE "SECTION NOT ON SECTION MASTER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF CS-SECTION-CANCELLED
                       MOVE "SECTION HAS BEEN CANCELLED"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   ELSE
                       MOVE CS-MEETING-PATTERN
                           TO WS-NEW-MEETING-PATTERN
                   END-IF
           END-READ.

           IF TRAN-IS-VALID AND WS-NEW-MEETING-DAYS NOT = SPACES
               PERFORM 123-CHECK-TIME-CONFLICT
               MOVE RT-COURSE-ID  TO CS-COURSE-ID
               MOVE RT-TERM-CODE  TO CS-TERM-CODE
               MOVE RT-SECTION-NO TO CS-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       MOVE "SECTION NOT ON SECTION MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID
               IF NOT CS-NO-SEAT-LIMIT
                       AND CS-ENROLLED-COUNT NOT < CS-SEAT-CAPACITY
                   MOVE "Y" TO WS-SECTION-FULL-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  123-CHECK-TIME-CONFLICT - WALKS THE COURSES       *
      *  ALREADY ON THE STUDENT'S REGISTRATION RECORD.     *
      *  EACH ONE ADDED INTO A SECTION (REGSECT) IS        *
      *  COMPARED WITH THE NEW SECTION'S MEETING PATTERN;  *
      *  COURSES REGISTERED WITHOUT A SECTION, OR IN A     *
      *  SECTION WITH NO MEETING DAYS, CANNOT CONFLICT.    *
      *****************************************************
       123-CHECK-TIME-CONFLICT.

           PERFORM 145-READ-REG-RECORD.

           IF REG-RECORD-FOUND
               PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                       UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                          OR NOT TRAN-IS-VALID
                   IF RG-COURSE-ID (WS-CRS-SUB) NOT = RT-COURSE-ID
                       PERFORM 125-COMPARE-MEETING
                   END-IF
               END-PERFORM
           END-IF.


      *****************************************************
      *  125-COMPARE-MEETING - TWO SECTIONS CONFLICT WHEN  *
      *  THEY SHARE A MEETING DAY AND EACH STARTS BEFORE   *
      *  THE OTHER ENDS.                                   *
      *****************************************************
       125-COMPARE-MEETING.

           MOVE "N" TO WS-OTHER-SECT-SWITCH.
           MOVE RT-STUDENT-ID TO RS-STUDENT-ID.
           MOVE RT-TERM-CODE  TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (WS-CRS-SUB) TO RS-COURSE-ID.
           READ REG-SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RS-COURSE-ID  TO CS-COURSE-ID
                   MOVE RS-TERM-CODE  TO CS-TERM-CODE
                   MOVE RS-SECTION-NO TO CS-SECTION-NO
                   READ SECTION-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-OTHER-SECT-SWITCH
                   END-READ
           END-READ.

           IF OTHER-SECTION-FOUND
                   AND CS-MEETING-DAYS NOT = SPACES
                   AND CS-START-TIME < WS-NEW-END-TIME
                   AND WS-NEW-START-TIME < CS-END-TIME
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                          OR NOT TRAN-IS-VALID
                   IF CS-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                           AND WS-NEW-DAY-FLAG (WS-DAY-SUB)
                               NOT = SPACE
                       MOVE CS-COURSE-ID  TO WS-CONFLICT-COURSE
                       MOVE CS-SECTION-NO TO WS-CONFLICT-SECTION
                       MOVE WS-CONFLICT-REASON TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-PERFORM
           END-IF.


      *****************************************************
      *  128-CHECK-HOLDS - AN ACTIVE FINANCIAL, ADVISING,  *
           END-IF.


      *****************************************************
      *  129-CHECK-CREDIT-LOAD - THE ADD'S ATTEMPTED       *
      *  CREDITS PLUS THOSE ALREADY ON THE REGISTRATION    *
      *  RECORD MAY NOT EXCEED THE LOADPARM LIMIT FOR THE  *
      *  STUDENT'S STANDING (THE MASTER IS STILL IN THE    *
      *  BUFFER FROM 122-CHECK-STUDENT).  AN OVERLOAD      *
      *  APPROVAL ON OVLDFILE RAISES THE LIMIT FOR THE     *
      *  TERM WHILE ITS APPROVER REMAINS AUTHORIZED FOR    *
      *  OVLDMNT.  A REJECTED OVERLOAD PRINTS ON THE       *
      *  EXCEPTIONS LISTING HERE; AN APPROVED ONE PRINTS   *
      *  WHEN THE ADD IS APPLIED.                          *
      *****************************************************
       129-CHECK-CREDIT-LOAD.

           MOVE "N" TO WS-OVERLOAD-SWITCH.
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH.

           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-NUM-LIMITS
                      OR LOAD-LIMIT-FOUND
               IF LL-STANDING-CODE (WS-LIMIT-SUB)
                       = SM-ACADEMIC-STANDING
                   MOVE "Y" TO WS-LIMIT-FOUND-SWITCH
                   MOVE LL-MAX-CREDITS (WS-LIMIT-SUB)
                       TO WS-LOAD-LIMIT
               END-IF
           END-PERFORM.

           IF LOAD-LIMIT-FOUND
               IF RT-ATTEMPTED-CREDITS NUMERIC
                       AND RT-ATTEMPTED-CREDITS > ZERO
                   MOVE RT-ATTEMPTED-CREDITS TO WS-ADD-CREDITS
               ELSE
                   MOVE WS-STD-CREDITS TO WS-ADD-CREDITS
               END-IF
               MOVE WS-ADD-CREDITS TO WS-TERM-LOAD
               PERFORM 145-READ-REG-RECORD
               IF REG-RECORD-FOUND
                   PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                           UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                       ADD RG-ATTEMPTED-CREDITS (WS-CRS-SUB)
                           TO WS-TERM-LOAD
                   END-PERFORM
               END-IF
               IF WS-TERM-LOAD > WS-LOAD-LIMIT
                   PERFORM 131-CHECK-OVERLOAD
               END-IF
           END-IF.


       131-CHECK-OVERLOAD.

           MOVE "N" TO WS-OVLD-FOUND-SWITCH.
           MOVE "N" TO WS-AUTH-OK-SWITCH.
           MOVE RT-STUDENT-ID TO OV-STUDENT-ID.
           MOVE RT-TERM-CODE  TO OV-TERM-CODE.
           READ OVERLOAD-FILE
               INVALID KEY
                   MOVE ZERO   TO OV-MAX-CREDITS
                   MOVE SPACES TO OV-APPROVER-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-OVLD-FOUND-SWITCH
           END-READ.

           IF OVERLOAD-ON-FILE
               MOVE OV-APPROVER-ID TO AU-USER-ID
               MOVE "OVLDMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR APPROVER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1) = "A"
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN NOT OVERLOAD-ON-FILE
                   MOVE "CREDIT LOAD OVER LIMIT FOR STANDING"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN NOT APPROVER-IS-AUTHORIZED
                   MOVE "OVERLOAD APPROVER NOT AUTHORIZED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN WS-TERM-LOAD > OV-MAX-CREDITS
                   MOVE "CREDIT LOAD OVER APPROVED OVERLOAD"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   MOVE "Y" TO WS-OVERLOAD-SWITCH
           END-EVALUATE.

           IF NOT TRAN-IS-VALID
               ADD 1 TO WS-OVERLOADS-REJECTED
               MOVE "REJECTED" TO OX-DISPOSITION
               MOVE WS-REJECT-REASON TO OX-REASON
               PERFORM 138-WRITE-OVERLOAD-LINE
           END-IF.


       130-APPLY-ADD.

           PERFORM 145-READ-REG-RECORD.

           IF REG-RECORD-FOUND
               PERFORM 148-FIND-COURSE
               PERFORM 149-FIND-XLIST-MATCH
               EVALUATE TRUE
                   WHEN WS-MATCH-SUB > ZERO
                       MOVE "COURSE ALREADY REGISTERED"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   WHEN WS-XLIST-MATCH-SUB > ZERO
                       MOVE RG-COURSE-ID (WS-XLIST-MATCH-SUB)
                           TO WS-XLIST-COURSE
                       MOVE WS-XLIST-REASON TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   WHEN RG-NUM-CRS-ENROLLED >= 30
                       MOVE "REGISTRATION RECORD FULL - 30 COURSES"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   WHEN OTHER
                       ADD 1 TO RG-NUM-CRS-ENROLLED
                       MOVE RG-NUM-CRS-ENROLLED TO WS-CRS-SUB
                       PERFORM 135-BUILD-COURSE-OCCURRENCE
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               PERFORM 137-TAKE-SEAT
                       END-REWRITE
               END-EVALUATE
           ELSE
               MOVE RT-STUDENT-ID TO RG-STUDENT-ID
               MOVE RT-TERM-CODE  TO RG-TERM-CODE
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       PERFORM 137-TAKE-SEAT
               END-WRITE
           END-IF.

      *  SLOT WS-CRS-SUB FROM THE TRANSACTION AND THE      *
      *  CATALOG.  CATALOG STANDARD CREDITS ARE THE        *
      *  COURSE CREDITS; A BLANK ATTEMPTED FIELD ALSO      *
      *  TAKES THE CATALOG CREDITS.  A VARIABLE-CREDIT     *
      *  COURSE CARRIES THE CREDITS REGISTERED FOR.  THE   *
      *  PERCENTAGE IS ZERO UNTIL A GRADE EXISTS.          *
      *****************************************************
       135-BUILD-COURSE-OCCURRENCE.

           MOVE RT-COURSE-ID TO RG-COURSE-ID (WS-CRS-SUB).
           IF COURSE-IS-VARIABLE
               MOVE WS-REG-CREDITS TO RG-COURSE-CREDITS (WS-CRS-SUB)
           ELSE
               MOVE WS-STD-CREDITS TO RG-COURSE-CREDITS (WS-CRS-SUB)
           END-IF.
           MOVE ZEROS TO RG-PERCENTAGE-EARNED (WS-CRS-SUB).
           IF RT-ATTEMPTED-CREDITS NUMERIC
                   AND RT-ATTEMPTED-CREDITS > ZERO
           MOVE SPACE TO RG-FORGIVE-FLAG (WS-CRS-SUB).


      *****************************************************
      *  137-TAKE-SEAT - COUNTS THE APPLIED ADD OR         *
      *  PROMOTION.  AN ADD INTO A SECTION RAISES THE      *
      *  SECTION'S ENROLLED COUNT AND RECORDS THE SECTION  *
      *  ON REGSECT SO THE DROP CAN GIVE THE SEAT BACK.    *
      *  THE SECTION RECORD IS STILL IN THE BUFFER FROM    *
      *  127-CHECK-SECTION.  A PROMOTION ALSO WRITES THE   *
      *  STUDENT'S NOTICE TO THE WAITNOTE EXTRACT.         *
      *****************************************************
       137-TAKE-SEAT.

           IF PROMOTING-FROM-WAITLIST
               ADD 1 TO WS-PROMOTIONS-APPLIED
           ELSE
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

           IF RT-SECTION-NO NOT = SPACES
               ADD 1 TO CS-ENROLLED-COUNT
               REWRITE COURSE-SECTION-RECORD
                   INVALID KEY
                       MOVE "SECTION ENROLLED COUNT NOT UPDATED"
                           TO WS-APPLIED-NOTE
               END-REWRITE
               MOVE RT-STUDENT-ID     TO RS-STUDENT-ID
               MOVE RT-TERM-CODE      TO RS-TERM-CODE
               MOVE RT-COURSE-ID      TO RS-COURSE-ID
               MOVE RT-SECTION-NO     TO RS-SECTION-NO
               MOVE RT-EFFECTIVE-DATE TO RS-ADD-DATE
               WRITE REGISTERED-SECTION-RECORD
                   INVALID KEY
                       REWRITE REGISTERED-SECTION-RECORD
                           INVALID KEY
                               MOVE "SECTION XREF NOT WRITTEN"
                                   TO WS-APPLIED-NOTE
                       END-REWRITE
               END-WRITE
           END-IF.

           PERFORM 170-WRITE-APPLIED.

           IF PROMOTING-FROM-WAITLIST
               PERFORM 188-WRITE-NOTICE
           END-IF.

           IF OVERLOAD-APPROVED
               ADD 1 TO WS-OVERLOADS-APPROVED
               MOVE "APPROVED" TO OX-DISPOSITION
               MOVE OV-REASON TO OX-REASON
               PERFORM 138-WRITE-OVERLOAD-LINE
           END-IF.


       138-WRITE-OVERLOAD-LINE.

           MOVE RT-STUDENT-ID        TO OX-STUDENT-ID.
           MOVE SM-NAME-LAST         TO OX-NAME-LAST.
           MOVE RT-TERM-CODE         TO OX-TERM-CODE.
           MOVE RT-COURSE-ID         TO OX-COURSE-ID.
           MOVE SM-ACADEMIC-STANDING TO OX-STANDING.
           MOVE WS-LOAD-LIMIT        TO OX-LOAD-LIMIT.
           MOVE WS-TERM-LOAD         TO OX-TERM-LOAD.
           MOVE OV-MAX-CREDITS       TO OX-APPROVED-MAX.
           MOVE OV-APPROVER-ID       TO OX-APPROVER-ID.
           MOVE OVERLOAD-DETAIL-LINE TO OVERLOAD-REC.
           WRITE OVERLOAD-REC.


       145-READ-REG-RECORD.

           MOVE "N" TO WS-REG-FOUND-SWITCH.
           END-PERFORM.


      *****************************************************
      *  149-FIND-XLIST-MATCH - WHEN THE COURSE BEING      *
      *  ADDED IS CROSS-LISTED, FINDS ANY COURSE ALREADY   *
      *  ON THE REGISTRATION RECORD IN THE SAME CATALOG    *
      *  CROSS-LIST GROUP.                                 *
      *****************************************************
       149-FIND-XLIST-MATCH.

           MOVE ZERO TO WS-XLIST-MATCH-SUB.
           IF WS-XLIST-GROUP NOT = SPACES
               PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                       UNTIL WS-CRS-SUB > RG-NUM-CRS-ENROLLED
                          OR WS-XLIST-MATCH-SUB > ZERO
                   MOVE RG-COURSE-ID (WS-CRS-SUB) TO CC-COURSE-ID
                   READ CATALOG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CC-XLIST-GROUP = WS-XLIST-GROUP
                               MOVE WS-CRS-SUB TO WS-XLIST-MATCH-SUB
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.


       150-APPLY-DROP.

           PERFORM 145-READ-REG-RECORD.

           MOVE ZERO TO WS-MATCH-SUB.
           IF REG-RECORD-FOUND
               PERFORM 148-FIND-COURSE
           END-IF.

           IF WS-MATCH-SUB = ZERO
               PERFORM 158-DROP-WAITLIST-ENTRY
           ELSE
               MOVE RG-ATTEMPTED-CREDITS (WS-MATCH-SUB)
                   TO WS-RF-CREDITS
               PERFORM 152-FIND-SECTION
               PERFORM 155-REMOVE-COURSE
           END-IF.


       152-FIND-SECTION.

           MOVE SPACES TO WS-DROPPED-SECTION-NO.
           MOVE RT-STUDENT-ID TO RS-STUDENT-ID.
           MOVE RT-TERM-CODE  TO RS-TERM-CODE.
           MOVE RT-COURSE-ID  TO RS-COURSE-ID.
           READ REG-SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RS-SECTION-NO TO WS-DROPPED-SECTION-NO
           END-READ.


      *****************************************************
      *  155-REMOVE-COURSE - CLOSES THE GAP LEFT BY THE    *
                   NOT INVALID KEY
                       ADD 1 TO WS-DROPS-APPLIED
                       PERFORM 170-WRITE-APPLIED
                       PERFORM 159-REFUND-DROP
                       PERFORM 157-RELEASE-SEAT
               END-DELETE
           ELSE
               REWRITE CURRENT-REG-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-DROPS-APPLIED
                       PERFORM 170-WRITE-APPLIED
                       PERFORM 159-REFUND-DROP
                       PERFORM 157-RELEASE-SEAT
               END-REWRITE
           END-IF.


      *****************************************************
      *  156-COMPLETE-ONLINE-DROP - AN "O" RECORD IS THE   *
      *  FOLLOW-UP REGONL QUEUES FOR A DROP ALREADY TAKEN  *
      *  OFF REGFILE AT THE TERMINAL, WITH ITS SEAT        *
      *  ALREADY GIVEN BACK.  WHAT IS LEFT IS DONE HERE:   *
      *  THE COURSE IS REFUNDED ON ITS ATTEMPTED CREDITS   *
      *  AS OF THE DROP DATE, AND THE SECTION IT WAS IN    *
      *  HAS ITS WAITLIST PROMOTED INTO THE OPENED SEAT.   *
      *  THE DROP HAS ALREADY HAPPENED, SO IT IS FINISHED  *
      *  EVEN IF THE STUDENT IS NO LONGER ACTIVE OR THE    *
      *  COURSE HAS SINCE LEFT THE CATALOG - AS IS THE "S" *
      *  RECORD (154-PROMOTE-RELEASED-SEAT).               *
      *****************************************************
       156-COMPLETE-ONLINE-DROP.

           ADD 1 TO WS-ONLINE-DROPS-DONE.
           MOVE "ONLINE DROP - REFUND AND WAITLIST"
               TO WS-APPLIED-NOTE.
           PERFORM 170-WRITE-APPLIED.

           IF RT-ATTEMPTED-CREDITS NUMERIC
               MOVE RT-ATTEMPTED-CREDITS TO WS-RF-CREDITS
           ELSE
               MOVE ZERO TO WS-RF-CREDITS
           END-IF.
           PERFORM 159-REFUND-DROP.

           MOVE SPACES TO WS-RELEASED-SECT-KEY.
           IF RT-SECTION-NO NOT = SPACES
               MOVE RT-COURSE-ID  TO CS-COURSE-ID
               MOVE RT-TERM-CODE  TO CS-TERM-CODE
               MOVE RT-SECTION-NO TO CS-SECTION-NO
               MOVE CS-SECT-KEY   TO WS-RELEASED-SECT-KEY
               PERFORM 180-PROMOTE-WAITLIST
           END-IF.


      *****************************************************
      *  154-PROMOTE-RELEASED-SEAT - AN "S" RECORD COMES   *
      *  FROM WITHDRAW (WDSEATS) FOR A SECTION SEAT GIVEN  *
      *  BACK BY A FULL-TERM WITHDRAWAL.  THE SEAT IS      *
      *  ALREADY RELEASED AND THE COURSE ALREADY REFUNDED, *
      *  SO ONLY THE SECTION'S WAITLIST IS PROMOTED.       *
      *****************************************************
       154-PROMOTE-RELEASED-SEAT.

           ADD 1 TO WS-SEATS-PROMOTED.
           MOVE "WITHDRAWAL SEAT - WAITLIST PROMOTED"
               TO WS-APPLIED-NOTE.
           PERFORM 170-WRITE-APPLIED.

           MOVE SPACES TO WS-RELEASED-SECT-KEY.
           IF RT-SECTION-NO NOT = SPACES
               MOVE RT-COURSE-ID  TO CS-COURSE-ID
               MOVE RT-TERM-CODE  TO CS-TERM-CODE
               MOVE RT-SECTION-NO TO CS-SECTION-NO
               MOVE CS-SECT-KEY   TO WS-RELEASED-SECT-KEY
               PERFORM 180-PROMOTE-WAITLIST
           END-IF.


      *****************************************************
      *  157-RELEASE-SEAT - A DROPPED COURSE THAT WAS      *
      *  ADDED INTO A SECTION GIVES ITS SEAT BACK: THE     *
      *  REGSECT ENTRY GOES, THE SECTION'S ENROLLED COUNT  *
      *  COMES DOWN, AND THE SECTION'S WAITLIST IS         *
      *  PROMOTED INTO THE OPENED SEATS.                   *
      *****************************************************
       157-RELEASE-SEAT.

           MOVE SPACES TO WS-RELEASED-SECT-KEY.

           IF WS-DROPPED-SECTION-NO NOT = SPACES
               DELETE REG-SECTION-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE RT-COURSE-ID          TO CS-COURSE-ID
               MOVE RT-TERM-CODE          TO CS-TERM-CODE
               MOVE WS-DROPPED-SECTION-NO TO CS-SECTION-NO
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
                       MOVE CS-SECT-KEY TO WS-RELEASED-SECT-KEY
               END-READ
           END-IF.

           IF WS-RELEASED-SECT-KEY NOT = SPACES
               PERFORM 180-PROMOTE-WAITLIST
           END-IF.


       159-REFUND-DROP.

           MOVE RT-STUDENT-ID     TO WS-RF-STUDENT-ID.
           MOVE RT-TERM-CODE      TO WS-RF-TERM-CODE.
           MOVE RT-COURSE-ID      TO WS-RF-COURSE-ID.
           MOVE RT-EFFECTIVE-DATE TO WS-RF-EFFECTIVE-DATE.
           MOVE "REGMNT"          TO WS-RF-USER-ID.
           PERFORM 200-POST-COURSE-REFUND.


      *****************************************************
      *  158-DROP-WAITLIST-ENTRY - A DROP FOR A COURSE     *
      *  THE STUDENT IS NOT REGISTERED IN MAY BE WITHDRAW- *
      *  ING A WAITLIST REQUEST: WHEN THE DROP NAMES THE   *
      *  SECTION AND THE STUDENT IS WAITING FOR IT, THE    *
      *  WAITLIST ENTRY IS REMOVED.  OTHERWISE THE DROP    *
      *  IS REJECTED AS BEFORE.                            *
      *****************************************************
       158-DROP-WAITLIST-ENTRY.

           MOVE "N" TO WS-WAIT-FOUND-SWITCH.

           IF RT-SECTION-NO NOT = SPACES
               PERFORM 192-FIND-STUDENT-WAITING
           END-IF.

           IF WAIT-ENTRY-FOUND
               DELETE WAITLIST-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON WAITLIST FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-WAITLIST-REMOVED
                       MOVE "REMOVED FROM SECTION WAITLIST"
                           TO WS-APPLIED-NOTE
                       PERFORM 170-WRITE-APPLIED
               END-DELETE
           ELSE
               IF NOT REG-RECORD-FOUND
                   MOVE "NO REGISTRATION RECORD FOR TERM"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "COURSE NOT ON REGISTRATION RECORD"
                       TO WS-REJECT-REASON
               END-IF
               PERFORM 160-WRITE-REJECT
           END-IF.


       160-WRITE-REJECT.

           IF PROMOTING-FROM-WAITLIST
               ADD 1 TO WS-PROMOTIONS-REJECTED
               MOVE "W"         TO RD-ACTION
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE RT-ACTION   TO RD-ACTION
           END-IF.
           MOVE RT-STUDENT-ID   TO RD-STUDENT-ID.
           MOVE RT-TERM-CODE    TO RD-TERM-CODE.
           MOVE RT-COURSE-ID    TO RD-COURSE-ID.
           MOVE RT-SECTION-NO   TO RD-SECTION-NO.
           MOVE "REJECTED"      TO RD-DISPOSITION.
           MOVE WS-REJECT-REASON TO RD-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.

       170-WRITE-APPLIED.

           IF PROMOTING-FROM-WAITLIST
               MOVE "W"         TO RD-ACTION
               MOVE "PROMOTED"  TO RD-DISPOSITION
           ELSE
               MOVE RT-ACTION   TO RD-ACTION
               MOVE "APPLIED"   TO RD-DISPOSITION
           END-IF.
           MOVE RT-STUDENT-ID   TO RD-STUDENT-ID.
           MOVE RT-TERM-CODE    TO RD-TERM-CODE.
           MOVE RT-COURSE-ID    TO RD-COURSE-ID.
           MOVE RT-SECTION-NO   TO RD-SECTION-NO.
           MOVE WS-APPLIED-NOTE TO RD-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       175-WRITE-WAITLISTED.

           MOVE RT-ACTION       TO RD-ACTION.
           MOVE RT-STUDENT-ID   TO RD-STUDENT-ID.
           MOVE RT-TERM-CODE    TO RD-TERM-CODE.
           MOVE RT-COURSE-ID    TO RD-COURSE-ID.
           MOVE RT-SECTION-NO   TO RD-SECTION-NO.
           MOVE "WAITLIST"      TO RD-DISPOSITION.
           MOVE "SECTION FULL - PLACED ON WAITLIST"
                                TO RD-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  180-PROMOTE-WAITLIST - FILLS THE SEATS OPENED IN  *
      *  THE SECTION WS-RELEASED-SECT-KEY FROM ITS         *
      *  WAITLIST, OLDEST REQUEST FIRST.  EACH WAITING ADD *
      *  IS TAKEN OFF THE WAITLIST AND RUN THROUGH THE     *
      *  SAME EDITS AND APPLY AS A TRANSACTION, EFFECTIVE  *
      *  ON THE DROP'S DATE.  ONE THAT NO LONGER PASSES    *
      *  (A NEW HOLD, NO LONGER ENROLLED, ALREADY IN THE   *
      *  COURSE) IS REJECTED ON THE REGISTER AND THE NEXT  *
      *  IS TRIED.  THE DROP TRANSACTION IS RESTORED       *
      *  AFTERWARD.  A CANCELLED SECTION PROMOTES NO ONE - *
      *  THE SEATS ITS DROPS GIVE BACK STAY EMPTY.         *
      *****************************************************
       180-PROMOTE-WAITLIST.

           MOVE REG-TRAN-RECORD TO WS-SAVED-TRAN.
           MOVE RT-EFFECTIVE-DATE TO WS-PROMOTE-DATE.
           MOVE "Y" TO WS-PROMOTION-SWITCH.
           MOVE "N" TO WS-WAITLIST-DONE-SWITCH.

           PERFORM UNTIL WAITLIST-DONE
               PERFORM 182-PROMOTE-NEXT
           END-PERFORM.

           MOVE WS-SAVED-TRAN TO REG-TRAN-RECORD.
           MOVE "N" TO WS-PROMOTION-SWITCH.


       182-PROMOTE-NEXT.

           MOVE WS-RELEASED-SECT-KEY TO CS-SECT-KEY.
           READ SECTION-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-WAITLIST-DONE-SWITCH
               NOT INVALID KEY
                   IF CS-SECTION-CANCELLED
                       MOVE "Y" TO WS-WAITLIST-DONE-SWITCH
                   END-IF
                   IF NOT CS-NO-SEAT-LIMIT
                           AND CS-ENROLLED-COUNT NOT < CS-SEAT-CAPACITY
                       MOVE "Y" TO WS-WAITLIST-DONE-SWITCH
                   END-IF
           END-READ.

           IF NOT WAITLIST-DONE
               PERFORM 184-READ-FIRST-WAITING
               IF NOT WAIT-ENTRY-FOUND
                   MOVE "Y" TO WS-WAITLIST-DONE-SWITCH
               END-IF
           END-IF.

           IF NOT WAITLIST-DONE
               DELETE WAITLIST-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-WAITLIST-DONE-SWITCH
               END-DELETE
           END-IF.

           IF NOT WAITLIST-DONE
               MOVE SPACES TO REG-TRAN-RECORD
               MOVE "A"                  TO RT-ACTION
               MOVE WL-STUDENT-ID        TO RT-STUDENT-ID
               MOVE WL-TERM-CODE         TO RT-TERM-CODE
               MOVE WL-COURSE-ID         TO RT-COURSE-ID
               MOVE WL-ATTEMPTED-CREDITS TO RT-ATTEMPTED-CREDITS
               MOVE WL-GRADING-BASIS     TO RT-GRADING-BASIS
               MOVE WS-PROMOTE-DATE      TO RT-EFFECTIVE-DATE
               MOVE WL-SECTION-NO        TO RT-SECTION-NO
               MOVE "Y" TO WS-TRAN-VALID-SWITCH
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-APPLIED-NOTE
               MOVE "N" TO WS-SECTION-FULL-SWITCH
               PERFORM 120-EDIT-TRAN
               IF TRAN-IS-VALID
                   PERFORM 130-APPLY-ADD
               ELSE
                   PERFORM 160-WRITE-REJECT
               END-IF
           END-IF.


       184-READ-FIRST-WAITING.

           MOVE "N" TO WS-WAIT-FOUND-SWITCH.
           MOVE WS-RELEASED-SECT-KEY TO WL-SECT-KEY.
           MOVE ZEROS TO WL-REQUEST-DATE.
           MOVE ZEROS TO WL-REQUEST-TIME.
           MOVE ZEROS TO WL-REQUEST-SEQ.
           START WAITLIST-FILE KEY IS NOT < WL-WAIT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WL-SECT-KEY = WS-RELEASED-SECT-KEY
                               MOVE "Y" TO WS-WAIT-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START.


       188-WRITE-NOTICE.

           MOVE RT-STUDENT-ID     TO WN-STUDENT-ID.
           MOVE SM-NAME-LAST      TO WN-NAME-LAST.
           MOVE SM-NAME-FIRST     TO WN-NAME-FIRST.
           MOVE RT-TERM-CODE      TO WN-TERM-CODE.
           MOVE RT-COURSE-ID      TO WN-COURSE-ID.
           MOVE RT-SECTION-NO     TO WN-SECTION-NO.
           MOVE RT-EFFECTIVE-DATE TO WN-PROMOTED-DATE.
           WRITE WAIT-NOTICE-RECORD.
           ADD 1 TO WS-WN-CTL-COUNT.
           ADD WN-STUDENT-ID TO WS-WN-CTL-HASH.


      *****************************************************
      *  190-APPLY-WAITLIST - AN OTHERWISE VALID ADD TO A  *
      *  FULL SECTION IS QUEUED ON WAITLIST, STAMPED WITH  *
      *  THE RUN DATE AND TIME AND ITS SEQUENCE IN THE RUN *
      *  SO PROMOTION FOLLOWS REQUEST ORDER.  A STUDENT    *
      *  ALREADY IN THE COURSE OR ANOTHER COURSE OF ITS    *
      *  CROSS-LIST GROUP, OR ALREADY WAITING FOR THE      *
      *  SECTION, IS REJECTED.                             *
      *****************************************************
       190-APPLY-WAITLIST.

           PERFORM 145-READ-REG-RECORD.

           MOVE ZERO TO WS-MATCH-SUB.
           MOVE ZERO TO WS-XLIST-MATCH-SUB.
           IF REG-RECORD-FOUND
               PERFORM 148-FIND-COURSE
               PERFORM 149-FIND-XLIST-MATCH
           END-IF.

           EVALUATE TRUE
               WHEN WS-MATCH-SUB > ZERO
                   MOVE "COURSE ALREADY REGISTERED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN WS-XLIST-MATCH-SUB > ZERO
                   MOVE RG-COURSE-ID (WS-XLIST-MATCH-SUB)
                       TO WS-XLIST-COURSE
                   MOVE WS-XLIST-REASON TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN OTHER
                   PERFORM 192-FIND-STUDENT-WAITING
                   IF WAIT-ENTRY-FOUND
                       MOVE "ALREADY WAITLISTED FOR SECTION"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   ELSE
                       PERFORM 195-WRITE-WAITLIST
                   END-IF
           END-EVALUATE.


       192-FIND-STUDENT-WAITING.

           MOVE "N" TO WS-WAIT-FOUND-SWITCH.
           MOVE "N" TO WS-WAIT-SCAN-SWITCH.
           MOVE RT-COURSE-ID  TO WL-COURSE-ID.
           MOVE RT-TERM-CODE  TO WL-TERM-CODE.
           MOVE RT-SECTION-NO TO WL-SECTION-NO.
           MOVE ZEROS TO WL-REQUEST-DATE.
           MOVE ZEROS TO WL-REQUEST-TIME.
           MOVE ZEROS TO WL-REQUEST-SEQ.
           START WAITLIST-FILE
               KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WAIT-SCAN-SWITCH
           END-START.

           PERFORM UNTIL WAIT-SCAN-DONE
               READ WAITLIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-WAIT-SCAN-SWITCH
               END-READ
               IF NOT WAIT-SCAN-DONE
                   IF WL-COURSE-ID NOT = RT-COURSE-ID
                           OR WL-TERM-CODE NOT = RT-TERM-CODE
                           OR WL-SECTION-NO NOT = RT-SECTION-NO
                       MOVE "Y" TO WS-WAIT-SCAN-SWITCH
                   ELSE
                       IF WL-STUDENT-ID = RT-STUDENT-ID
                           MOVE "Y" TO WS-WAIT-FOUND-SWITCH
                           MOVE "Y" TO WS-WAIT-SCAN-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       195-WRITE-WAITLIST.

           ADD 1 TO WS-WAIT-SEQ.
           MOVE RT-COURSE-ID      TO WL-COURSE-ID.
           MOVE RT-TERM-CODE      TO WL-TERM-CODE.
           MOVE RT-SECTION-NO     TO WL-SECTION-NO.
           MOVE CD-CURRENT-DATE   TO WL-REQUEST-DATE.
           MOVE CD-CURRENT-TIME   TO WL-REQUEST-TIME.
           MOVE WS-WAIT-SEQ       TO WL-REQUEST-SEQ.
           MOVE RT-STUDENT-ID     TO WL-STUDENT-ID.
           IF RT-ATTEMPTED-CREDITS NUMERIC
               MOVE RT-ATTEMPTED-CREDITS TO WL-ATTEMPTED-CREDITS
           ELSE
               MOVE ZEROS TO WL-ATTEMPTED-CREDITS
           END-IF.
           MOVE RT-GRADING-BASIS  TO WL-GRADING-BASIS.
           MOVE RT-EFFECTIVE-DATE TO WL-EFFECTIVE-DATE.
           WRITE WAITLIST-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED ON WAITLIST FILE"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-WAITLISTED
                   PERFORM 175-WRITE-WAITLISTED
           END-WRITE.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE WAITLIST PROMOTION NOTICE EXTRACT.   *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-WN-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-WN-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO WAIT-NOTICE-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO WAIT-NOTICE-RECORD.
           WRITE WAIT-NOTICE-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADDS PLACED ON WAITLIST" TO TR-CAPTION.
           MOVE WS-ADDS-WAITLISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "WAITLIST ENTRIES DROPPED" TO TR-CAPTION.
           MOVE WS-WAITLIST-REMOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ONLINE DROPS COMPLETED" TO TR-CAPTION.
           MOVE WS-ONLINE-DROPS-DONE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "WITHDRAWAL SEATS RELEASED" TO TR-CAPTION.
           MOVE WS-SEATS-PROMOTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "WAITLIST PROMOTIONS APPLIED" TO TR-CAPTION.
           MOVE WS-PROMOTIONS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "WAITLIST PROMOTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-PROMOTIONS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE SPACES TO OVERLOAD-REC.
           WRITE OVERLOAD-REC AFTER 2.

           MOVE "OVERLOADS APPROVED" TO TR-CAPTION.
           MOVE WS-OVERLOADS-APPROVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OVERLOAD-REC.
           WRITE OVERLOAD-REC AFTER 1.

           MOVE "OVERLOADS REJECTED" TO TR-CAPTION.
           MOVE WS-OVERLOADS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OVERLOAD-REC.
           WRITE OVERLOAD-REC AFTER 1.


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
      *  200-POST-COURSE-REFUND - REFUNDS ONE DROPPED      *
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
           MOVE "DROP REFUND" TO AL-DESCRIPTION.
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
