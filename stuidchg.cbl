       IDENTIFICATION DIVISION.

       PROGRAM-ID. STUIDCHG.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  STUIDCHG - STUDENT ID CHANGE UTILITY              *
      *  READS ID-CHANGE TRANSACTIONS (OLD ID, NEW ID,     *
      *  SUBMITTING USER, REASON) FROM IDCTRAN AND MOVES A *
      *  STUDENT WHOSE ID WAS ISSUED IN ERROR, OR HAS TO   *
      *  BE REASSIGNED, TO THE NEW ID WITHOUT LOSING ANY   *
      *  HISTORY.  THE SUBMITTING USER MUST BE ON THE      *
      *  OPERATOR AUTHORIZATION TABLE (AUTHFILE) FOR       *
      *  STUIDCHG.  THE CHANGE IS REFUSED WHEN THE NEW ID  *
      *  IS ALREADY ON THE STUDENT MASTER, THE ARCHIVE     *
      *  MASTER OR THE COURSE OVERFLOW FILE, OR WAS        *
      *  RETIRED BY AN EARLIER CHANGE.  THE MASTER RECORD  *
      *  AND ITS OVERFLOW SEGMENTS ARE WRITTEN UNDER THE   *
      *  NEW ID AND DELETED UNDER THE OLD, EACH STEP       *
      *  JOURNALED ON JRNLFILE AS AN ADD AND A DELETE.     *
      *  EVERY RECORD KEYED BY THE STUDENT ID ON THE       *
      *  SATELLITE FILES IS THEN RE-KEYED THE SAME WAY,    *
      *  AND THE STUDENT'S WAITLIST ENTRIES ARE REWRITTEN  *
      *  WITH THE NEW ID.  EACH RECORD MOVED IS LOGGED ON  *
      *  IDCHGLOG WITH ITS IMAGE UNDER THE OLD ID; A       *
      *  SATELLITE RECORD WHOSE NEW KEY IS ALREADY ON FILE *
      *  STAYS WHERE IT IS, IS LOGGED AS NOT MOVED AND     *
      *  PRINTS FOR FOLLOW-UP, AND THE JOB ENDS WITH       *
      *  RETURN CODE 4.  THE OLD-TO-NEW MAPPING IS WRITTEN *
      *  TO THE IDXREF CROSS-REFERENCE SO TRANSCRIPT AND   *
      *  VERIFICATION REQUESTS MADE UNDER THE OLD ID STILL *
      *  RESOLVE.  CENSUS SNAPSHOTS (SNAPFILE) AND VA      *
      *  CERTIFICATION HISTORY (VACHIST) RECORD WHAT WAS   *
      *  REPORTED OUTSIDE THE INSTITUTION AND ARE LEFT AS  *
      *  REPORTED; CLASS RANK (RANKFILE) IS REBUILT BY     *
      *  EVERY GPARANK RUN.                                *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ID-CHANGE-TRAN-FILE
               ASSIGN IDCTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL OVERFLOW-FILE
               ASSIGN OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SO-OVFL-KEY
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN ARCHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AR-STUDENT-ID
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL ID-XREF-FILE
               ASSIGN IDXREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IR-OLD-STUDENT-ID
               FILE STATUS IS WS-IXRF-STATUS.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT OPTIONAL APPEAL-FILE
               ASSIGN APPLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-APPEAL-KEY
               FILE STATUS IS WS-APPL-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN ARLEDGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-LEDGER-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT OPTIONAL POSTED-SECTION-FILE
               ASSIGN GRDSECT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PS-POST-KEY
               FILE STATUS IS WS-PSEC-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL SANCTION-FILE
               ASSIGN INTGSANC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IS-SANC-KEY
               FILE STATUS IS WS-SANC-STATUS.

           SELECT OPTIONAL MAJOR-HIST-FILE
               ASSIGN MAJRHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MH-MAJOR-KEY
               FILE STATUS IS WS-MAJH-STATUS.

           SELECT OPTIONAL NAME-HIST-FILE
               ASSIGN NAMEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NC-NAME-KEY
               FILE STATUS IS WS-NAMH-STATUS.

           SELECT OPTIONAL OVERLOAD-FILE
               ASSIGN OVLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OV-APPROVAL-KEY
               FILE STATUS IS WS-OVLD-STATUS.

           SELECT OPTIONAL PROGRAM-DECL-FILE
               ASSIGN PROGDECL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-DECL-KEY
               FILE STATUS IS WS-DECL-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL REG-JOURNAL-FILE
               ASSIGN REGJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RJ-JRNL-KEY
               FILE STATUS IS WS-RJRN-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSEC-STATUS.

           SELECT OPTIONAL AWARD-FILE
               ASSIGN SCHAWARD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-AWARD-KEY
               FILE STATUS IS WS-AWRD-STATUS.

           SELECT OPTIONAL DISBURSEMENT-FILE
               ASSIGN T4DISB
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS T4-DISB-KEY
               FILE STATUS IS WS-DISB-STATUS.

           SELECT OPTIONAL TERM-GPA-FILE
               ASSIGN TERMGPA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TG-TGPA-KEY
               FILE STATUS IS WS-TGPA-STATUS.

           SELECT OPTIONAL TIME-TICKET-FILE
               ASSIGN TIMETKT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TK-TICKET-KEY
               FILE STATUS IS WS-TKT-STATUS.

           SELECT OPTIONAL PART-TIME-HIST-FILE
               ASSIGN PTHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PTHS-STATUS.

           SELECT OPTIONAL DEANS-HIST-FILE
               ASSIGN DLHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DH-HIST-KEY
               FILE STATUS IS WS-DLHS-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SP-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL ALERT-OUTCOME-FILE
               ASSIGN ALRTOUTC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AO-ALERT-KEY
               FILE STATUS IS WS-AOUT-STATUS.

           SELECT OPTIONAL LOA-FILE
               ASSIGN LOAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LV-STUDENT-ID
               FILE STATUS IS WS-LOA-STATUS.

           SELECT OPTIONAL VA-BENEFIT-FILE
               ASSIGN VAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VB-STUDENT-ID
               FILE STATUS IS WS-VA-STATUS.

           SELECT OPTIONAL DELIVERY-PREF-FILE
               ASSIGN DELVPREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-STUDENT-ID
               FILE STATUS IS WS-DLVP-STATUS.

           SELECT OPTIONAL VISA-FILE
               ASSIGN VISAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VI-STUDENT-ID
               FILE STATUS IS WS-VISA-STATUS.

           SELECT OPTIONAL TUITION-CLASS-FILE
               ASSIGN TUITCLS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-STUDENT-ID
               FILE STATUS IS WS-TCLS-STATUS.

           SELECT OPTIONAL ADVISOR-XREF-FILE
               ASSIGN ADVXREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AX-STUDENT-ID
               FILE STATUS IS WS-AXRF-STATUS.

           SELECT OPTIONAL SUCCESS-PLAN-FILE
               ASSIGN SUCCPLAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SU-STUDENT-ID
               FILE STATUS IS WS-SPLN-STATUS.

           SELECT OPTIONAL THESIS-FILE
               ASSIGN THESMILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TM-STUDENT-ID
               FILE STATUS IS WS-THES-STATUS.

           SELECT OPTIONAL STANDING-HIST-FILE
               ASSIGN STANDHST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SH-STUDENT-ID
               FILE STATUS IS WS-SHST-STATUS.

           SELECT OPTIONAL COHORT-FILE
               ASSIGN COHORT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-STUDENT-ID
               FILE STATUS IS WS-COHT-STATUS.

           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN WAITLIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WL-WAIT-KEY
               FILE STATUS IS WS-WAIT-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL ID-CHANGE-LOG
               ASSIGN IDCHGLOG
               FILE STATUS IS WS-ILOG-STATUS.

           SELECT ID-CHANGE-REPORT
               ASSIGN IDCRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  ID-CHANGE-TRAN-FILE.

       01  ID-CHANGE-TRAN-RECORD.
           05  IC-OLD-ID                PIC 9(09).
           05  IC-NEW-ID                PIC 9(09).
           05  IC-USER-ID               PIC X(06).
           05  IC-REASON-CODE           PIC X(01).
               88  IC-ISSUED-IN-ERROR           VALUE "E".
               88  IC-REASSIGNED                VALUE "R".

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ARCHIVE-FILE.

       01  ARCHIVE-MASTER-RECORD.
           05  AR-STUDENT-ID            PIC 9(09).
           05  AR-REST                  PIC X(723).

       FD  ID-XREF-FILE.

            COPY IDXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADDRESS-FILE.

            COPY ADDRFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  APPEAL-FILE.

            COPY APPLFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AR-LEDGER-FILE.

            COPY ARLEDGER IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  POSTED-SECTION-FILE.

            COPY GRDSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SANCTION-FILE.

            COPY INTGSANC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  MAJOR-HIST-FILE.

            COPY MAJRHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  NAME-HIST-FILE.

            COPY NAMEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERLOAD-FILE.

            COPY OVLDAPPR IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PROGRAM-DECL-FILE.

            COPY PROGDECL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-JOURNAL-FILE.

            COPY REGJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AWARD-FILE.

            COPY SCHAWARD IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DISBURSEMENT-FILE.

            COPY T4DISB IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TERM-GPA-FILE.

            COPY TERMGPA IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TIME-TICKET-FILE.

            COPY TIMETKT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PART-TIME-HIST-FILE.

       01  PART-TIME-HIST-RECORD.
           05  PH-HIST-KEY.
               10  PH-STUDENT-ID       PIC 9(09).
               10  PH-TERM-CODE        PIC X(05).
           05  PH-GPA                  PIC 9V99.
           05  PH-APPEAR-DATE          PIC 9(08).

       FD  DEANS-HIST-FILE.

       01  DEANS-HIST-RECORD.
           05  DH-HIST-KEY.
               10  DH-STUDENT-ID       PIC 9(09).
               10  DH-TERM-CODE        PIC X(05).
           05  DH-GPA                  PIC 9V99.
           05  DH-APPEAR-DATE          PIC 9(08).

       FD  SUSPENSE-FILE.

       01  SUSPENSE-RECORD.
           05  SP-SUSP-KEY.
               10  SP-STUDENT-ID       PIC 9(09).
               10  SP-EXCP-CODE        PIC X(04).
           05  SP-SEVERITY             PIC X(01).
           05  SP-MESSAGE              PIC X(60).
           05  SP-FIRST-DATE           PIC 9(08).
           05  SP-LAST-DATE            PIC 9(08).
           05  SP-STATUS               PIC X(01).
           05  SP-CLEARED-DATE         PIC 9(08).

       FD  ALERT-OUTCOME-FILE.

       01  ALERT-OUTCOME-RECORD.
           05  AO-ALERT-KEY.
               10  AO-STUDENT-ID        PIC 9(09).
               10  AO-COURSE-ID         PIC X(06).
           05  AO-TERM-CODE             PIC X(05).
           05  AO-MIDTERM-PCT           PIC 999.
           05  AO-ADVISOR-ID            PIC X(06).
           05  AO-ALERT-REASON          PIC X(24).
           05  AO-ALERT-DATE            PIC 9(08).

       FD  LOA-FILE.

            COPY LOAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VA-BENEFIT-FILE.

            COPY VAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VISA-FILE.

            COPY VISAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TUITION-CLASS-FILE.

            COPY TUITCLAS IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADVISOR-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SUCCESS-PLAN-FILE.

            COPY SUCCPLAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  THESIS-FILE.

            COPY THESMILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STANDING-HIST-FILE.

       01  STANDING-HIST-RECORD.
           05  SH-STUDENT-ID            PIC 9(09).
           05  SH-PRIOR-LEVEL           PIC 9(01).
           05  SH-LAST-TERM             PIC X(05).
           05  SH-LAST-DATE             PIC 9(08).

       FD  COHORT-FILE.

       01  COHORT-RECORD.
           05  CO-STUDENT-ID            PIC 9(09).
           05  CO-COHORT-CODE           PIC X(05).
           05  CO-ENTRY-DATE            PIC 9(08).

       FD  WAITLIST-FILE.

            COPY WAITLIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ID-CHANGE-LOG.

            COPY IDCHGLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ID-CHANGE-REPORT.

       01  IDC-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-ARCH-STATUS          PIC XX.
           05  WS-IXRF-STATUS          PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-ILOG-STATUS          PIC XX.
           05  WS-ADDR-STATUS          PIC XX.
           05  WS-APPL-STATUS          PIC XX.
           05  WS-LEDG-STATUS          PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-CONS-STATUS          PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  WS-PSEC-STATUS          PIC XX.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-SANC-STATUS          PIC XX.
           05  WS-MAJH-STATUS          PIC XX.
           05  WS-NAMH-STATUS          PIC XX.
           05  WS-OVLD-STATUS          PIC XX.
           05  WS-DECL-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-RJRN-STATUS          PIC XX.
           05  WS-RSEC-STATUS          PIC XX.
           05  WS-AWRD-STATUS          PIC XX.
           05  WS-DISB-STATUS          PIC XX.
           05  WS-TGPA-STATUS          PIC XX.
           05  WS-TKT-STATUS           PIC XX.
           05  WS-PTHS-STATUS          PIC XX.
           05  WS-DLHS-STATUS          PIC XX.
           05  WS-SUSP-STATUS          PIC XX.
           05  WS-AOUT-STATUS          PIC XX.
           05  WS-LOA-STATUS           PIC XX.
           05  WS-VA-STATUS            PIC XX.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-VISA-STATUS          PIC XX.
           05  WS-TCLS-STATUS          PIC XX.
           05  WS-AXRF-STATUS          PIC XX.
           05  WS-SPLN-STATUS          PIC XX.
           05  WS-THES-STATUS          PIC XX.
           05  WS-SHST-STATUS          PIC XX.
           05  WS-COHT-STATUS          PIC XX.
           05  WS-WAIT-STATUS          PIC XX.
           05  WS-CHANGE-OK-SWITCH     PIC X(01)   VALUE "Y".
               88  CHANGE-IS-OK                    VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-SEG-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  SEG-EOF                         VALUE "Y".
           05  WS-SEG-NO               PIC 9(02) VALUE ZERO.
           05  SAT-SCAN-SWITCH         PIC X(01)   VALUE "N".
               88  SAT-SCAN-DONE                   VALUE "Y".
           05  WS-FILE-NAME            PIC X(08).
           05  WS-OLD-KEY              PIC X(40).
           05  WS-MOVE-IMAGE           PIC X(732).
           05  WS-FILE-MOVED           PIC 9(07) VALUE ZERO.
           05  WS-FILE-NOT-MOVED       PIC 9(07) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-MOVED        PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-NOT-MOVED    PIC 9(07) VALUE ZERO.

       01  IDC-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  ICH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  ICH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  ICH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(33)
               VALUE "STUIDCHG STUDENT ID CHANGE REPORT".
           05                 PIC X(75)  VALUE SPACE.

       01  IDC-IDENT-LINE.
           05                 PIC X(08)  VALUE "OLD ID: ".
           05  ICI-OLD-ID     PIC 9(09).
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(08)  VALUE "NEW ID: ".
           05  ICI-NEW-ID     PIC 9(09).
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "USER: ".
           05  ICI-USER-ID    PIC X(06).
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(08)  VALUE "REASON: ".
           05  ICI-REASON     PIC X(15).
           05                 PIC X(51)  VALUE SPACE.

       01  IDC-FILE-LINE.
           05                     PIC X(03)  VALUE SPACE.
           05  ICF-FILE-NAME      PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  ICF-COUNT          PIC Z,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  ICF-CAPTION        PIC X(30).
           05                     PIC X(78)  VALUE SPACE.

       01  IDC-NOT-MOVED-LINE.
           05                     PIC X(03)  VALUE SPACE.
           05  ICN-FILE-NAME      PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(29)
               VALUE "NOT MOVED - NEW KEY ON FILE: ".
           05  ICN-OLD-KEY        PIC X(40).
           05                     PIC X(49)  VALUE SPACE.

       01  IDC-REJECT-LINE.
           05                     PIC X(10)  VALUE "REJECTED: ".
           05  ICR-REASON         PIC X(40).
           05                     PIC X(82)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ ID-CHANGE-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-CHANGE
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           IF WS-RECORDS-NOT-MOVED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ID-CHANGE-TRAN-FILE
                 AUTH-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 ARCHIVE-FILE
                 ID-XREF-FILE
                 ADDRESS-FILE
                 APPEAL-FILE
                 AR-LEDGER-FILE
                 COMM-LOG-FILE
                 CONSORTIUM-REG-FILE
                 DEGREE-FILE
                 POSTED-SECTION-FILE
                 HOLD-FILE
                 SANCTION-FILE
                 MAJOR-HIST-FILE
                 NAME-HIST-FILE
                 OVERLOAD-FILE
                 PROGRAM-DECL-FILE
                 CURRENT-REG-FILE
                 REG-JOURNAL-FILE
                 REG-SECTION-FILE
                 AWARD-FILE
                 DISBURSEMENT-FILE
                 TERM-GPA-FILE
                 TIME-TICKET-FILE
                 PART-TIME-HIST-FILE
                 DEANS-HIST-FILE
                 SUSPENSE-FILE
                 ALERT-OUTCOME-FILE
                 LOA-FILE
                 VA-BENEFIT-FILE
                 DELIVERY-PREF-FILE
                 VISA-FILE
                 TUITION-CLASS-FILE
                 ADVISOR-XREF-FILE
                 SUCCESS-PLAN-FILE
                 THESIS-FILE
                 STANDING-HIST-FILE
                 COHORT-FILE
                 WAITLIST-FILE
                 JOURNAL-FILE
                 ID-CHANGE-LOG
                 ID-CHANGE-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO ICH-MONTH.
           MOVE CD-DAY     TO ICH-DAY.
           MOVE CD-YEAR    TO ICH-YEAR.

           OPEN INPUT ID-CHANGE-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ID CHANGE TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
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

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O OVERFLOW-FILE.

           IF WS-OVFL-STATUS NOT = '00' AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT ARCHIVE-FILE.

           IF WS-ARCH-STATUS NOT = '00' AND WS-ARCH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ARCHIVE MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ARCH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ID-XREF-FILE.

           IF WS-IXRF-STATUS NOT = '00' AND WS-IXRF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ID CROSS-REFERENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-IXRF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADDRESS-FILE.

           IF WS-ADDR-STATUS NOT = '00' AND WS-ADDR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADDRFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-ADDR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O APPEAL-FILE.

           IF WS-APPL-STATUS NOT = '00' AND WS-APPL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE APPLFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-APPL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O AR-LEDGER-FILE.

           IF WS-LEDG-STATUS NOT = '00' AND WS-LEDG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ARLEDGR FILE'
               DISPLAY ' FILE STATUS IS ', WS-LEDG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00' AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COMMLOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O CONSORTIUM-REG-FILE.

           IF WS-CONS-STATUS NOT = '00' AND WS-CONS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSREG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DEGREE-FILE.

           IF WS-DEGR-STATUS NOT = '00' AND WS-DEGR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEGRFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-DEGR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O POSTED-SECTION-FILE.

           IF WS-PSEC-STATUS NOT = '00' AND WS-PSEC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE GRDSECT FILE'
               DISPLAY ' FILE STATUS IS ', WS-PSEC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE HOLDFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-HOLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O SANCTION-FILE.

           IF WS-SANC-STATUS NOT = '00' AND WS-SANC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INTGSANC FILE'
               DISPLAY ' FILE STATUS IS ', WS-SANC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O MAJOR-HIST-FILE.

           IF WS-MAJH-STATUS NOT = '00' AND WS-MAJH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE MAJRHIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-MAJH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O NAME-HIST-FILE.

           IF WS-NAMH-STATUS NOT = '00' AND WS-NAMH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE NAMEHIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-NAMH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O OVERLOAD-FILE.

           IF WS-OVLD-STATUS NOT = '00' AND WS-OVLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OVLDFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O PROGRAM-DECL-FILE.

           IF WS-DECL-STATUS NOT = '00' AND WS-DECL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE PROGDECL FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O REG-JOURNAL-FILE.

           IF WS-RJRN-STATUS NOT = '00' AND WS-RJRN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGJRNL FILE'
               DISPLAY ' FILE STATUS IS ', WS-RJRN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O REG-SECTION-FILE.

           IF WS-RSEC-STATUS NOT = '00' AND WS-RSEC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGSECT FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSEC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O AWARD-FILE.

           IF WS-AWRD-STATUS NOT = '00' AND WS-AWRD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SCHAWARD FILE'
               DISPLAY ' FILE STATUS IS ', WS-AWRD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DISBURSEMENT-FILE.

           IF WS-DISB-STATUS NOT = '00' AND WS-DISB-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE T4DISB FILE'
               DISPLAY ' FILE STATUS IS ', WS-DISB-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O TERM-GPA-FILE.

           IF WS-TGPA-STATUS NOT = '00' AND WS-TGPA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TERMGPA FILE'
               DISPLAY ' FILE STATUS IS ', WS-TGPA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O TIME-TICKET-FILE.

           IF WS-TKT-STATUS NOT = '00' AND WS-TKT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TIMETKT FILE'
               DISPLAY ' FILE STATUS IS ', WS-TKT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O PART-TIME-HIST-FILE.

           IF WS-PTHS-STATUS NOT = '00' AND WS-PTHS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE PTHIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-PTHS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DEANS-HIST-FILE.

           IF WS-DLHS-STATUS NOT = '00' AND WS-DLHS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DLHIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-DLHS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O SUSPENSE-FILE.

           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SUSPFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-SUSP-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ALERT-OUTCOME-FILE.

           IF WS-AOUT-STATUS NOT = '00' AND WS-AOUT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ALRTOUTC FILE'
               DISPLAY ' FILE STATUS IS ', WS-AOUT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O LOA-FILE.

           IF WS-LOA-STATUS NOT = '00' AND WS-LOA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE LOAFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-LOA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O VA-BENEFIT-FILE.

           IF WS-VA-STATUS NOT = '00' AND WS-VA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VAFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-VA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DELIVERY-PREF-FILE.

           IF WS-DLVP-STATUS NOT = '00' AND WS-DLVP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DELVPREF FILE'
               DISPLAY ' FILE STATUS IS ', WS-DLVP-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O VISA-FILE.

           IF WS-VISA-STATUS NOT = '00' AND WS-VISA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISAFILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-VISA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O TUITION-CLASS-FILE.

           IF WS-TCLS-STATUS NOT = '00' AND WS-TCLS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TUITCLS FILE'
               DISPLAY ' FILE STATUS IS ', WS-TCLS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADVISOR-XREF-FILE.

           IF WS-AXRF-STATUS NOT = '00' AND WS-AXRF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVXREF FILE'
               DISPLAY ' FILE STATUS IS ', WS-AXRF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O SUCCESS-PLAN-FILE.

           IF WS-SPLN-STATUS NOT = '00' AND WS-SPLN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SUCCPLAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-SPLN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O THESIS-FILE.

           IF WS-THES-STATUS NOT = '00' AND WS-THES-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE THESMILE FILE'
               DISPLAY ' FILE STATUS IS ', WS-THES-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O STANDING-HIST-FILE.

           IF WS-SHST-STATUS NOT = '00' AND WS-SHST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STANDHST FILE'
               DISPLAY ' FILE STATUS IS ', WS-SHST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O COHORT-FILE.

           IF WS-COHT-STATUS NOT = '00' AND WS-COHT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COHORT FILE'
               DISPLAY ' FILE STATUS IS ', WS-COHT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O WAITLIST-FILE.

           IF WS-WAIT-STATUS NOT = '00' AND WS-WAIT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE WAITLIST FILE'
               DISPLAY ' FILE STATUS IS ', WS-WAIT-STATUS
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

           OPEN EXTEND ID-CHANGE-LOG.

           IF WS-ILOG-STATUS NOT = '00' AND WS-ILOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ID CHANGE MOVE LOG'
               DISPLAY ' FILE STATUS IS ', WS-ILOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ID-CHANGE-REPORT.

           MOVE IDC-HEADING-LINE TO IDC-REC.
           WRITE IDC-REC AFTER PAGE.
           MOVE SPACES TO IDC-REC.
           WRITE IDC-REC.


       110-PROCESS-CHANGE.

           MOVE "Y" TO WS-CHANGE-OK-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE IC-OLD-ID  TO ICI-OLD-ID.
           MOVE IC-NEW-ID  TO ICI-NEW-ID.
           MOVE IC-USER-ID TO ICI-USER-ID.
           EVALUATE TRUE
               WHEN IC-ISSUED-IN-ERROR
                   MOVE "ISSUED IN ERROR" TO ICI-REASON
               WHEN IC-REASSIGNED
                   MOVE "REASSIGNED" TO ICI-REASON
               WHEN OTHER
                   MOVE SPACES TO ICI-REASON
           END-EVALUATE.
           MOVE IDC-IDENT-LINE TO IDC-REC.
           WRITE IDC-REC AFTER 2.

           PERFORM 120-EDIT-TRANSACTION.

           IF CHANGE-IS-OK
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF CHANGE-IS-OK
               PERFORM 130-CHECK-NEW-ID
           END-IF.

           IF CHANGE-IS-OK
               PERFORM 140-MOVE-MASTER
           END-IF.

           IF CHANGE-IS-OK
               PERFORM 150-MOVE-OVERFLOW
               PERFORM 302-MOVE-ADDRFILE
               PERFORM 304-MOVE-APPLFILE
               PERFORM 306-MOVE-ARLEDGR
               PERFORM 308-MOVE-COMMLOG
               PERFORM 310-MOVE-CONSREG
               PERFORM 312-MOVE-DEGRFILE
               PERFORM 314-MOVE-GRDSECT
               PERFORM 316-MOVE-HOLDFILE
               PERFORM 318-MOVE-INTGSANC
               PERFORM 320-MOVE-MAJRHIST
               PERFORM 322-MOVE-NAMEHIST
               PERFORM 324-MOVE-OVLDFILE
               PERFORM 326-MOVE-PROGDECL
               PERFORM 328-MOVE-REGFILE
               PERFORM 330-MOVE-REGJRNL
               PERFORM 332-MOVE-REGSECT
               PERFORM 334-MOVE-SCHAWARD
               PERFORM 336-MOVE-T4DISB
               PERFORM 338-MOVE-TERMGPA
               PERFORM 340-MOVE-TIMETKT
               PERFORM 342-MOVE-PTHIST
               PERFORM 344-MOVE-DLHIST
               PERFORM 346-MOVE-SUSPFILE
               PERFORM 348-MOVE-ALRTOUTC
               PERFORM 350-MOVE-LOAFILE
               PERFORM 352-MOVE-VAFILE
               PERFORM 354-MOVE-DELVPREF
               PERFORM 356-MOVE-VISAFILE
               PERFORM 358-MOVE-TUITCLS
               PERFORM 360-MOVE-ADVXREF
               PERFORM 362-MOVE-SUCCPLAN
               PERFORM 364-MOVE-THESMILE
               PERFORM 366-MOVE-STANDHST
               PERFORM 368-MOVE-COHORT
               PERFORM 370-MOVE-WAITLIST
               PERFORM 170-WRITE-XREF
               ADD 1 TO WS-CHANGES-APPLIED
           ELSE
               ADD 1 TO WS-CHANGES-REJECTED
               MOVE WS-REJECT-REASON TO ICR-REASON
               MOVE IDC-REJECT-LINE TO IDC-REC
               WRITE IDC-REC
           END-IF.


       120-EDIT-TRANSACTION.

           IF IC-OLD-ID NOT NUMERIC OR IC-NEW-ID NOT NUMERIC
                   OR IC-OLD-ID = ZERO OR IC-NEW-ID = ZERO
                   OR IC-OLD-ID = IC-NEW-ID
               MOVE "IDS NOT NUMERIC OR NOT TWO DIFFERENT IDS"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-CHANGE-OK-SWITCH
           END-IF.

           IF CHANGE-IS-OK
               IF NOT IC-ISSUED-IN-ERROR AND NOT IC-REASSIGNED
                   MOVE "REASON CODE MUST BE E OR R"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE SUBMITTING USER MUST BE *
      *  ON THE AUTHORIZATION TABLE FOR THIS PROGRAM.  AN  *
      *  ID CHANGE CARRIES NO ACTION CODE, SO THE RECORD'S *
      *  PRESENCE GRANTS IT.                               *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF IC-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-CHANGE-OK-SWITCH
           ELSE
               MOVE IC-USER-ID TO AU-USER-ID
               MOVE "STUIDCHG" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       MOVE "USER NOT AUTHORIZED FOR ID CHANGES"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  130-CHECK-NEW-ID - THE OLD ID MUST BE ON THE      *
      *  STUDENT MASTER.  THE NEW ID MUST NOT BELONG TO    *
      *  ANYONE: NOT ON THE MASTER, THE ARCHIVE MASTER OR  *
      *  THE OVERFLOW FILE, AND NOT AN ID RETIRED BY AN    *
      *  EARLIER CHANGE (REUSING ONE WOULD SEND OLD        *
      *  REQUESTS TO THE WRONG STUDENT).                   *
      *****************************************************
       130-CHECK-NEW-ID.

           MOVE IC-OLD-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "OLD ID NOT ON MASTER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CHANGE-OK-SWITCH
           END-READ.

           IF CHANGE-IS-OK
               MOVE IC-NEW-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   NOT INVALID KEY
                       MOVE "NEW ID ALREADY ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-READ
           END-IF.

           IF CHANGE-IS-OK
               MOVE IC-NEW-ID TO AR-STUDENT-ID
               READ ARCHIVE-FILE
                   NOT INVALID KEY
                       MOVE "NEW ID ALREADY ON ARCHIVE MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-READ
           END-IF.

           IF CHANGE-IS-OK
               MOVE IC-NEW-ID TO SO-STUDENT-ID
               MOVE 1         TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   NOT INVALID KEY
                       MOVE "NEW ID HAS OVERFLOW SEGMENTS ON FILE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-READ
           END-IF.

           IF CHANGE-IS-OK
               MOVE IC-NEW-ID TO IR-OLD-STUDENT-ID
               READ ID-XREF-FILE
                   NOT INVALID KEY
                       MOVE "NEW ID RETIRED BY AN EARLIER CHANGE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  140-MOVE-MASTER - WRITES THE MASTER RECORD UNDER  *
      *  THE NEW ID AND DELETES IT UNDER THE OLD,          *
      *  JOURNALING THE ADD AND THE DELETE.  NOTHING ELSE  *
      *  IN THE RECORD CHANGES.                            *
      *****************************************************
       140-MOVE-MASTER.

           MOVE "STUFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.

           MOVE IC-OLD-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "OLD ID MASTER REREAD FAILED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-CHANGE-OK-SWITCH
               NOT INVALID KEY
                   MOVE SM-STUDENT-ID TO WS-OLD-KEY
                   MOVE STUDENT-MASTER-RECORD TO WS-MOVE-IMAGE
           END-READ.

           IF CHANGE-IS-OK
               MOVE IC-NEW-ID TO SM-STUDENT-ID
               MOVE "M" TO JR-FILE-CODE
               MOVE "A" TO JR-ACTION-CODE
               MOVE LOW-VALUES TO JR-BEFORE-IMAGE
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "NEW ID MASTER WRITE FAILED"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-CHANGE-OK-SWITCH
               END-WRITE
           END-IF.

           IF CHANGE-IS-OK
               MOVE "M" TO JR-FILE-CODE
               MOVE "D" TO JR-ACTION-CODE
               MOVE WS-MOVE-IMAGE TO JR-BEFORE-IMAGE
               MOVE LOW-VALUES TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               MOVE IC-OLD-ID TO SM-STUDENT-ID
               DELETE STUDENT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               SET IL-MOVED TO TRUE
               PERFORM 390-LOG-MOVE
               PERFORM 395-PRINT-FILE-COUNT
           END-IF.


      *****************************************************
      *  150-MOVE-OVERFLOW - MOVES EACH OVERFLOW SEGMENT   *
      *  TO THE NEW ID UNDER THE SAME SEGMENT NUMBER,      *
      *  JOURNALED LIKE THE MASTER.  THE NEW ID WAS        *
      *  CHECKED FOR SEGMENTS BEFORE THE MASTER MOVED.     *
      *****************************************************
       150-MOVE-OVERFLOW.

           MOVE "OVFLFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.

           MOVE "N" TO WS-SEG-EOF-SWITCH.
           PERFORM VARYING WS-SEG-NO FROM 1 BY 1
                   UNTIL SEG-EOF
               MOVE IC-OLD-ID TO SO-STUDENT-ID
               MOVE WS-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET SEG-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM 155-MOVE-ONE-SEGMENT
               END-READ
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       155-MOVE-ONE-SEGMENT.

           MOVE SO-OVFL-KEY TO WS-OLD-KEY.
           MOVE LOW-VALUES TO WS-MOVE-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO WS-MOVE-IMAGE.

           MOVE IC-NEW-ID TO SO-STUDENT-ID.
           MOVE "O" TO JR-FILE-CODE.
           MOVE "A" TO JR-ACTION-CODE.
           MOVE LOW-VALUES TO JR-BEFORE-IMAGE.
           MOVE LOW-VALUES TO JR-AFTER-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO JR-AFTER-IMAGE.
           PERFORM 180-WRITE-JOURNAL.
           WRITE STUDENT-OVFL-RECORD
               INVALID KEY
                   SET IL-NOT-MOVED TO TRUE
               NOT INVALID KEY
                   SET IL-MOVED TO TRUE
           END-WRITE.

           MOVE IC-OLD-ID TO SO-STUDENT-ID.
           MOVE WS-SEG-NO TO SO-SEGMENT-NO.
           IF IL-MOVED
               MOVE "O" TO JR-FILE-CODE
               MOVE "D" TO JR-ACTION-CODE
               MOVE WS-MOVE-IMAGE TO JR-BEFORE-IMAGE
               MOVE LOW-VALUES TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               DELETE OVERFLOW-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           PERFORM 390-LOG-MOVE.


      *****************************************************
      *  170-WRITE-XREF - RECORDS THE OLD-TO-NEW MAPPING   *
      *  SO A REQUEST MADE UNDER THE OLD ID RESOLVES TO    *
      *  THE STUDENT'S CURRENT RECORD.                     *
      *****************************************************
       170-WRITE-XREF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE SPACES          TO STUDENT-ID-XREF-RECORD.
           MOVE IC-OLD-ID       TO IR-OLD-STUDENT-ID.
           MOVE IC-NEW-ID       TO IR-NEW-STUDENT-ID.
           MOVE CD-CURRENT-DATE TO IR-CHANGE-DATE.
           MOVE CD-CURRENT-TIME TO IR-CHANGE-TIME.
           MOVE IC-USER-ID      TO IR-USER-ID.
           MOVE IC-REASON-CODE  TO IR-REASON-CODE.
           WRITE STUDENT-ID-XREF-RECORD
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 170-WRITE-XREF'
                   DISPLAY ' CROSS-REFERENCE WRITE FAILED FOR ',
                           IR-OLD-STUDENT-ID
                   DISPLAY '*******************************'
           END-WRITE.


      *****************************************************
      *  180-WRITE-JOURNAL - STAMPS AND WRITES ONE UPDATE  *
      *  JOURNAL RECORD.  THE CALLER SETS FILE CODE,       *
      *  ACTION CODE, AND THE BEFORE / AFTER IMAGES.       *
      *****************************************************
       180-WRITE-JOURNAL.

           MOVE "STUIDCHG" TO JR-JOB-NAME.
           MOVE IC-USER-ID TO JR-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.


      *****************************************************
      *  302-MOVE-ADDRFILE THROUGH 368-MOVE-COHORT - ONE   *
      *  PARAGRAPH PER SATELLITE FILE.  EACH RECORD UNDER  *
      *  THE OLD ID IS WRITTEN UNDER THE NEW ID AND THEN   *
      *  DELETED UNDER THE OLD; THE SCAN RESTARTS PAST THE *
      *  KEY JUST HANDLED, SO A RECORD THAT COULD NOT BE   *
      *  MOVED IS STEPPED OVER RATHER THAN READ AGAIN.     *
      *****************************************************
       302-MOVE-ADDRFILE.

           MOVE "ADDRFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO AD-ADDR-KEY.
           MOVE IC-OLD-ID  TO AD-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START ADDRESS-FILE
                   KEY IS GREATER THAN AD-ADDR-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ ADDRESS-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF AD-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE AD-ADDR-KEY TO WS-OLD-KEY
                       MOVE STUDENT-ADDRESS-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO AD-STUDENT-ID
                       WRITE STUDENT-ADDRESS-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO AD-ADDR-KEY
                       IF IL-MOVED
                           DELETE ADDRESS-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       304-MOVE-APPLFILE.

           MOVE "APPLFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO AP-APPEAL-KEY.
           MOVE IC-OLD-ID  TO AP-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START APPEAL-FILE
                   KEY IS GREATER THAN AP-APPEAL-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ APPEAL-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF AP-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE AP-APPEAL-KEY TO WS-OLD-KEY
                       MOVE APPEAL-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO AP-STUDENT-ID
                       WRITE APPEAL-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO AP-APPEAL-KEY
                       IF IL-MOVED
                           DELETE APPEAL-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       306-MOVE-ARLEDGR.

           MOVE "ARLEDGR" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO AL-LEDGER-KEY.
           MOVE IC-OLD-ID  TO AL-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START AR-LEDGER-FILE
                   KEY IS GREATER THAN AL-LEDGER-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ AR-LEDGER-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF AL-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE AL-LEDGER-KEY TO WS-OLD-KEY
                       MOVE AR-LEDGER-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO AL-STUDENT-ID
                       WRITE AR-LEDGER-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO AL-LEDGER-KEY
                       IF IL-MOVED
                           DELETE AR-LEDGER-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       308-MOVE-COMMLOG.

           MOVE "COMMLOG" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO CM-LOG-KEY.
           MOVE IC-OLD-ID  TO CM-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START COMM-LOG-FILE
                   KEY IS GREATER THAN CM-LOG-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ COMM-LOG-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF CM-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE CM-LOG-KEY TO WS-OLD-KEY
                       MOVE COMM-LOG-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO CM-STUDENT-ID
                       WRITE COMM-LOG-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO CM-LOG-KEY
                       IF IL-MOVED
                           DELETE COMM-LOG-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       310-MOVE-CONSREG.

           MOVE "CONSREG" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO CR-CONS-KEY.
           MOVE IC-OLD-ID  TO CR-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START CONSORTIUM-REG-FILE
                   KEY IS GREATER THAN CR-CONS-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ CONSORTIUM-REG-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF CR-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE CR-CONS-KEY TO WS-OLD-KEY
                       MOVE CONSORTIUM-REG-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO CR-STUDENT-ID
                       WRITE CONSORTIUM-REG-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO CR-CONS-KEY
                       IF IL-MOVED
                           DELETE CONSORTIUM-REG-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       312-MOVE-DEGRFILE.

           MOVE "DEGRFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO DM-DEGREE-KEY.
           MOVE IC-OLD-ID  TO DM-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START DEGREE-FILE
                   KEY IS GREATER THAN DM-DEGREE-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ DEGREE-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF DM-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE DM-DEGREE-KEY TO WS-OLD-KEY
                       MOVE DEGREE-MASTER-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO DM-STUDENT-ID
                       WRITE DEGREE-MASTER-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO DM-DEGREE-KEY
                       IF IL-MOVED
                           DELETE DEGREE-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       314-MOVE-GRDSECT.

           MOVE "GRDSECT" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO PS-POST-KEY.
           MOVE IC-OLD-ID  TO PS-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START POSTED-SECTION-FILE
                   KEY IS GREATER THAN PS-POST-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ POSTED-SECTION-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF PS-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PS-POST-KEY TO WS-OLD-KEY
                       MOVE POSTED-SECTION-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO PS-STUDENT-ID
                       WRITE POSTED-SECTION-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO PS-POST-KEY
                       IF IL-MOVED
                           DELETE POSTED-SECTION-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       316-MOVE-HOLDFILE.

           MOVE "HOLDFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO HD-HOLD-KEY.
           MOVE IC-OLD-ID  TO HD-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START HOLD-FILE
                   KEY IS GREATER THAN HD-HOLD-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ HOLD-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF HD-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE HD-HOLD-KEY TO WS-OLD-KEY
                       MOVE STUDENT-HOLD-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO HD-STUDENT-ID
                       WRITE STUDENT-HOLD-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO HD-HOLD-KEY
                       IF IL-MOVED
                           DELETE HOLD-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       318-MOVE-INTGSANC.

           MOVE "INTGSANC" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO IS-SANC-KEY.
           MOVE IC-OLD-ID  TO IS-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START SANCTION-FILE
                   KEY IS GREATER THAN IS-SANC-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ SANCTION-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF IS-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE IS-SANC-KEY TO WS-OLD-KEY
                       MOVE INTEGRITY-SANCTION-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO IS-STUDENT-ID
                       WRITE INTEGRITY-SANCTION-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO IS-SANC-KEY
                       IF IL-MOVED
                           DELETE SANCTION-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       320-MOVE-MAJRHIST.

           MOVE "MAJRHIST" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO MH-MAJOR-KEY.
           MOVE IC-OLD-ID  TO MH-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START MAJOR-HIST-FILE
                   KEY IS GREATER THAN MH-MAJOR-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ MAJOR-HIST-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF MH-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE MH-MAJOR-KEY TO WS-OLD-KEY
                       MOVE MAJOR-HISTORY-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO MH-STUDENT-ID
                       WRITE MAJOR-HISTORY-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO MH-MAJOR-KEY
                       IF IL-MOVED
                           DELETE MAJOR-HIST-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       322-MOVE-NAMEHIST.

           MOVE "NAMEHIST" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO NC-NAME-KEY.
           MOVE IC-OLD-ID  TO NC-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START NAME-HIST-FILE
                   KEY IS GREATER THAN NC-NAME-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ NAME-HIST-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF NC-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE NC-NAME-KEY TO WS-OLD-KEY
                       MOVE NAME-HISTORY-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO NC-STUDENT-ID
                       WRITE NAME-HISTORY-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO NC-NAME-KEY
                       IF IL-MOVED
                           DELETE NAME-HIST-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       324-MOVE-OVLDFILE.

           MOVE "OVLDFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO OV-APPROVAL-KEY.
           MOVE IC-OLD-ID  TO OV-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START OVERLOAD-FILE
                   KEY IS GREATER THAN OV-APPROVAL-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ OVERLOAD-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF OV-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE OV-APPROVAL-KEY TO WS-OLD-KEY
                       MOVE OVERLOAD-APPROVAL-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO OV-STUDENT-ID
                       WRITE OVERLOAD-APPROVAL-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO OV-APPROVAL-KEY
                       IF IL-MOVED
                           DELETE OVERLOAD-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       326-MOVE-PROGDECL.

           MOVE "PROGDECL" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO DR-DECL-KEY.
           MOVE IC-OLD-ID  TO DR-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START PROGRAM-DECL-FILE
                   KEY IS GREATER THAN DR-DECL-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ PROGRAM-DECL-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF DR-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE DR-DECL-KEY TO WS-OLD-KEY
                       MOVE PROGRAM-DECL-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO DR-STUDENT-ID
                       WRITE PROGRAM-DECL-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO DR-DECL-KEY
                       IF IL-MOVED
                           DELETE PROGRAM-DECL-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       328-MOVE-REGFILE.

           MOVE "REGFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO RG-REG-KEY.
           MOVE IC-OLD-ID  TO RG-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START CURRENT-REG-FILE
                   KEY IS GREATER THAN RG-REG-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ CURRENT-REG-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF RG-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE RG-REG-KEY TO WS-OLD-KEY
                       MOVE CURRENT-REG-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO RG-STUDENT-ID
                       WRITE CURRENT-REG-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO RG-REG-KEY
                       IF IL-MOVED
                           DELETE CURRENT-REG-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       330-MOVE-REGJRNL.

           MOVE "REGJRNL" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO RJ-JRNL-KEY.
           MOVE IC-OLD-ID  TO RJ-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START REG-JOURNAL-FILE
                   KEY IS GREATER THAN RJ-JRNL-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ REG-JOURNAL-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF RJ-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE RJ-JRNL-KEY TO WS-OLD-KEY
                       MOVE REG-JOURNAL-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO RJ-STUDENT-ID
                       WRITE REG-JOURNAL-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO RJ-JRNL-KEY
                       IF IL-MOVED
                           DELETE REG-JOURNAL-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       332-MOVE-REGSECT.

           MOVE "REGSECT" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO RS-REG-SECT-KEY.
           MOVE IC-OLD-ID  TO RS-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START REG-SECTION-FILE
                   KEY IS GREATER THAN RS-REG-SECT-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ REG-SECTION-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF RS-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE RS-REG-SECT-KEY TO WS-OLD-KEY
                       MOVE REGISTERED-SECTION-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO RS-STUDENT-ID
                       WRITE REGISTERED-SECTION-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO RS-REG-SECT-KEY
                       IF IL-MOVED
                           DELETE REG-SECTION-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       334-MOVE-SCHAWARD.

           MOVE "SCHAWARD" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO SA-AWARD-KEY.
           MOVE IC-OLD-ID  TO SA-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START AWARD-FILE
                   KEY IS GREATER THAN SA-AWARD-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ AWARD-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF SA-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE SA-AWARD-KEY TO WS-OLD-KEY
                       MOVE SCHOLARSHIP-AWARD-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO SA-STUDENT-ID
                       WRITE SCHOLARSHIP-AWARD-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO SA-AWARD-KEY
                       IF IL-MOVED
                           DELETE AWARD-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       336-MOVE-T4DISB.

           MOVE "T4DISB" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO T4-DISB-KEY.
           MOVE IC-OLD-ID  TO T4-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START DISBURSEMENT-FILE
                   KEY IS GREATER THAN T4-DISB-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ DISBURSEMENT-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF T4-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE T4-DISB-KEY TO WS-OLD-KEY
                       MOVE T4-DISBURSEMENT-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO T4-STUDENT-ID
                       WRITE T4-DISBURSEMENT-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO T4-DISB-KEY
                       IF IL-MOVED
                           DELETE DISBURSEMENT-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       338-MOVE-TERMGPA.

           MOVE "TERMGPA" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO TG-TGPA-KEY.
           MOVE IC-OLD-ID  TO TG-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START TERM-GPA-FILE
                   KEY IS GREATER THAN TG-TGPA-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ TERM-GPA-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF TG-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE TG-TGPA-KEY TO WS-OLD-KEY
                       MOVE TERM-GPA-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO TG-STUDENT-ID
                       WRITE TERM-GPA-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO TG-TGPA-KEY
                       IF IL-MOVED
                           DELETE TERM-GPA-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       340-MOVE-TIMETKT.

           MOVE "TIMETKT" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO TK-TICKET-KEY.
           MOVE IC-OLD-ID  TO TK-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START TIME-TICKET-FILE
                   KEY IS GREATER THAN TK-TICKET-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ TIME-TICKET-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF TK-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE TK-TICKET-KEY TO WS-OLD-KEY
                       MOVE TIME-TICKET-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO TK-STUDENT-ID
                       WRITE TIME-TICKET-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO TK-TICKET-KEY
                       IF IL-MOVED
                           DELETE TIME-TICKET-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       342-MOVE-PTHIST.

           MOVE "PTHIST" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO PH-HIST-KEY.
           MOVE IC-OLD-ID  TO PH-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START PART-TIME-HIST-FILE
                   KEY IS GREATER THAN PH-HIST-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ PART-TIME-HIST-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF PH-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PH-HIST-KEY TO WS-OLD-KEY
                       MOVE PART-TIME-HIST-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO PH-STUDENT-ID
                       WRITE PART-TIME-HIST-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO PH-HIST-KEY
                       IF IL-MOVED
                           DELETE PART-TIME-HIST-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       344-MOVE-DLHIST.

           MOVE "DLHIST" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO DH-HIST-KEY.
           MOVE IC-OLD-ID  TO DH-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START DEANS-HIST-FILE
                   KEY IS GREATER THAN DH-HIST-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ DEANS-HIST-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF DH-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE DH-HIST-KEY TO WS-OLD-KEY
                       MOVE DEANS-HIST-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO DH-STUDENT-ID
                       WRITE DEANS-HIST-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO DH-HIST-KEY
                       IF IL-MOVED
                           DELETE DEANS-HIST-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       346-MOVE-SUSPFILE.

           MOVE "SUSPFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO SP-SUSP-KEY.
           MOVE IC-OLD-ID  TO SP-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START SUSPENSE-FILE
                   KEY IS GREATER THAN SP-SUSP-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ SUSPENSE-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF SP-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE SP-SUSP-KEY TO WS-OLD-KEY
                       MOVE SUSPENSE-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO SP-STUDENT-ID
                       WRITE SUSPENSE-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO SP-SUSP-KEY
                       IF IL-MOVED
                           DELETE SUSPENSE-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       348-MOVE-ALRTOUTC.

           MOVE "ALRTOUTC" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO AO-ALERT-KEY.
           MOVE IC-OLD-ID  TO AO-STUDENT-ID.

           PERFORM UNTIL SAT-SCAN-DONE
               START ALERT-OUTCOME-FILE
                   KEY IS GREATER THAN AO-ALERT-KEY
                   INVALID KEY
                       SET SAT-SCAN-DONE TO TRUE
               END-START
               IF NOT SAT-SCAN-DONE
                   READ ALERT-OUTCOME-FILE NEXT
                       AT END
                           SET SAT-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT SAT-SCAN-DONE
                   IF AO-STUDENT-ID NOT = IC-OLD-ID
                       SET SAT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE AO-ALERT-KEY TO WS-OLD-KEY
                       MOVE ALERT-OUTCOME-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO AO-STUDENT-ID
                       WRITE ALERT-OUTCOME-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-WRITE
                       MOVE WS-OLD-KEY TO AO-ALERT-KEY
                       IF IL-MOVED
                           DELETE ALERT-OUTCOME-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       350-MOVE-LOAFILE.

           MOVE "LOAFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO LV-STUDENT-ID.
           READ LOA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LV-STUDENT-ID TO WS-OLD-KEY
                   MOVE LEAVE-OF-ABSENCE-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO LV-STUDENT-ID
                   WRITE LEAVE-OF-ABSENCE-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO LV-STUDENT-ID
                   IF IL-MOVED
                       DELETE LOA-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       352-MOVE-VAFILE.

           MOVE "VAFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO VB-STUDENT-ID.
           READ VA-BENEFIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VB-STUDENT-ID TO WS-OLD-KEY
                   MOVE VETERAN-BENEFIT-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO VB-STUDENT-ID
                   WRITE VETERAN-BENEFIT-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO VB-STUDENT-ID
                   IF IL-MOVED
                       DELETE VA-BENEFIT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       354-MOVE-DELVPREF.

           MOVE "DELVPREF" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO DV-STUDENT-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DV-STUDENT-ID TO WS-OLD-KEY
                   MOVE DELIVERY-PREF-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO DV-STUDENT-ID
                   WRITE DELIVERY-PREF-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO DV-STUDENT-ID
                   IF IL-MOVED
                       DELETE DELIVERY-PREF-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       356-MOVE-VISAFILE.

           MOVE "VISAFILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO VI-STUDENT-ID.
           READ VISA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VI-STUDENT-ID TO WS-OLD-KEY
                   MOVE VISA-STATUS-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO VI-STUDENT-ID
                   WRITE VISA-STATUS-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO VI-STUDENT-ID
                   IF IL-MOVED
                       DELETE VISA-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       358-MOVE-TUITCLS.

           MOVE "TUITCLS" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO TC-STUDENT-ID.
           READ TUITION-CLASS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TC-STUDENT-ID TO WS-OLD-KEY
                   MOVE TUITION-CLASS-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO TC-STUDENT-ID
                   WRITE TUITION-CLASS-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO TC-STUDENT-ID
                   IF IL-MOVED
                       DELETE TUITION-CLASS-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       360-MOVE-ADVXREF.

           MOVE "ADVXREF" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO AX-STUDENT-ID.
           READ ADVISOR-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AX-STUDENT-ID TO WS-OLD-KEY
                   MOVE ADVISOR-XREF-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO AX-STUDENT-ID
                   WRITE ADVISOR-XREF-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO AX-STUDENT-ID
                   IF IL-MOVED
                       DELETE ADVISOR-XREF-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       362-MOVE-SUCCPLAN.

           MOVE "SUCCPLAN" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO SU-STUDENT-ID.
           READ SUCCESS-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SU-STUDENT-ID TO WS-OLD-KEY
                   MOVE SUCCESS-PLAN-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO SU-STUDENT-ID
                   WRITE SUCCESS-PLAN-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO SU-STUDENT-ID
                   IF IL-MOVED
                       DELETE SUCCESS-PLAN-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       364-MOVE-THESMILE.

           MOVE "THESMILE" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO TM-STUDENT-ID.
           READ THESIS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TM-STUDENT-ID TO WS-OLD-KEY
                   MOVE THESIS-MILESTONE-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO TM-STUDENT-ID
                   WRITE THESIS-MILESTONE-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO TM-STUDENT-ID
                   IF IL-MOVED
                       DELETE THESIS-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       366-MOVE-STANDHST.

           MOVE "STANDHST" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO SH-STUDENT-ID.
           READ STANDING-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SH-STUDENT-ID TO WS-OLD-KEY
                   MOVE STANDING-HIST-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO SH-STUDENT-ID
                   WRITE STANDING-HIST-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO SH-STUDENT-ID
                   IF IL-MOVED
                       DELETE STANDING-HIST-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


       368-MOVE-COHORT.

           MOVE "COHORT" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE IC-OLD-ID TO CO-STUDENT-ID.
           READ COHORT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CO-STUDENT-ID TO WS-OLD-KEY
                   MOVE COHORT-RECORD TO WS-MOVE-IMAGE
                   MOVE IC-NEW-ID TO CO-STUDENT-ID
                   WRITE COHORT-RECORD
                       INVALID KEY
                           SET IL-NOT-MOVED TO TRUE
                       NOT INVALID KEY
                           SET IL-MOVED TO TRUE
                   END-WRITE
                   MOVE IC-OLD-ID TO CO-STUDENT-ID
                   IF IL-MOVED
                       DELETE COHORT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   PERFORM 390-LOG-MOVE
           END-READ.

           PERFORM 395-PRINT-FILE-COUNT.


      *****************************************************
      *  370-MOVE-WAITLIST - THE WAITLIST IS KEYED BY      *
      *  SECTION, NOT STUDENT, SO THE STUDENT'S ENTRIES    *
      *  ARE FOUND BY A FULL PASS AND REWRITTEN IN PLACE   *
      *  WITH THE NEW ID; THEIR PLACE IN THE QUEUE IS      *
      *  UNCHANGED.                                        *
      *****************************************************
       370-MOVE-WAITLIST.

           MOVE "WAITLIST" TO WS-FILE-NAME.
           PERFORM 380-START-FILE.
           MOVE LOW-VALUES TO WL-WAIT-KEY.
           START WAITLIST-FILE
               KEY IS NOT LESS THAN WL-WAIT-KEY
               INVALID KEY
                   SET SAT-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SAT-SCAN-DONE
               READ WAITLIST-FILE NEXT
                   AT END
                       SET SAT-SCAN-DONE TO TRUE
               END-READ
               IF NOT SAT-SCAN-DONE
                   IF WL-STUDENT-ID = IC-OLD-ID
                       MOVE WL-WAIT-KEY TO WS-OLD-KEY
                       MOVE WAITLIST-RECORD TO WS-MOVE-IMAGE
                       MOVE IC-NEW-ID TO WL-STUDENT-ID
                       REWRITE WAITLIST-RECORD
                           INVALID KEY
                               SET IL-NOT-MOVED TO TRUE
                           NOT INVALID KEY
                               SET IL-MOVED TO TRUE
                       END-REWRITE
                       PERFORM 390-LOG-MOVE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 395-PRINT-FILE-COUNT.


       380-START-FILE.

           MOVE ZERO TO WS-FILE-MOVED
                        WS-FILE-NOT-MOVED.
           MOVE "N" TO SAT-SCAN-SWITCH.


      *****************************************************
      *  390-LOG-MOVE - LOGS ONE RECORD'S MOVE (OR FAILURE *
      *  TO MOVE) ON IDCHGLOG WITH ITS IMAGE UNDER THE OLD *
      *  ID.  A RECORD LEFT BEHIND PRINTS WITH ITS OLD     *
      *  KEY.                                              *
      *****************************************************
       390-LOG-MOVE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE IC-OLD-ID       TO IL-OLD-STUDENT-ID.
           MOVE IC-NEW-ID       TO IL-NEW-STUDENT-ID.
           MOVE CD-CURRENT-DATE TO IL-DATE.
           MOVE CD-CURRENT-TIME TO IL-TIME.
           MOVE IC-USER-ID      TO IL-USER-ID.
           MOVE WS-FILE-NAME    TO IL-FILE-NAME.
           MOVE WS-MOVE-IMAGE   TO IL-RECORD-IMAGE.

           IF IL-MOVED
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-RECORDS-MOVED
           ELSE
               ADD 1 TO WS-FILE-NOT-MOVED
               ADD 1 TO WS-RECORDS-NOT-MOVED
               MOVE WS-FILE-NAME TO ICN-FILE-NAME
               MOVE WS-OLD-KEY   TO ICN-OLD-KEY
               MOVE IDC-NOT-MOVED-LINE TO IDC-REC
               WRITE IDC-REC
           END-IF.

           WRITE ID-CHANGE-LOG-RECORD.


       395-PRINT-FILE-COUNT.

           IF WS-FILE-MOVED > ZERO
               MOVE WS-FILE-NAME  TO ICF-FILE-NAME
               MOVE WS-FILE-MOVED TO ICF-COUNT
               MOVE "RECORDS MOVED TO NEW ID" TO ICF-CAPTION
               MOVE IDC-FILE-LINE TO IDC-REC
               WRITE IDC-REC
           END-IF.

           IF WS-FILE-NOT-MOVED > ZERO
               MOVE WS-FILE-NAME      TO ICF-FILE-NAME
               MOVE WS-FILE-NOT-MOVED TO ICF-COUNT
               MOVE "RECORDS LEFT UNDER OLD ID" TO ICF-CAPTION
               MOVE IDC-FILE-LINE TO IDC-REC
               WRITE IDC-REC
           END-IF.


       240-PRINT-TRAILER.

           MOVE SPACES TO IDC-REC.
           WRITE IDC-REC AFTER 2.

           MOVE "ID CHANGE TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO IDC-REC.
           WRITE IDC-REC AFTER 1.

           MOVE "ID CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO IDC-REC.
           WRITE IDC-REC AFTER 1.

           MOVE "ID CHANGES REJECTED" TO TR-CAPTION.
           MOVE WS-CHANGES-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO IDC-REC.
           WRITE IDC-REC AFTER 1.

           MOVE "RECORDS MOVED TO NEW IDS" TO TR-CAPTION.
           MOVE WS-RECORDS-MOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO IDC-REC.
           WRITE IDC-REC AFTER 1.

           MOVE "RECORDS LEFT UNDER OLD IDS" TO TR-CAPTION.
           MOVE WS-RECORDS-NOT-MOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO IDC-REC.
           WRITE IDC-REC AFTER 1.
