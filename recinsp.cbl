       IDENTIFICATION DIVISION.

       PROGRAM-ID. RECINSP.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  RECINSP - FERPA RECORDS-INSPECTION DOSSIER        *
      *  PRINTS, FOR THE ONE STUDENT NAMED ON THE INSPPARM *
      *  CARD, EVERYTHING THE REGISTRAR FILES HOLD ABOUT   *
      *  THAT STUDENT, SO A REQUEST TO INSPECT EDUCATION   *
      *  RECORDS IS ANSWERED FROM ONE LISTING.  EACH       *
      *  SOURCE PRINTS AS ITS OWN SECTION ON INSPRPT, IN   *
      *  THIS ORDER: STUDENT MASTER, COURSE-HISTORY        *
      *  OVERFLOW, ADDRESSES, HOLDS, STANDING HISTORY,     *
      *  APPEALS, LEAVE OF ABSENCE, VA BENEFITS,           *
      *  SCHOLARSHIP AWARDS, TRANSCRIPT REQUEST QUEUE,     *
      *  TRANSCRIPT REQUEST LOG, COMMUNICATIONS LOG AND    *
      *  DISCLOSURE LOG.  A SOURCE HOLDING NOTHING FOR THE *
      *  STUDENT SAYS SO.  FIELDS THAT IDENTIFY OTHER      *
      *  PEOPLE - THE STAFF WHO APPROVED, PLACED, RELEASED *
      *  OR RECORDED AN ENTRY, AND THE USER AND TERMINAL   *
      *  THAT KEYED A REQUEST - PRINT MASKED.  THE PARTY A *
      *  TRANSCRIPT OR DISCLOSURE WENT TO IS SHOWN, SINCE  *
      *  THE STUDENT IS ENTITLED TO THE RECORD OF          *
      *  DISCLOSURES.  THE DOSSIER IS ITSELF LOGGED TO     *
      *  DISCLOG AS A DISCLOSURE TO THE STUDENT, WITH THE  *
      *  REQUESTER AND PURPOSE FROM THE CARD (SELF AND IN  *
      *  WHEN LEFT BLANK).                                 *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT INSP-PARM-FILE
               ASSIGN INSPPARM
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL STANDING-HIST-FILE
               ASSIGN STANDHST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SH-STUDENT-ID
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL APPEAL-FILE
               ASSIGN APPLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-APPEAL-KEY
               FILE STATUS IS WS-APPL-STATUS.

           SELECT OPTIONAL LEAVE-FILE
               ASSIGN LOAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LV-STUDENT-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT OPTIONAL VA-BENEFIT-FILE
               ASSIGN VAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VB-STUDENT-ID
               FILE STATUS IS WS-VA-STATUS.

           SELECT OPTIONAL AWARD-FILE
               ASSIGN SCHAWARD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT OPTIONAL TRANSCRIPT-QUEUE
               ASSIGN TRNQUEUE
               FILE STATUS IS WS-TNQ-STATUS.

           SELECT OPTIONAL REQUEST-LOG-FILE
               ASSIGN TRNRQLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TL-CONFIRM-NO
               FILE STATUS IS WS-TRLOG-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL DISCLOSURE-LOG
               ASSIGN DISCLOG
               FILE STATUS IS WS-DISC-STATUS.

           SELECT INSPECTION-REPORT
               ASSIGN INSPRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  INSP-PARM-FILE.

       01  INSP-PARM-RECORD.
           05  IP-STUDENT-ID            PIC 9(09).
           05  IP-REQUESTER-ID          PIC X(06).
           05  IP-PURPOSE-CODE          PIC X(02).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADDRESS-FILE.

            COPY ADDRFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STANDING-HIST-FILE.

       01  STANDING-HIST-RECORD.
           05  SH-STUDENT-ID            PIC 9(09).
           05  SH-PRIOR-LEVEL           PIC 9(01).
           05  SH-LAST-TERM             PIC X(05).
           05  SH-LAST-DATE             PIC 9(08).

       FD  APPEAL-FILE.

            COPY APPLFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  LEAVE-FILE.

            COPY LOAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VA-BENEFIT-FILE.

            COPY VAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AWARD-FILE.

            COPY SCHAWARD IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TRANSCRIPT-QUEUE.

            COPY TRNQUEUE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REQUEST-LOG-FILE.

            COPY TRNRQLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DISCLOSURE-LOG.

            COPY DISCLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSPECTION-REPORT.

       01  INSP-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-PARM-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-ADDR-STATUS          PIC XX.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-HIST-STATUS          PIC XX.
           05  WS-APPL-STATUS          PIC XX.
           05  WS-LEAVE-STATUS         PIC XX.
           05  WS-VA-STATUS            PIC XX.
           05  WS-AWARD-STATUS         PIC XX.
           05  WS-TNQ-STATUS           PIC XX.
           05  WS-TRLOG-STATUS         PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-DISC-STATUS          PIC XX.
           05  WS-SCAN-SWITCH          PIC X(01) VALUE "N".
               88  SCAN-DONE                     VALUE "Y".
           05  WS-MASTER-SWITCH        PIC X(01) VALUE "N".
               88  STUDENT-ON-MASTER             VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-SECTION-NO           PIC 9(02) VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-LISTED       PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-EMPTY       PIC 9(03) VALUE ZERO.
           05  WS-FIELDS-MASKED        PIC 9(07) VALUE ZERO.

      *****************************************************
      *  PRINTED IN PLACE OF A FIELD THAT IDENTIFIES       *
      *  SOMEONE OTHER THAN THE STUDENT.                   *
      *****************************************************
       01  MASKED-VALUE                PIC X(08) VALUE ALL "*".

       01  INSP-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  IH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  IH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  IH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "FERPA RECORDS-INSPECTION DOSSIER".
           05                 PIC X(09)   VALUE "STUDENT: ".
           05  IH-STUDENT-ID  PIC 9(09).
           05                 PIC X(52)   VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05                 PIC X(08)   VALUE "SECTION ".
           05  ST-SECTION-NO  PIC Z9.
           05                 PIC X(03)   VALUE " - ".
           05  ST-TITLE       PIC X(60).
           05                 PIC X(59)   VALUE SPACE.

       01  SECTION-MESSAGE-LINE.
           05                 PIC X(04)   VALUE SPACE.
           05  SL-MESSAGE     PIC X(60).
           05                 PIC X(68)   VALUE SPACE.

       01  MASTER-DETAIL-LINE-1.
           05                     PIC X(09)  VALUE "STUDENT: ".
           05  MD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-NAME-FIRST      PIC X(12).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-NAME-MI         PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(06)  VALUE "BORN: ".
           05  MD-BIRTH-DATE      PIC 9999/99/99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(08)  VALUE "STATUS: ".
           05  MD-ENROLL-STATUS   PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(07)  VALUE "MAJOR: ".
           05  MD-MAJOR-CODE      PIC X(04).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(06)  VALUE "HOLD: ".
           05  MD-PUB-HOLD        PIC X(01).
           05                     PIC X(22)  VALUE SPACE.

       01  MASTER-DETAIL-LINE-2.
           05                     PIC X(05)  VALUE "GPA: ".
           05  MD-GPA             PIC 9.99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(09)  VALUE "CREDITS: ".
           05  MD-CREDITS         PIC ZZ9.99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(07)  VALUE "AS OF: ".
           05  MD-GPA-DATE        PIC 9999/99/99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(10)  VALUE "STANDING: ".
           05  MD-STANDING        PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(09)  VALUE "COURSES: ".
           05  MD-NUM-CRS         PIC Z9.
           05                     PIC X(53)  VALUE SPACE.

       01  ADDR-HEADING-LINE.
           05                 PIC X(04)   VALUE "TYPE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "EFFECTIVE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(30)   VALUE "ADDRESS LINE 1".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(30)   VALUE "ADDRESS LINE 2".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(20)   VALUE "CITY".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(02)   VALUE "ST".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(09)   VALUE "ZIP".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(10)   VALUE "PHONE".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(03)   VALUE "BAD".
           05                 PIC X(04)   VALUE SPACE.

       01  ADDR-DETAIL-LINE.
           05  XA-ADDR-TYPE       PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  XA-EFFECTIVE-DATE  PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XA-LINE-1          PIC X(30).
           05                     PIC X(01)  VALUE SPACE.
           05  XA-LINE-2          PIC X(30).
           05                     PIC X(01)  VALUE SPACE.
           05  XA-CITY            PIC X(20).
           05                     PIC X(01)  VALUE SPACE.
           05  XA-STATE           PIC X(02).
           05                     PIC X(01)  VALUE SPACE.
           05  XA-ZIP             PIC X(09).
           05                     PIC X(01)  VALUE SPACE.
           05  XA-PHONE           PIC X(10).
           05                     PIC X(01)  VALUE SPACE.
           05  XA-BAD-FLAG        PIC X(01).
           05                     PIC X(06)  VALUE SPACE.

       01  HOLD-HEADING-LINE.
           05                 PIC X(04)   VALUE "TYPE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "STATUS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(30)   VALUE "REASON".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "PLACED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "PLACED BY".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "RELEASED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "RELEASED BY".
           05                 PIC X(40)   VALUE SPACE.

       01  HOLD-DETAIL-LINE.
           05  XH-HOLD-TYPE       PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  XH-STATUS          PIC X(01).
           05                     PIC X(07)  VALUE SPACE.
           05  XH-REASON          PIC X(30).
           05                     PIC X(02)  VALUE SPACE.
           05  XH-PLACED-DATE     PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XH-PLACED-BY       PIC X(06).
           05                     PIC X(05)  VALUE SPACE.
           05  XH-RELEASED-DATE   PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XH-RELEASED-BY     PIC X(06).
           05                     PIC X(45)  VALUE SPACE.

       01  STND-HEADING-LINE.
           05                 PIC X(11)   VALUE "PRIOR LEVEL".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "LAST TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(14)   VALUE "LAST EVALUATED".
           05                 PIC X(94)   VALUE SPACE.

       01  STND-DETAIL-LINE.
           05  XS-PRIOR-LEVEL     PIC 9(01).
           05                     PIC X(12)  VALUE SPACE.
           05  XS-LAST-TERM       PIC X(05).
           05                     PIC X(06)  VALUE SPACE.
           05  XS-LAST-DATE       PIC 9999/99/99.
           05                     PIC X(98)  VALUE SPACE.

       01  APPL-HEADING-LINE.
           05                 PIC X(04)   VALUE "TYPE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "DECISION".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "APPROVER".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "OVERRIDE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "DECIDED".
           05                 PIC X(79)   VALUE SPACE.

       01  APPL-DETAIL-LINE.
           05  XP-APPEAL-TYPE     PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  XP-DECISION        PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  XP-APPROVER        PIC X(06).
           05                     PIC X(04)  VALUE SPACE.
           05  XP-EFFECTIVE-TERM  PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  XP-OVERRIDE-CODE   PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  XP-DECISION-DATE   PIC 9999/99/99.
           05                     PIC X(79)  VALUE SPACE.

       01  LEAVE-HEADING-LINE.
           05                 PIC X(05)   VALUE "BEGIN".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "RETURN".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "REASON".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "APPROVED BY".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "GRANTED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "STATUS".
           05                 PIC X(78)   VALUE SPACE.

       01  LEAVE-DETAIL-LINE.
           05  XL-BEGIN-TERM      PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  XL-RETURN-TERM     PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  XL-REASON-CODE     PIC X(02).
           05                     PIC X(06)  VALUE SPACE.
           05  XL-APPROVED-BY     PIC X(06).
           05                     PIC X(07)  VALUE SPACE.
           05  XL-GRANT-DATE      PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XL-STATUS          PIC X(01).
           05                     PIC X(83)  VALUE SPACE.

       01  VA-HEADING-LINE.
           05                 PIC X(07)   VALUE "CHAPTER".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "STATUS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "START".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "END".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "RECORDED BY".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "RECORDED".
           05                 PIC X(68)   VALUE SPACE.

       01  VA-DETAIL-LINE.
           05  XV-CHAPTER         PIC X(02).
           05                     PIC X(07)  VALUE SPACE.
           05  XV-STATUS          PIC X(01).
           05                     PIC X(07)  VALUE SPACE.
           05  XV-START-DATE      PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XV-END-DATE        PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XV-RECORDED-BY     PIC X(06).
           05                     PIC X(07)  VALUE SPACE.
           05  XV-RECORDED-DATE   PIC 9999/99/99.
           05                     PIC X(68)  VALUE SPACE.

       01  AWARD-HEADING-LINE.
           05                 PIC X(06)   VALUE "AWARD".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "STATUS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "MIN GPA".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "MIN CREDITS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "EVAL TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "EVALUATED".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(04)   VALUE "YEAR".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(12)   VALUE "PAID".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(04)   VALUE "YEAR".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(12)   VALUE "PAID".
           05                 PIC X(33)   VALUE SPACE.

       01  AWARD-DETAIL-LINE.
           05  XW-AWARD-CODE      PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  XW-STATUS          PIC X(01).
           05                     PIC X(07)  VALUE SPACE.
           05  XW-MIN-GPA         PIC 9.99.
           05                     PIC X(05)  VALUE SPACE.
           05  XW-MIN-CREDITS     PIC ZZ9.99.
           05                     PIC X(07)  VALUE SPACE.
           05  XW-EVAL-TERM       PIC X(05).
           05                     PIC X(06)  VALUE SPACE.
           05  XW-EVAL-DATE       PIC 9999/99/99.
           05                     PIC X(03)  VALUE SPACE.
           05  XW-PAID-YEAR-1     PIC 9(04).
           05                     PIC X(01)  VALUE SPACE.
           05  XW-PAID-AMOUNT-1   PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(03)  VALUE SPACE.
           05  XW-PAID-YEAR-2     PIC 9(04).
           05                     PIC X(01)  VALUE SPACE.
           05  XW-PAID-AMOUNT-2   PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(33)  VALUE SPACE.

       01  TRNQ-HEADING-LINE.
           05                 PIC X(08)   VALUE "CONFIRM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "REQUESTER".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "PURPOSE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "WAIT TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "QUEUED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "DELIVERY".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(03)   VALUE "FKA".
           05                 PIC X(66)   VALUE SPACE.

       01  TRNQ-DETAIL-LINE.
           05  XQ-CONFIRM-NO      PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  XQ-REQUESTER       PIC X(06).
           05                     PIC X(05)  VALUE SPACE.
           05  XQ-PURPOSE         PIC X(02).
           05                     PIC X(07)  VALUE SPACE.
           05  XQ-WAIT-TERM       PIC X(05).
           05                     PIC X(06)  VALUE SPACE.
           05  XQ-QUEUED-DATE     PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XQ-DELIVERY        PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  XQ-FKA-OPTION      PIC X(01).
           05                     PIC X(68)  VALUE SPACE.

       01  TRLG-HEADING-LINE.
           05                 PIC X(08)   VALUE "CONFIRM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "REQUESTER".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "PURPOSE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(04)   VALUE "HOLD".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "DELIVERY".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(03)   VALUE "FKA".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "WAIT TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "ENTERED".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(08)   VALUE "TIME".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "USER".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "TERMINAL".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "STATUS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "STATUS DATE".
           05                 PIC X(10)   VALUE SPACE.

       01  TRLG-DETAIL-LINE.
           05  XR-CONFIRM-NO      PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  XR-REQUESTER       PIC X(06).
           05                     PIC X(05)  VALUE SPACE.
           05  XR-PURPOSE         PIC X(02).
           05                     PIC X(07)  VALUE SPACE.
           05  XR-HOLD-OPTION     PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  XR-DELIVERY        PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  XR-FKA-OPTION      PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  XR-WAIT-TERM       PIC X(05).
           05                     PIC X(06)  VALUE SPACE.
           05  XR-ENTERED-DATE    PIC 9999/99/99.
           05                     PIC X(01)  VALUE SPACE.
           05  XR-ENTERED-TIME    PIC 99B99B99.
           05                     PIC X(02)  VALUE SPACE.
           05  XR-USER-ID         PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  XR-TERMINAL-ID     PIC X(04).
           05                     PIC X(06)  VALUE SPACE.
           05  XR-STATUS          PIC X(01).
           05                     PIC X(07)  VALUE SPACE.
           05  XR-STATUS-DATE     PIC 9999/99/99.
           05                     PIC X(11)  VALUE SPACE.

       01  CLOG-HEADING-LINE.
           05                 PIC X(08)   VALUE "DOCUMENT".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(10)   VALUE "PRODUCED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "CHANNEL".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "RETURNED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "RETURN DATE".
           05                 PIC X(73)   VALUE SPACE.

       01  CLOG-DETAIL-LINE.
           05  XC-DOC-TYPE        PIC X(04).
           05                     PIC X(06)  VALUE SPACE.
           05  XC-TERM-CODE       PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  XC-PRODUCED-DATE   PIC 9999/99/99.
           05                     PIC X(02)  VALUE SPACE.
           05  XC-CHANNEL         PIC X(01).
           05                     PIC X(08)  VALUE SPACE.
           05  XC-RETURNED-FLAG   PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  XC-RETURNED-DATE   PIC 9999/99/99.
           05                     PIC X(74)  VALUE SPACE.

       01  DISC-HEADING-LINE.
           05                 PIC X(10)   VALUE "DATE".
           05                 PIC X(01)   VALUE SPACE.
           05                 PIC X(08)   VALUE "TIME".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(08)   VALUE "PROGRAM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "REQUESTER".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "PURPOSE".
           05                 PIC X(83)   VALUE SPACE.

       01  DISC-DETAIL-LINE.
           05  XD-DATE            PIC 9999/99/99.
           05                     PIC X(01)  VALUE SPACE.
           05  XD-TIME            PIC 99B99B99.
           05                     PIC X(02)  VALUE SPACE.
           05  XD-PROGRAM         PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-REQUESTER       PIC X(06).
           05                     PIC X(05)  VALUE SPACE.
           05  XD-PURPOSE         PIC X(02).
           05                     PIC X(88)  VALUE SPACE.

       01  COURSE-HEADING-LINE.
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(03)   VALUE "SEG".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "COURSE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "CREDITS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "ATTEMPTED".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "GRADE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "BASIS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(04)   VALUE "FLAG".
           05                 PIC X(70)   VALUE SPACE.

       01  COURSE-DETAIL-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05  XK-SEGMENT         PIC X(02).
           05                     PIC X(03)  VALUE SPACE.
           05  XK-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  XK-TERM-CODE       PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  XK-CREDITS         PIC Z9.9.
           05                     PIC X(05)  VALUE SPACE.
           05  XK-ATTEMPTED       PIC Z9.9.
           05                     PIC X(07)  VALUE SPACE.
           05  XK-GRADE           PIC X(03).
           05                     PIC X(04)  VALUE SPACE.
           05  XK-BASIS           PIC X(01).
           05                     PIC X(06)  VALUE SPACE.
           05  XK-FLAG            PIC X(01).
           05                     PIC X(73)  VALUE SPACE.

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

           PERFORM 200-LIST-MASTER.
           PERFORM 210-LIST-OVERFLOW.
           PERFORM 220-LIST-ADDRESSES.
           PERFORM 230-LIST-HOLDS.
           PERFORM 240-LIST-STANDING-HIST.
           PERFORM 250-LIST-APPEALS.
           PERFORM 260-LIST-LEAVE.
           PERFORM 270-LIST-VA-BENEFIT.
           PERFORM 280-LIST-AWARDS.
           PERFORM 290-LIST-TRANSCRIPT-QUEUE.
           PERFORM 300-LIST-REQUEST-LOG.
           PERFORM 310-LIST-COMM-LOG.
           PERFORM 320-LIST-DISCLOSURES.

           PERFORM 400-LOG-DISCLOSURE.

           PERFORM 500-PRINT-TRAILER.

           CLOSE INSP-PARM-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 ADDRESS-FILE
                 HOLD-FILE
                 STANDING-HIST-FILE
                 APPEAL-FILE
                 LEAVE-FILE
                 VA-BENEFIT-FILE
                 AWARD-FILE
                 TRANSCRIPT-QUEUE
                 REQUEST-LOG-FILE
                 COMM-LOG-FILE
                 DISCLOSURE-LOG
                 INSPECTION-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO IH-MONTH.
           MOVE CD-DAY     TO IH-DAY.
           MOVE CD-YEAR    TO IH-YEAR.

           OPEN INPUT INSP-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSPECTION PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ INSP-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' INSPPARM IS EMPTY - STUDENT CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF IP-STUDENT-ID NOT NUMERIC OR IP-STUDENT-ID = ZERO
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' INSPPARM STUDENT ID IS NOT VALID'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF IP-REQUESTER-ID = SPACES
               MOVE "SELF" TO IP-REQUESTER-ID
           END-IF.

           IF IP-PURPOSE-CODE = SPACES
               MOVE "IN" TO IP-PURPOSE-CODE
           END-IF.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT OVERFLOW-FILE.

           IF WS-OVFL-STATUS NOT = '00'
                   AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT ADDRESS-FILE.

           IF WS-ADDR-STATUS NOT = '00'
                   AND WS-ADDR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADDRESS FILE'
               DISPLAY ' FILE STATUS IS ', WS-ADDR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00'
                   AND WS-HOLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE HOLD FILE'
               DISPLAY ' FILE STATUS IS ', WS-HOLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STANDING-HIST-FILE.

           IF WS-HIST-STATUS NOT = '00'
                   AND WS-HIST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STANDING HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-HIST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT APPEAL-FILE.

           IF WS-APPL-STATUS NOT = '00'
                   AND WS-APPL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE APPEAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-APPL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT LEAVE-FILE.

           IF WS-LEAVE-STATUS NOT = '00'
                   AND WS-LEAVE-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE LEAVE OF ABSENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-LEAVE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT VA-BENEFIT-FILE.

           IF WS-VA-STATUS NOT = '00'
                   AND WS-VA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VA BENEFIT FILE'
               DISPLAY ' FILE STATUS IS ', WS-VA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT AWARD-FILE.

           IF WS-AWARD-STATUS NOT = '00'
                   AND WS-AWARD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SCHOLARSHIP AWARD FILE'
               DISPLAY ' FILE STATUS IS ', WS-AWARD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT TRANSCRIPT-QUEUE.

           IF WS-TNQ-STATUS NOT = '00'
                   AND WS-TNQ-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TRANSCRIPT QUEUE'
               DISPLAY ' FILE STATUS IS ', WS-TNQ-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT REQUEST-LOG-FILE.

           IF WS-TRLOG-STATUS NOT = '00'
                   AND WS-TRLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TRANSCRIPT REQUEST LOG'
               DISPLAY ' FILE STATUS IS ', WS-TRLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00'
                   AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COMMUNICATIONS LOG'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DISCLOSURE-LOG.

           IF WS-DISC-STATUS NOT = '00'
                   AND WS-DISC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DISCLOSURE LOG'
               DISPLAY ' FILE STATUS IS ', WS-DISC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT INSPECTION-REPORT.

           MOVE IP-STUDENT-ID TO IH-STUDENT-ID.
           MOVE INSP-HEADING-LINE TO INSP-REC.
           WRITE INSP-REC AFTER PAGE.


      *****************************************************
      *  190-START-SECTION - PRINTS THE TITLE IN ST-TITLE  *
      *  UNDER THE NEXT SECTION NUMBER AND RESETS THE      *
      *  SECTION COUNT.  THE CALLER PRINTS ITS OWN COLUMN  *
      *  HEADING.                                          *
      *****************************************************
       190-START-SECTION.

           ADD 1 TO WS-SECTION-NO.
           MOVE WS-SECTION-NO TO ST-SECTION-NO.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SECTION-TITLE-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 3.
           MOVE SPACES TO INSP-REC.
           WRITE INSP-REC AFTER 1.


      *****************************************************
      *  195-END-SECTION - A SECTION THAT LISTED NOTHING   *
      *  SAYS SO, SO THE STUDENT CAN SEE THE SOURCE WAS    *
      *  SEARCHED.                                         *
      *****************************************************
       195-END-SECTION.

           IF WS-SECTION-COUNT = ZERO
               ADD 1 TO WS-SECTIONS-EMPTY
               MOVE "NOTHING ON FILE FOR THIS STUDENT" TO SL-MESSAGE
               MOVE SECTION-MESSAGE-LINE TO INSP-REC
               WRITE INSP-REC AFTER 1
           END-IF.


       197-WRITE-DETAIL.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORDS-LISTED.
           WRITE INSP-REC AFTER 1.


       200-LIST-MASTER.

           MOVE "STUDENT MASTER RECORD (STUFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE IP-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-SWITCH
               NOT INVALID KEY
                   SET STUDENT-ON-MASTER TO TRUE
           END-READ.

           IF STUDENT-ON-MASTER
               MOVE SM-STUDENT-ID         TO MD-STUDENT-ID
               MOVE SM-NAME-LAST          TO MD-NAME-LAST
               MOVE SM-NAME-FIRST         TO MD-NAME-FIRST
               MOVE SM-NAME-MI            TO MD-NAME-MI
               MOVE SM-DATE-OF-BIRTH      TO MD-BIRTH-DATE
               MOVE SM-ENROLL-STATUS      TO MD-ENROLL-STATUS
               MOVE SM-MAJOR-CODE         TO MD-MAJOR-CODE
               MOVE SM-PUB-HOLD-FLAG      TO MD-PUB-HOLD
               MOVE MASTER-DETAIL-LINE-1  TO INSP-REC
               PERFORM 197-WRITE-DETAIL
               MOVE SM-LAST-GPA           TO MD-GPA
               MOVE SM-LAST-TOTAL-CREDITS TO MD-CREDITS
               MOVE SM-GPA-AS-OF-DATE     TO MD-GPA-DATE
               MOVE SM-ACADEMIC-STANDING  TO MD-STANDING
               MOVE SM-NUM-CRS-COMPLTD    TO MD-NUM-CRS
               MOVE MASTER-DETAIL-LINE-2  TO INSP-REC
               WRITE INSP-REC AFTER 1
               MOVE COURSE-HEADING-LINE TO INSP-REC
               WRITE INSP-REC AFTER 2
               MOVE SPACES TO XK-SEGMENT
               PERFORM 205-LIST-MASTER-COURSE
                   VARYING SMSTINDX FROM 1 BY 1
                   UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD
           END-IF.

           PERFORM 195-END-SECTION.


       205-LIST-MASTER-COURSE.

           MOVE SM-COURSE-ID (SMSTINDX)         TO XK-COURSE-ID.
           MOVE SM-CRS-TERM-CODE (SMSTINDX)     TO XK-TERM-CODE.
           MOVE SM-COURSE-CREDITS (SMSTINDX)    TO XK-CREDITS.
           MOVE SM-ATTEMPTED-CREDITS (SMSTINDX) TO XK-ATTEMPTED.
           MOVE SM-LETTER-ENTERED (SMSTINDX)    TO XK-GRADE.
           MOVE SM-GRADING-BASIS (SMSTINDX)     TO XK-BASIS.
           MOVE SM-FORGIVE-FLAG (SMSTINDX)      TO XK-FLAG.
           MOVE COURSE-DETAIL-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 1.


      *****************************************************
      *  210-LIST-OVERFLOW - READS THE STUDENT'S OVERFLOW  *
      *  SEGMENTS FROM SEGMENT 1 UNTIL ONE IS MISSING, AS  *
      *  TRANSCPT DOES.                                    *
      *****************************************************
       210-LIST-OVERFLOW.

           MOVE "COURSE-HISTORY OVERFLOW (OVFLFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.

           PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                   UNTIL SCAN-DONE
               MOVE IP-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       IF WS-SECTION-COUNT = ZERO
                           MOVE COURSE-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-RECORDS-LISTED
                       MOVE SO-SEGMENT-NO TO XK-SEGMENT
                       PERFORM 215-LIST-OVFL-COURSE
                           VARYING SOCRSNDX FROM 1 BY 1
                           UNTIL SOCRSNDX > SO-NUM-CRS-SEGMENT
               END-READ
           END-PERFORM.

           PERFORM 195-END-SECTION.


       215-LIST-OVFL-COURSE.

           MOVE SO-COURSE-ID (SOCRSNDX)         TO XK-COURSE-ID.
           MOVE SO-CRS-TERM-CODE (SOCRSNDX)     TO XK-TERM-CODE.
           MOVE SO-COURSE-CREDITS (SOCRSNDX)    TO XK-CREDITS.
           MOVE SO-ATTEMPTED-CREDITS (SOCRSNDX) TO XK-ATTEMPTED.
           MOVE SO-LETTER-ENTERED (SOCRSNDX)    TO XK-GRADE.
           MOVE SO-GRADING-BASIS (SOCRSNDX)     TO XK-BASIS.
           MOVE SO-FORGIVE-FLAG (SOCRSNDX)      TO XK-FLAG.
           MOVE COURSE-DETAIL-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 1.


      *****************************************************
      *  220-LIST-ADDRESSES - EVERY ADDRESS ON FILE, BOTH  *
      *  TYPES AND ALL EFFECTIVE DATES, INCLUDING ONES     *
      *  MARKED BAD.                                       *
      *****************************************************
       220-LIST-ADDRESSES.

           MOVE "ADDRESSES (ADDRFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE IP-STUDENT-ID TO AD-STUDENT-ID.
           MOVE LOW-VALUES TO AD-ADDR-TYPE.
           MOVE ZEROS TO AD-EFFECTIVE-DATE.
           START ADDRESS-FILE
               KEY IS NOT LESS THAN AD-ADDR-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ ADDRESS-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF AD-STUDENT-ID NOT = IP-STUDENT-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SECTION-COUNT = ZERO
                           MOVE ADDR-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       MOVE AD-ADDR-TYPE      TO XA-ADDR-TYPE
                       MOVE AD-EFFECTIVE-DATE TO XA-EFFECTIVE-DATE
                       MOVE AD-LINE-1         TO XA-LINE-1
                       MOVE AD-LINE-2         TO XA-LINE-2
                       MOVE AD-CITY           TO XA-CITY
                       MOVE AD-STATE          TO XA-STATE
                       MOVE AD-ZIP            TO XA-ZIP
                       MOVE AD-PHONE          TO XA-PHONE
                       MOVE AD-BAD-ADDR-FLAG  TO XA-BAD-FLAG
                       MOVE ADDR-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


      *****************************************************
      *  230-LIST-HOLDS - ACTIVE AND RELEASED HOLDS.  WHO  *
      *  PLACED OR RELEASED A HOLD IS MASKED.              *
      *****************************************************
       230-LIST-HOLDS.

           MOVE "HOLDS (HOLDFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE IP-STUDENT-ID TO HD-STUDENT-ID.
           MOVE LOW-VALUES TO HD-HOLD-TYPE.
           START HOLD-FILE
               KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ HOLD-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF HD-STUDENT-ID NOT = IP-STUDENT-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SECTION-COUNT = ZERO
                           MOVE HOLD-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       MOVE HD-HOLD-TYPE     TO XH-HOLD-TYPE
                       MOVE HD-STATUS        TO XH-STATUS
                       MOVE HD-REASON        TO XH-REASON
                       MOVE HD-PLACED-DATE   TO XH-PLACED-DATE
                       MOVE HD-RELEASED-DATE TO XH-RELEASED-DATE
                       MOVE SPACES TO XH-PLACED-BY XH-RELEASED-BY
                       IF HD-PLACED-BY NOT = SPACES
                           MOVE MASKED-VALUE TO XH-PLACED-BY
                           ADD 1 TO WS-FIELDS-MASKED
                       END-IF
                       IF HD-RELEASED-BY NOT = SPACES
                           MOVE MASKED-VALUE TO XH-RELEASED-BY
                           ADD 1 TO WS-FIELDS-MASKED
                       END-IF
                       MOVE HOLD-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


       240-LIST-STANDING-HIST.

           MOVE "ACADEMIC STANDING HISTORY (STANDHST)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE IP-STUDENT-ID TO SH-STUDENT-ID.
           READ STANDING-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STND-HEADING-LINE TO INSP-REC
                   WRITE INSP-REC AFTER 1
                   MOVE SH-PRIOR-LEVEL TO XS-PRIOR-LEVEL
                   MOVE SH-LAST-TERM   TO XS-LAST-TERM
                   MOVE SH-LAST-DATE   TO XS-LAST-DATE
                   MOVE STND-DETAIL-LINE TO INSP-REC
                   PERFORM 197-WRITE-DETAIL
           END-READ.

           PERFORM 195-END-SECTION.


      *****************************************************
      *  250-LIST-APPEALS - STANDING AND SAP APPEALS.  THE *
      *  APPROVER IS MASKED.                               *
      *****************************************************
       250-LIST-APPEALS.

           MOVE "APPEALS (APPLFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE IP-STUDENT-ID TO AP-STUDENT-ID.
           MOVE LOW-VALUES TO AP-APPEAL-TYPE.
           START APPEAL-FILE
               KEY IS NOT LESS THAN AP-APPEAL-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ APPEAL-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF AP-STUDENT-ID NOT = IP-STUDENT-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SECTION-COUNT = ZERO
                           MOVE APPL-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       MOVE AP-APPEAL-TYPE    TO XP-APPEAL-TYPE
                       MOVE AP-DECISION       TO XP-DECISION
                       MOVE AP-EFFECTIVE-TERM TO XP-EFFECTIVE-TERM
                       MOVE AP-OVERRIDE-CODE  TO XP-OVERRIDE-CODE
                       MOVE AP-DECISION-DATE  TO XP-DECISION-DATE
                       MOVE SPACES TO XP-APPROVER
                       IF AP-APPROVER-ID NOT = SPACES
                           MOVE MASKED-VALUE TO XP-APPROVER
                           ADD 1 TO WS-FIELDS-MASKED
                       END-IF
                       MOVE APPL-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


       260-LIST-LEAVE.

           MOVE "LEAVE OF ABSENCE (LOAFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE IP-STUDENT-ID TO LV-STUDENT-ID.
           READ LEAVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LEAVE-HEADING-LINE TO INSP-REC
                   WRITE INSP-REC AFTER 1
                   MOVE LV-BEGIN-TERM   TO XL-BEGIN-TERM
                   MOVE LV-RETURN-TERM  TO XL-RETURN-TERM
                   MOVE LV-REASON-CODE  TO XL-REASON-CODE
                   MOVE LV-GRANT-DATE   TO XL-GRANT-DATE
                   MOVE LV-LEAVE-STATUS TO XL-STATUS
                   MOVE SPACES TO XL-APPROVED-BY
                   IF LV-APPROVED-BY NOT = SPACES
                       MOVE MASKED-VALUE TO XL-APPROVED-BY
                       ADD 1 TO WS-FIELDS-MASKED
                   END-IF
                   MOVE LEAVE-DETAIL-LINE TO INSP-REC
                   PERFORM 197-WRITE-DETAIL
           END-READ.

           PERFORM 195-END-SECTION.


       270-LIST-VA-BENEFIT.

           MOVE "VETERANS BENEFITS (VAFILE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE IP-STUDENT-ID TO VB-STUDENT-ID.
           READ VA-BENEFIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VA-HEADING-LINE TO INSP-REC
                   WRITE INSP-REC AFTER 1
                   MOVE VB-CHAPTER-CODE   TO XV-CHAPTER
                   MOVE VB-BENEFIT-STATUS TO XV-STATUS
                   MOVE VB-START-DATE     TO XV-START-DATE
                   MOVE VB-END-DATE       TO XV-END-DATE
                   MOVE VB-RECORDED-DATE  TO XV-RECORDED-DATE
                   MOVE SPACES TO XV-RECORDED-BY
                   IF VB-RECORDED-BY NOT = SPACES
                       MOVE MASKED-VALUE TO XV-RECORDED-BY
                       ADD 1 TO WS-FIELDS-MASKED
                   END-IF
                   MOVE VA-DETAIL-LINE TO INSP-REC
                   PERFORM 197-WRITE-DETAIL
           END-READ.

           PERFORM 195-END-SECTION.


       280-LIST-AWARDS.

           MOVE "SCHOLARSHIP AWARDS (SCHAWARD)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE IP-STUDENT-ID TO SA-STUDENT-ID.
           MOVE LOW-VALUES TO SA-AWARD-CODE.
           START AWARD-FILE
               KEY IS NOT LESS THAN SA-AWARD-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ AWARD-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF SA-STUDENT-ID NOT = IP-STUDENT-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SECTION-COUNT = ZERO
                           MOVE AWARD-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       MOVE SA-AWARD-CODE        TO XW-AWARD-CODE
                       MOVE SA-AWARD-STATUS      TO XW-STATUS
                       MOVE SA-RENEW-MIN-GPA     TO XW-MIN-GPA
                       MOVE SA-RENEW-MIN-CREDITS TO XW-MIN-CREDITS
                       MOVE SA-LAST-EVAL-TERM    TO XW-EVAL-TERM
                       MOVE SA-LAST-EVAL-DATE    TO XW-EVAL-DATE
                       MOVE SA-PAID-YEAR (1)     TO XW-PAID-YEAR-1
                       MOVE SA-PAID-AMOUNT (1)   TO XW-PAID-AMOUNT-1
                       MOVE SA-PAID-YEAR (2)     TO XW-PAID-YEAR-2
                       MOVE SA-PAID-AMOUNT (2)   TO XW-PAID-AMOUNT-2
                       MOVE AWARD-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


      *****************************************************
      *  290-LIST-TRANSCRIPT-QUEUE - TRANSCRIPT REQUESTS   *
      *  WAITING ON THE QUEUE.  THE QUEUE IS SEQUENTIAL,   *
      *  SO IT IS READ THROUGH.                            *
      *****************************************************
       290-LIST-TRANSCRIPT-QUEUE.

           MOVE "TRANSCRIPT REQUEST QUEUE (TRNQUEUE)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           IF WS-TNQ-STATUS = '05'
               SET SCAN-DONE TO TRUE
           END-IF.

           PERFORM UNTIL SCAN-DONE
               READ TRANSCRIPT-QUEUE
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF TNQ-STUDENT-ID = IP-STUDENT-ID
                       IF WS-SECTION-COUNT = ZERO
                           MOVE TRNQ-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       IF TNQ-CONFIRM-NO NUMERIC
                               AND TNQ-CONFIRM-NO NOT = ZERO
                           MOVE TNQ-CONFIRM-NO TO XQ-CONFIRM-NO
                       ELSE
                           MOVE "FORM" TO XQ-CONFIRM-NO
                       END-IF
                       MOVE TNQ-REQUESTER-ID    TO XQ-REQUESTER
                       MOVE TNQ-PURPOSE-CODE    TO XQ-PURPOSE
                       MOVE TNQ-WAIT-TERM       TO XQ-WAIT-TERM
                       MOVE TNQ-QUEUED-DATE     TO XQ-QUEUED-DATE
                       MOVE TNQ-DELIVERY-OPTION TO XQ-DELIVERY
                       MOVE TNQ-FKA-OPTION      TO XQ-FKA-OPTION
                       MOVE TRNQ-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


      *****************************************************
      *  300-LIST-REQUEST-LOG - ONLINE TRANSCRIPT REQUESTS *
      *  AND THEIR STATUS.  THE LOG IS KEYED BY            *
      *  CONFIRMATION NUMBER, SO IT IS READ THROUGH; THE   *
      *  CONTROL RECORD UNDER KEY ZERO IS SKIPPED.  THE    *
      *  USER AND TERMINAL THAT KEYED THE REQUEST ARE      *
      *  MASKED.                                           *
      *****************************************************
       300-LIST-REQUEST-LOG.

           MOVE "TRANSCRIPT REQUEST LOG (TRNRQLOG)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           IF WS-TRLOG-STATUS = '05'
               SET SCAN-DONE TO TRUE
           END-IF.

           PERFORM UNTIL SCAN-DONE
               READ REQUEST-LOG-FILE
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF TL-CONFIRM-NO NOT = ZERO
                           AND TL-STUDENT-ID = IP-STUDENT-ID
                       PERFORM 305-LIST-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


       305-LIST-REQUEST.

           IF WS-SECTION-COUNT = ZERO
               MOVE TRLG-HEADING-LINE TO INSP-REC
               WRITE INSP-REC AFTER 1
           END-IF.

           MOVE TL-CONFIRM-NO      TO XR-CONFIRM-NO.
           MOVE TL-REQUESTER-ID    TO XR-REQUESTER.
           MOVE TL-PURPOSE-CODE    TO XR-PURPOSE.
           MOVE TL-HOLD-OPTION     TO XR-HOLD-OPTION.
           MOVE TL-DELIVERY-OPTION TO XR-DELIVERY.
           MOVE TL-FKA-OPTION      TO XR-FKA-OPTION.
           MOVE TL-WAIT-TERM       TO XR-WAIT-TERM.
           MOVE TL-ENTERED-DATE    TO XR-ENTERED-DATE.
           MOVE TL-ENTERED-TIME    TO XR-ENTERED-TIME.
           MOVE TL-STATUS          TO XR-STATUS.
           MOVE TL-STATUS-DATE     TO XR-STATUS-DATE.

           MOVE SPACES TO XR-USER-ID XR-TERMINAL-ID.
           IF TL-USER-ID NOT = SPACES
               MOVE MASKED-VALUE TO XR-USER-ID
               ADD 1 TO WS-FIELDS-MASKED
           END-IF.
           IF TL-TERMINAL-ID NOT = SPACES
               MOVE MASKED-VALUE TO XR-TERMINAL-ID
               ADD 1 TO WS-FIELDS-MASKED
           END-IF.

           MOVE TRLG-DETAIL-LINE TO INSP-REC.
           PERFORM 197-WRITE-DETAIL.


       310-LIST-COMM-LOG.

           MOVE "COMMUNICATIONS LOG (COMMLOG)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE IP-STUDENT-ID TO CM-STUDENT-ID.
           MOVE LOW-VALUES TO CM-DOC-TYPE CM-TERM-CODE.
           MOVE ZEROS TO CM-PRODUCED-DATE.
           START COMM-LOG-FILE
               KEY IS NOT LESS THAN CM-LOG-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ COMM-LOG-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF CM-STUDENT-ID NOT = IP-STUDENT-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SECTION-COUNT = ZERO
                           MOVE CLOG-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       MOVE CM-DOC-TYPE      TO XC-DOC-TYPE
                       MOVE CM-TERM-CODE     TO XC-TERM-CODE
                       MOVE CM-PRODUCED-DATE TO XC-PRODUCED-DATE
                       MOVE CM-CHANNEL       TO XC-CHANNEL
                       MOVE CM-RETURNED-FLAG TO XC-RETURNED-FLAG
                       MOVE CM-RETURNED-DATE TO XC-RETURNED-DATE
                       MOVE CLOG-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


      *****************************************************
      *  320-LIST-DISCLOSURES - EVERY DISCLOSURE RECORDED  *
      *  FOR THE STUDENT, WITH THE PARTY IT WENT TO, AS    *
      *  DISCINQ LISTS THEM.                               *
      *****************************************************
       320-LIST-DISCLOSURES.

           MOVE "DISCLOSURE LOG (DISCLOG)" TO ST-TITLE.
           PERFORM 190-START-SECTION.

           MOVE "N" TO WS-SCAN-SWITCH.
           IF WS-DISC-STATUS = '05'
               SET SCAN-DONE TO TRUE
           END-IF.

           PERFORM UNTIL SCAN-DONE
               READ DISCLOSURE-LOG
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF DG-STUDENT-ID = IP-STUDENT-ID
                       IF WS-SECTION-COUNT = ZERO
                           MOVE DISC-HEADING-LINE TO INSP-REC
                           WRITE INSP-REC AFTER 1
                       END-IF
                       MOVE DG-DATE         TO XD-DATE
                       MOVE DG-TIME         TO XD-TIME
                       MOVE DG-PROGRAM      TO XD-PROGRAM
                       MOVE DG-REQUESTER-ID TO XD-REQUESTER
                       MOVE DG-PURPOSE-CODE TO XD-PURPOSE
                       MOVE DISC-DETAIL-LINE TO INSP-REC
                       PERFORM 197-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 195-END-SECTION.


      *****************************************************
      *  400-LOG-DISCLOSURE - THE DOSSIER IS A DISCLOSURE  *
      *  TO THE STUDENT.  THE LOG WAS READ ABOVE, SO IT IS *
      *  REOPENED FOR EXTEND BEFORE THE ENTRY IS APPENDED. *
      *****************************************************
       400-LOG-DISCLOSURE.

           CLOSE DISCLOSURE-LOG.
           OPEN EXTEND DISCLOSURE-LOG.

           IF WS-DISC-STATUS NOT = '00' AND WS-DISC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 400-LOG-DISCLOSURE'
               DISPLAY ' ERROR REOPENING THE DISCLOSURE LOG'
               DISPLAY ' FILE STATUS IS ', WS-DISC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE IP-STUDENT-ID   TO DG-STUDENT-ID.
           MOVE CD-CURRENT-DATE TO DG-DATE.
           MOVE CD-CURRENT-TIME TO DG-TIME.
           MOVE "RECINSP "      TO DG-PROGRAM.
           MOVE IP-REQUESTER-ID TO DG-REQUESTER-ID.
           MOVE IP-PURPOSE-CODE TO DG-PURPOSE-CODE.
           WRITE DISCLOSURE-LOG-RECORD.


       500-PRINT-TRAILER.

           MOVE SPACES TO INSP-REC.
           WRITE INSP-REC AFTER 2.

           IF NOT STUDENT-ON-MASTER
               MOVE "STUDENT IS NOT ON THE STUDENT MASTER" TO SL-MESSAGE
               MOVE SECTION-MESSAGE-LINE TO INSP-REC
               WRITE INSP-REC AFTER 1
           END-IF.

           MOVE "SECTIONS LISTED" TO TR-CAPTION.
           MOVE WS-SECTION-NO TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 1.

           MOVE "SECTIONS WITH NOTHING ON FILE" TO TR-CAPTION.
           MOVE WS-SECTIONS-EMPTY TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 1.

           MOVE "RECORDS LISTED" TO TR-CAPTION.
           MOVE WS-RECORDS-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 1.

           MOVE "FIELDS MASKED" TO TR-CAPTION.
           MOVE WS-FIELDS-MASKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO INSP-REC.
           WRITE INSP-REC AFTER 1.
