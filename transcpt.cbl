      *  FINANCIAL HOLD ON HOLDFILE WITHHOLDS THE          *
      *  OFFICIAL TRANSCRIPT; A HOLD-NOTICE LINE PRINTS    *
      *  IN ITS PLACE SO THE REQUEST IS ACCOUNTED FOR.     *
      *  EACH COURSE PRINTS WITH THE TITLE, AND COUNTS     *
      *  TOWARD THE MAJOR UNDER THE DEPARTMENT, IN FORCE   *
      *  IN THE TERM IT WAS TAKEN, FROM THE CATALOG        *
      *  VERSION HISTORY (CRSEHIST).                       *
      *  CREDIT BY EXAMINATION (BASIS E OR X) PRINTS IN    *
      *  ITS OWN SECTION AFTER THE COURSEWORK SECTIONS.    *
      *  EVERY DEGREE ON THE DEGREE MASTER (DEGRFILE)      *
      *  PRINTS BELOW THE CUMULATIVE TOTALS.               *
      *  EACH SECOND MAJOR AND MINOR ON THE DECLARED-      *
      *  PROGRAM FILE (PROGDECL) PRINTS UNDER THE          *
      *  CUMULATIVE LINE WITH ITS OWN GPA, COMPUTED THE    *
      *  SAME WAY AS THE MAJOR GPA.                        *
      *  A REQUEST ENTERED AT THE COUNTER (TRNONL) CARRIES *
      *  A CONFIRMATION NUMBER; ITS TRNRQLOG RECORD IS     *
      *  POSTED FILLED, WITHHELD, QUEUED, OR NOT FOUND.    *
      *  A COURSE FAILED FOR ACADEMIC DISHONESTY PRINTS AS *
      *  XF WITH ITS NOTATION AND COUNTS AS AN F IN BOTH   *
      *  GPAS.                                             *
      *  A COURSE TAKEN AT A CONSORTIUM PARTNER PRINTS     *
      *  UNDER ITS HOME-EQUIVALENT COURSE, ANNOTATED WITH  *
      *  THE PARTNER INSTITUTION FROM ITS CONSREG          *
      *  REGISTRATION, AND COUNTS LIKE ANY COURSE HERE.    *
      *  A REQUEST FOR A STUDENT ID RETIRED BY STUIDCHG IS *
      *  FOLLOWED THROUGH THE IDXREF CROSS-REFERENCE TO    *
      *  THE STUDENT'S CURRENT ID AND FILLED UNDER IT.     *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL VERSION-FILE
               ASSIGN CRSEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CV-VERSION-KEY
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT OPTIONAL RANK-FILE
               ASSIGN RANKFILE
               ORGANIZATION IS INDEXED
               RECORD KEY IS RK-STUDENT-ID
               FILE STATUS IS WS-RANK-STATUS.

           SELECT OPTIONAL DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN PROGDECL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-DECL-KEY
               FILE STATUS IS WS-DECL-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ASSIGN TRNQUEUE
               FILE STATUS IS WS-TNQ-STATUS.

           SELECT OPTIONAL REQUEST-LOG-FILE
               ASSIGN TRNRQLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TL-CONFIRM-NO
               FILE STATUS IS WS-TRLOG-STATUS.

           SELECT OPTIONAL STANDING-HIST-FILE
               ASSIGN STANDHST
               ORGANIZATION IS INDEXED
               RECORD KEY IS NC-NAME-KEY
               FILE STATUS IS WS-NAMH-STATUS.

           SELECT OPTIONAL CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL EDI-PENDING-FILE
               ASSIGN EDIPEND
               FILE STATUS IS WS-EDIP-STATUS.

           SELECT OPTIONAL ID-XREF-FILE
               ASSIGN IDXREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IR-OLD-STUDENT-ID
               FILE STATUS IS WS-IXRF-STATUS.

           SELECT TRANSCRIPT-REPORT
               ASSIGN TRNSRPT.

               88  TQ-ELECTRONIC                VALUE "E".
           05  TQ-FKA-OPTION            PIC X(01).
               88  TQ-SHOW-FORMER-NAMES         VALUE "F".
           05  TQ-CONFIRM-NO            PIC 9(08).

       FD  STUDENT-FILE.


            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERSION-FILE.

            COPY CRSEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  RANK-FILE.

       01  RANK-RECORD.
           05  RK-GPA                   PIC 9V99.
           05  RK-POPULATION            PIC 9(07).

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DECLARATION-FILE.

            COPY PROGDECL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

            COPY TRNQUEUE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REQUEST-LOG-FILE.

            COPY TRNRQLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STANDING-HIST-FILE.

       01  STANDING-HIST-RECORD.

            COPY NAMEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EDI-PENDING-FILE.

      *****************************************************
               10  EP-SENT-DATE         PIC 9(08).
           05  EP-REQUESTER-ID          PIC X(06).

       FD  ID-XREF-FILE.

            COPY IDXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TRANSCRIPT-REPORT.

       01  TRANS-REC      PIC X(132).
               88  CATALOG-EOF                     VALUE "Y".
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-CRS-DEPT             PIC X(04) VALUE SPACES.
           05  WS-CRS-TITLE            PIC X(30) VALUE SPACES.
           05  WS-LOOKUP-COURSE-ID     PIC X(06) VALUE SPACES.
           05  WS-LOOKUP-TERM          PIC X(05) VALUE SPACES.
           05  WS-CONS-STATUS          PIC XX.
           05  CONS-SCAN-SWITCH        PIC X(01) VALUE "N".
               88  CONS-SCAN-DONE                VALUE "Y".
           05  WS-CONS-COURSE-ID       PIC X(06) VALUE SPACES.
           05  WS-CONS-TERM            PIC X(05) VALUE SPACES.
           05  WS-CATALOG-OK-SW        PIC X(01) VALUE "Y".
               88  CATALOG-COURSE-OK             VALUE "Y".
           05  WS-MAJOR-GPA            PIC 999V99 VALUE ZERO.
           05  WS-MAJOR-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-SECTION-NO           PIC 9(02) VALUE ZERO.
           05  WS-CUR-SECTION          PIC 9(02) VALUE ZERO.
           05  WS-EXAM-ENTRIES         PIC 9(03) VALUE ZERO.
           05  WS-RANK-STATUS          PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  DEGR-SCAN-SWITCH        PIC X(01) VALUE "N".
               88  DEGR-SCAN-DONE                VALUE "Y".
           05  WS-DECL-STATUS          PIC XX.
           05  DECL-SCAN-SWITCH        PIC X(01) VALUE "N".
               88  DECL-SCAN-DONE                VALUE "Y".
           05  WS-SAVED-NUM-COURSES    PIC 9(03) VALUE ZERO.
           05  WS-PROG-SUB             PIC 9(03) VALUE ZERO.
           05  WS-PROG-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-HOLD-BLOCK-SWITCH    PIC X(01) VALUE "N".
               88  FINANCIAL-HOLD-ACTIVE         VALUE "Y".
               88  NOTATION-PENDING              VALUE "Y".
           05  WS-NOTATION-TERM        PIC X(05) VALUE SPACES.
           05  WS-NOTATIONS-PRINTED    PIC 9(07) VALUE ZERO.
           05  WS-TRLOG-STATUS         PIC XX.
           05  WS-TRLOG-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  REQUEST-LOG-FOUND             VALUE "Y".
           05  WS-NEW-REQUEST-STATUS   PIC X(01) VALUE SPACE.
           05  WS-STATUSES-POSTED      PIC 9(07) VALUE ZERO.
           05  WS-IXRF-STATUS          PIC XX.
           05  WS-XREF-SWITCH          PIC X(01) VALUE "N".
               88  XREF-RESOLVED                 VALUE "Y".
           05  WS-XREF-HOPS            PIC 9(02) VALUE ZERO.
           05  WS-REQUESTS-RESOLVED    PIC 9(07) VALUE ZERO.

       01  EQUIV-WORK-FIELDS.
           05  WS-EQUIV-STATUS         PIC XX.
                      DEPENDING ON WS-NUM-CATALOG
                      INDEXED BY CAT-X.
                           10 CAT-COURSE-ID     PIC X(06).
                           10 CAT-EFFECTIVE-TERM PIC X(05).
                           10 CAT-COURSE-TITLE  PIC X(30).
                           10 CAT-DEPARTMENT    PIC X(04).

      *****************************************************
      *  SUPERSEDED CATALOG VERSIONS, IN COURSE AND        *
      *  EFFECTIVE-TERM ORDER AS LOADED FROM CRSEHIST.     *
      *****************************************************
       01  VERSION-WORK-FIELDS.
           05  WS-VERSION-STATUS       PIC XX.
           05  VERSION-EOF-SWITCH      PIC X(01) VALUE "N".
               88  VERSION-EOF                   VALUE "Y".
           05  WS-NUM-VERSIONS         PIC 9(04) VALUE ZERO.
           05  WS-VER-SUB              PIC 9(04) VALUE ZERO.
           05  WS-VERSION-SUB          PIC 9(04) VALUE ZERO.
           05  WS-VERSION-TERM         PIC X(05) VALUE SPACES.

       01  VERSION-TBL-GROUP.
           05  VERSION-ENTRY OCCURS 1000 TIMES.
               10  VR-COURSE-ID        PIC X(06).
               10  VR-EFFECTIVE-TERM   PIC X(05).
               10  VR-COURSE-TITLE     PIC X(30).
               10  VR-DEPARTMENT       PIC X(04).

            COPY GPACPARM IN KC2477.SHARED.COBOL.STUDGPA.

      *****************************************************
           05  PRT-SUB                 PIC 9(03) VALUE ZERO.
           05  PRT-ENTRY OCCURS 160 TIMES.
               10  PRT-COURSE-ID           PIC X(06).
               10  PRT-TITLE               PIC X(30).
               10  PRT-CREDITS             PIC 99V9.
               10  PRT-PCT                 PIC 999.
               10  PRT-LETTER              PIC XX.
               10  PRT-SECTION             PIC 9(02).
               10  PRT-GC-SUB              PIC 9(03).
               10  PRT-IN-MAJOR            PIC X(01).
               10  PRT-DEPT                PIC X(04).
               10  PRT-TERM-CODE           PIC X(05).
               10  PRT-EXAM-FLAG           PIC X(01).
                   88  PRT-EXAM-CREDIT             VALUE "Y".

       01  WS-SAVED-CALC-TBL.
           05  WS-SAVED-COURSE-ENTRY   PIC X(20) OCCURS 150 TIMES.

      *****************************************************
      *  DECLARED PROGRAMS - EACH SECOND MAJOR AND MINOR   *
      *  ON FILE FOR THE STUDENT WITH ITS COMPUTED GPA.    *
      *****************************************************
       01  DECLARED-PROGRAM-TABLE.
           05  DCL-PROG-COUNT          PIC 9(02) VALUE ZERO.
           05  DCL-PROG-SUB            PIC 9(02) VALUE ZERO.
           05  DCL-PROG-ENTRY OCCURS 10 TIMES.
               10  DCL-PROG-TYPE           PIC X(01).
               10  DCL-PROG-CODE           PIC X(04).
               10  DCL-PROG-TERM           PIC X(05).
               10  DCL-PROG-GPA            PIC 999V99.

       01  TRANSCRIPT-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".

       01  COURSE-COLUMN-LINE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "TITLE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "CREDITS".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(03)  VALUE "PCT".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(05)  VALUE "GRADE".
           05                 PIC X(63)  VALUE SPACE.

       01  COURSE-DETAIL-LINE.
           05  TRD-COURSE-ID      PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  TRD-TITLE          PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05                     PIC X(06)  VALUE SPACE.
           05  TRD-CREDITS        PIC Z9.9.
           05                     PIC X(04)  VALUE SPACE.
           05  TRD-LETTER         PIC XX.
           05                     PIC X(03)  VALUE SPACE.
           05  TRD-ANNOTATION     PIC X(28).
           05                     PIC X(35)  VALUE SPACE.

       01  EXAM-SECTION-LINE.
           05                     PIC X(21)
               VALUE "CREDIT BY EXAMINATION".
           05                     PIC X(111) VALUE SPACE.

       01  SECTION-TOTAL-LINE.
           05                     PIC X(17)
           05  TRR-PERCENTILE     PIC ZZ9.
           05                     PIC X(86)  VALUE SPACE.

       01  DEGREE-AWARDED-LINE.
           05                     PIC X(16)
               VALUE "DEGREE AWARDED: ".
           05  TDA-DEGREE-CODE    PIC X(04).
           05                     PIC X(09)  VALUE "  MAJOR: ".
           05  TDA-MAJOR-CODE     PIC X(04).
           05                     PIC X(13)  VALUE "  CONFERRED: ".
           05  TDA-CONFER-DATE    PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  TDA-HONORS-TIER    PIC X(12).
           05                     PIC X(64)  VALUE SPACE.

       01  DECLARED-PROGRAM-LINE.
           05  TDP-CAPTION        PIC X(14).
           05  TDP-PROGRAM-CODE   PIC X(04).
           05                     PIC X(07)  VALUE "  GPA: ".
           05  TDP-GPA            PIC 9.99.
           05                     PIC X(13)  VALUE "  EFFECTIVE: ".
           05  TDP-EFFECTIVE-TERM PIC X(05).
           05                     PIC X(85)  VALUE SPACE.

       01  HOLD-NOTICE-LINE.
           05                     PIC X(09)  VALUE "STUDENT: ".
           05  THL-STUDENT-ID     PIC 9(09).
                 STUDENT-FILE
                 OVERFLOW-FILE
                 RANK-FILE
                 DEGREE-FILE
                 DECLARATION-FILE
                 HOLD-FILE
                 DISCLOSURE-LOG
                 TRANSCRIPT-QUEUE
                 REQUEST-LOG-FILE
                 STANDING-HIST-FILE
                 NAME-HIST-FILE
                 CONSORTIUM-REG-FILE
                 EDI-OUT-FILE
                 EDI-PENDING-FILE
                 ID-XREF-FILE
                 TRANSCRIPT-REPORT.

           STOP RUN.
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

           OPEN INPUT DECLARATION-FILE.

           IF WS-DECL-STATUS NOT = '00' AND WS-DECL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DECLARED PROGRAM FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
               STOP RUN
           END-IF.

           OPEN INPUT CONSORTIUM-REG-FILE.

           IF WS-CONS-STATUS NOT = '00'
                   AND WS-CONS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM REGISTRATION'
               DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STANDING-HIST-FILE.

           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               STOP RUN
           END-IF.

           OPEN INPUT ID-XREF-FILE.

           IF WS-IXRF-STATUS NOT = '00' AND WS-IXRF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ID CROSS-REFERENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-IXRF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT EDI-OUT-FILE.

           OPEN EXTEND EDI-PENDING-FILE.
               STOP RUN
           END-IF.

           OPEN I-O REQUEST-LOG-FILE.

           IF WS-TRLOG-STATUS NOT = '00' AND WS-TRLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TRANSCRIPT REQUEST LOG'
               DISPLAY ' FILE STATUS IS ', WS-TRLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 130-LOAD-GRADE-TABLE.
           PERFORM 910-LOAD-ROUND-POLICY.
           PERFORM 135-READ-CALENDAR.
           PERFORM 137-LOAD-CATALOG.
           PERFORM 930-LOAD-VERSIONS.
           PERFORM 915-LOAD-EQUIV.

           OPEN OUTPUT TRANSCRIPT-REPORT.
                   END-IF
                   MOVE CC-COURSE-ID
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-EFFECTIVE-TERM
                       TO CAT-EFFECTIVE-TERM (WS-NUM-CATALOG)
                   MOVE CC-COURSE-TITLE
                       TO CAT-COURSE-TITLE (WS-NUM-CATALOG)
                   MOVE CC-DEPARTMENT
                       TO CAT-DEPARTMENT (WS-NUM-CATALOG)
               END-IF
      *****************************************************
      *  170-LOOKUP-DEPT - LOOKS THE COURSE ID IN          *
      *  WS-LOOKUP-COURSE-ID UP IN THE CATALOG, SETTING    *
      *  THE CATALOG-OK SWITCH, AND WS-CRS-DEPT AND        *
      *  WS-CRS-TITLE AS IN FORCE IN WS-LOOKUP-TERM.  AN   *
      *  UNCATALOGED COURSE IS EXCLUDED FROM EVERY GPA,    *
      *  THE SAME POPULATION RULE THE NIGHTLY RUN          *
      *  APPLIES.                                          *

           MOVE "N" TO WS-CATALOG-OK-SW.
           MOVE SPACES TO WS-CRS-DEPT.
           MOVE SPACES TO WS-CRS-TITLE.
           SET CAT-X TO 1.
           SEARCH CATALOG-ENTRY VARYING CAT-X
               AT END
                   CONTINUE
               WHEN CAT-COURSE-ID (CAT-X) = WS-LOOKUP-COURSE-ID
                   MOVE "Y" TO WS-CATALOG-OK-SW
                   MOVE WS-LOOKUP-TERM TO WS-VERSION-TERM
                   PERFORM 935-FIND-VERSION
                   IF WS-VERSION-SUB = ZERO
                       MOVE CAT-DEPARTMENT (CAT-X) TO WS-CRS-DEPT
                       MOVE CAT-COURSE-TITLE (CAT-X) TO WS-CRS-TITLE
                   ELSE
                       MOVE VR-DEPARTMENT (WS-VERSION-SUB)
                           TO WS-CRS-DEPT
                       MOVE VR-COURSE-TITLE (WS-VERSION-SUB)
                           TO WS-CRS-TITLE
                   END-IF
           END-SEARCH.



       110-PRINT-TRANSCRIPT.

           PERFORM 105-RESOLVE-CHANGED-ID.

           MOVE TQ-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE NOT-FOUND-LINE TO TRANS-REC
                   WRITE TRANS-REC AFTER PAGE
                   END-WRITE
                   MOVE "N" TO WS-NEW-REQUEST-STATUS
               NOT INVALID KEY
                   IF TQ-HOLD-FOR-GRADES
                       PERFORM 116-QUEUE-REQUEST
                       MOVE "Q" TO WS-NEW-REQUEST-STATUS
                   ELSE
                       PERFORM 115-CHECK-FINANCIAL-HOLD
                       IF FINANCIAL-HOLD-ACTIVE
                           PERFORM 118-WRITE-HOLD-NOTICE
                           MOVE "W" TO WS-NEW-REQUEST-STATUS
                       ELSE
                           PERFORM 120-PRINT-STUDENT
                           MOVE "F" TO WS-NEW-REQUEST-STATUS
                       END-IF
                   END-IF
           END-READ.

           IF TQ-CONFIRM-NO NUMERIC AND TQ-CONFIRM-NO > ZERO
               PERFORM 195-POST-REQUEST-STATUS
           END-IF.


      *****************************************************
      *  105-RESOLVE-CHANGED-ID - A REQUESTED ID THAT IS   *
      *  NOT ON THE MASTER IS LOOKED UP ON THE IDXREF      *
      *  CROSS-REFERENCE AND FOLLOWED TO THE ID THE        *
      *  STUDENT CARRIES NOW (AN ID CAN HAVE BEEN CHANGED  *
      *  MORE THAN ONCE).  THE REQUEST IS THEN FILLED,     *
      *  QUEUED AND LOGGED UNDER THE CURRENT ID.  AN ID ON *
      *  NEITHER FILE IS LEFT AS REQUESTED AND PRINTS AS   *
      *  NOT FOUND.                                        *
      *****************************************************
       105-RESOLVE-CHANGED-ID.

           MOVE TQ-STUDENT-ID TO SM-STUDENT-ID.
           MOVE "N" TO WS-XREF-SWITCH.
           MOVE ZERO TO WS-XREF-HOPS.

           PERFORM UNTIL XREF-RESOLVED OR WS-XREF-HOPS > 9
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-XREF-HOPS
                       MOVE SM-STUDENT-ID TO IR-OLD-STUDENT-ID
                       READ ID-XREF-FILE
                           INVALID KEY
                               MOVE 10 TO WS-XREF-HOPS
                           NOT INVALID KEY
                               MOVE IR-NEW-STUDENT-ID TO SM-STUDENT-ID
                       END-READ
                   NOT INVALID KEY
                       SET XREF-RESOLVED TO TRUE
               END-READ
           END-PERFORM.

           IF XREF-RESOLVED AND SM-STUDENT-ID NOT = TQ-STUDENT-ID
               ADD 1 TO WS-REQUESTS-RESOLVED
               MOVE SM-STUDENT-ID TO TQ-STUDENT-ID
           END-IF.


      *****************************************************
      *  116-QUEUE-REQUEST - A HOLD-FOR-GRADES REQUEST IS  *
           MOVE CD-CURRENT-DATE TO TNQ-QUEUED-DATE.
           MOVE TQ-DELIVERY-OPTION TO TNQ-DELIVERY-OPTION.
           MOVE TQ-FKA-OPTION   TO TNQ-FKA-OPTION.
           MOVE TQ-CONFIRM-NO   TO TNQ-CONFIRM-NO.
           WRITE TRANSCRIPT-QUEUE-RECORD.


           ADD 1 TO WS-DISCLOSURES-LOGGED.


      *****************************************************
      *  195-POST-REQUEST-STATUS - A REQUEST TAKEN AT THE  *
      *  COUNTER CARRIES ITS TRNRQLOG CONFIRMATION NUMBER; *
      *  ITS LOG RECORD IS UPDATED WITH HOW THIS RUN       *
      *  DISPOSED OF IT SO THE STUDENT CAN CHECK THE       *
      *  STATUS ONLINE.  A NUMBER NOT ON THE LOG IS        *
      *  PASSED OVER.                                      *
      *****************************************************
       195-POST-REQUEST-STATUS.

           MOVE "N" TO WS-TRLOG-FOUND-SWITCH.
           MOVE TQ-CONFIRM-NO TO TL-CONFIRM-NO.
           READ REQUEST-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRLOG-FOUND-SWITCH
           END-READ.

           IF REQUEST-LOG-FOUND
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE WS-NEW-REQUEST-STATUS TO TL-STATUS
               MOVE CD-CURRENT-DATE       TO TL-STATUS-DATE
               REWRITE TRANSCRIPT-REQ-LOG-RECORD
                   INVALID KEY
                       DISPLAY '******************************'
                       DISPLAY ' 195-POST-REQUEST-STATUS'
                       DISPLAY ' REWRITE FAILED FOR REQUEST ',
                               TL-CONFIRM-NO
                       DISPLAY '*******************************'
                   NOT INVALID KEY
                       ADD 1 TO WS-STATUSES-POSTED
               END-REWRITE
           END-IF.


       120-PRINT-STUDENT.

           ADD 1 TO WS-TRANSCRIPTS-PRINTED.
           MOVE GC-TOTAL-CREDITS TO WS-TOTAL-CREDITS.

           PERFORM 155-TAKE-LETTERS.
           PERFORM 159-COMPUTE-PROGRAM-GPAS.
           PERFORM 158-COMPUTE-MAJOR-GPA.
           PERFORM 160-DERIVE-STANDING-NOTE.
           PERFORM 175-PRINT-BODY.
       140-GATHER-MASTER-COURSE.

           MOVE SM-COURSE-ID (SMSTINDX) TO WS-LOOKUP-COURSE-ID.
           MOVE SM-CRS-TERM-CODE (SMSTINDX) TO WS-LOOKUP-TERM.
           PERFORM 170-LOOKUP-DEPT.

           IF PRT-COUNT < 160
               MOVE 1 TO PRT-SECTION (PRT-COUNT)
               MOVE SM-COURSE-ID (SMSTINDX)
                   TO PRT-COURSE-ID (PRT-COUNT)
               MOVE WS-CRS-TITLE TO PRT-TITLE (PRT-COUNT)
               MOVE SM-COURSE-CREDITS (SMSTINDX)
                   TO PRT-CREDITS (PRT-COUNT)
               IF SM-BASIS-LETTER (SMSTINDX)
               END-IF
               MOVE SM-CRS-TERM-CODE (SMSTINDX)
                   TO PRT-TERM-CODE (PRT-COUNT)
               IF SM-BASIS-BY-EXAM (SMSTINDX)
                   MOVE "Y" TO PRT-EXAM-FLAG (PRT-COUNT)
               ELSE
                   MOVE "N" TO PRT-EXAM-FLAG (PRT-COUNT)
               END-IF
               MOVE SPACES TO PRT-LETTER (PRT-COUNT)
               MOVE SPACES TO PRT-ANNOTATION (PRT-COUNT)
               MOVE ZERO   TO PRT-GC-SUB (PRT-COUNT)
               MOVE "N"    TO PRT-IN-MAJOR (PRT-COUNT)
               MOVE SPACES TO PRT-DEPT (PRT-COUNT)
               IF COURSE-WAS-RENUMBERED
                   STRING "RENUMBERED - NOW " DELIMITED BY SIZE
                          WS-LOOKUP-COURSE-ID DELIMITED BY SIZE
                          INTO PRT-ANNOTATION (PRT-COUNT)
               END-IF
               IF SM-CONSORTIUM-COURSE (SMSTINDX)
                       AND PRT-ANNOTATION (PRT-COUNT) = SPACES
                   MOVE SM-COURSE-ID (SMSTINDX) TO WS-CONS-COURSE-ID
                   MOVE SM-CRS-TERM-CODE (SMSTINDX) TO WS-CONS-TERM
                   PERFORM 154-ANNOTATE-CONSORTIUM
               END-IF
               IF CATALOG-COURSE-OK AND GC-NUM-COURSES < 150
                   ADD 1 TO GC-NUM-COURSES
                   MOVE SM-COURSE-ID (SMSTINDX)
                   MOVE SM-FORGIVE-FLAG (SMSTINDX)
                       TO GC-FORGIVE-FLAG (GC-NUM-COURSES)
                   MOVE GC-NUM-COURSES TO PRT-GC-SUB (PRT-COUNT)
                   MOVE WS-CRS-DEPT TO PRT-DEPT (PRT-COUNT)
                   IF SM-MAJOR-CODE NOT = SPACES
                           AND WS-CRS-DEPT = SM-MAJOR-CODE
                       MOVE "Y" TO PRT-IN-MAJOR (PRT-COUNT)
       152-GATHER-OVFL-COURSE.

           MOVE SO-COURSE-ID (SOCRSNDX) TO WS-LOOKUP-COURSE-ID.
           MOVE SO-CRS-TERM-CODE (SOCRSNDX) TO WS-LOOKUP-TERM.
           PERFORM 170-LOOKUP-DEPT.

           IF PRT-COUNT < 160
               MOVE WS-SECTION-NO TO PRT-SECTION (PRT-COUNT)
               MOVE SO-COURSE-ID (SOCRSNDX)
                   TO PRT-COURSE-ID (PRT-COUNT)
               MOVE WS-CRS-TITLE TO PRT-TITLE (PRT-COUNT)
               MOVE SO-COURSE-CREDITS (SOCRSNDX)
                   TO PRT-CREDITS (PRT-COUNT)
               IF SO-BASIS-LETTER (SOCRSNDX)
               END-IF
               MOVE SO-CRS-TERM-CODE (SOCRSNDX)
                   TO PRT-TERM-CODE (PRT-COUNT)
               IF SO-BASIS-BY-EXAM (SOCRSNDX)
                   MOVE "Y" TO PRT-EXAM-FLAG (PRT-COUNT)
               ELSE
                   MOVE "N" TO PRT-EXAM-FLAG (PRT-COUNT)
               END-IF
               MOVE SPACES TO PRT-LETTER (PRT-COUNT)
               MOVE SPACES TO PRT-ANNOTATION (PRT-COUNT)
               MOVE ZERO   TO PRT-GC-SUB (PRT-COUNT)
               MOVE "N"    TO PRT-IN-MAJOR (PRT-COUNT)
               MOVE SPACES TO PRT-DEPT (PRT-COUNT)
               IF COURSE-WAS-RENUMBERED
                   STRING "RENUMBERED - NOW " DELIMITED BY SIZE
                          WS-LOOKUP-COURSE-ID DELIMITED BY SIZE
                          INTO PRT-ANNOTATION (PRT-COUNT)
               END-IF
               IF SO-CONSORTIUM-COURSE (SOCRSNDX)
                       AND PRT-ANNOTATION (PRT-COUNT) = SPACES
                   MOVE SO-COURSE-ID (SOCRSNDX) TO WS-CONS-COURSE-ID
                   MOVE SO-CRS-TERM-CODE (SOCRSNDX) TO WS-CONS-TERM
                   PERFORM 154-ANNOTATE-CONSORTIUM
               END-IF
               IF CATALOG-COURSE-OK AND GC-NUM-COURSES < 150
                   ADD 1 TO GC-NUM-COURSES
                   MOVE SO-COURSE-ID (SOCRSNDX)
                   MOVE SO-FORGIVE-FLAG (SOCRSNDX)
                       TO GC-FORGIVE-FLAG (GC-NUM-COURSES)
                   MOVE GC-NUM-COURSES TO PRT-GC-SUB (PRT-COUNT)
                   MOVE WS-CRS-DEPT TO PRT-DEPT (PRT-COUNT)
                   IF SM-MAJOR-CODE NOT = SPACES
                           AND WS-CRS-DEPT = SM-MAJOR-CODE
                       MOVE "Y" TO PRT-IN-MAJOR (PRT-COUNT)
           END-IF.


      *****************************************************
      *  154-ANNOTATE-CONSORTIUM - NAMES THE PARTNER       *
      *  INSTITUTION OF A CONSORTIUM OCCURRENCE FROM THE   *
      *  STUDENT'S CONSREG REGISTRATION FOR THAT TERM AND  *
      *  HOME-EQUIVALENT COURSE; WITHOUT ONE THE COURSE IS *
      *  STILL MARKED AS CONSORTIUM WORK.                  *
      *****************************************************
       154-ANNOTATE-CONSORTIUM.

           MOVE "CONSORTIUM COURSE" TO PRT-ANNOTATION (PRT-COUNT).
           MOVE "N" TO CONS-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE WS-CONS-TERM  TO CR-TERM-CODE.
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
                           OR CR-TERM-CODE NOT = WS-CONS-TERM
                       SET CONS-SCAN-DONE TO TRUE
                   ELSE
                       IF CR-HOME-COURSE-ID = WS-CONS-COURSE-ID
                               AND CR-GRADE-POSTED
                           MOVE SPACES TO PRT-ANNOTATION (PRT-COUNT)
                           STRING "CONSORTIUM - TAKEN AT "
                                      DELIMITED BY SIZE
                                  CR-PARTNER-INST DELIMITED BY SIZE
                                  INTO PRT-ANNOTATION (PRT-COUNT)
                           SET CONS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  155-TAKE-LETTERS - CARRIES EACH CATALOGED         *
      *  COURSE'S LETTER BACK FROM ITS GPACALC ENTRY.      *
      *  THE R* RENEWAL LETTER GETS ITS ANNOTATION, AS     *
      *  DOES EXAM CREDIT SUPERSEDED BY THE COURSE TAKEN,  *
      *  AN ACADEMIC-INTEGRITY XF, AND A GRADE NOT         *
      *  REPORTED BY THE DEADLINE.                         *
      *****************************************************
       155-TAKE-LETTERS.

                       MOVE "EXCLUDED - ACADEMIC RENEWAL"
                           TO PRT-ANNOTATION (PRT-SUB)
                   END-IF
                   IF PRT-LETTER (PRT-SUB) = "S*"
                       MOVE "SUPERSEDED - COURSE TAKEN"
                           TO PRT-ANNOTATION (PRT-SUB)
                   END-IF
                   IF PRT-LETTER (PRT-SUB) = "XF"
                       MOVE "XF - ACADEMIC DISHONESTY"
                           TO PRT-ANNOTATION (PRT-SUB)
                   END-IF
                   IF PRT-LETTER (PRT-SUB) = "NR"
                       MOVE "GRADE NOT REPORTED"
                           TO PRT-ANNOTATION (PRT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           END-IF.


      *****************************************************
      *  159-COMPUTE-PROGRAM-GPAS - FOR EACH SECOND MAJOR  *
      *  AND MINOR ON THE DECLARED-PROGRAM FILE, RECALLS   *
      *  GPACALC WITH ONLY THE COURSES WHOSE DEPARTMENT    *
      *  IN FORCE MATCHES THE PROGRAM CODE, THE SAME RULE  *
      *  AS THE MAJOR GPA.  THE FULL ENTRY LIST IS SAVED   *
      *  FIRST AND RESTORED AFTER FOR THE MAJOR-GPA CALL.  *
      *****************************************************
       159-COMPUTE-PROGRAM-GPAS.

           MOVE ZERO TO DCL-PROG-COUNT.
           MOVE GC-NUM-COURSES TO WS-SAVED-NUM-COURSES.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-SAVED-NUM-COURSES
               MOVE GC-COURSE-ENTRY (WS-PROG-SUB)
                   TO WS-SAVED-COURSE-ENTRY (WS-PROG-SUB)
           END-PERFORM.

           MOVE "N" TO DECL-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO DR-STUDENT-ID.
           MOVE LOW-VALUES    TO DR-PROGRAM-TYPE.
           MOVE LOW-VALUES    TO DR-PROGRAM-CODE.
           START DECLARATION-FILE
               KEY IS NOT LESS THAN DR-DECL-KEY
               INVALID KEY
                   SET DECL-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DECL-SCAN-DONE
               READ DECLARATION-FILE NEXT
                   AT END
                       SET DECL-SCAN-DONE TO TRUE
               END-READ
               IF NOT DECL-SCAN-DONE
                   IF DR-STUDENT-ID NOT = SM-STUDENT-ID
                       SET DECL-SCAN-DONE TO TRUE
                   ELSE
                       IF DCL-PROG-COUNT < 10
                           PERFORM 157-COMPUTE-ONE-PROGRAM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-SAVED-NUM-COURSES TO GC-NUM-COURSES.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-SAVED-NUM-COURSES
               MOVE WS-SAVED-COURSE-ENTRY (WS-PROG-SUB)
                   TO GC-COURSE-ENTRY (WS-PROG-SUB)
           END-PERFORM.


       157-COMPUTE-ONE-PROGRAM.

           ADD 1 TO DCL-PROG-COUNT.
           MOVE DR-PROGRAM-TYPE   TO DCL-PROG-TYPE (DCL-PROG-COUNT).
           MOVE DR-PROGRAM-CODE   TO DCL-PROG-CODE (DCL-PROG-COUNT).
           MOVE DR-EFFECTIVE-TERM TO DCL-PROG-TERM (DCL-PROG-COUNT).
           MOVE ZEROS             TO DCL-PROG-GPA (DCL-PROG-COUNT).

           MOVE ZERO TO WS-PROG-COUNT.
           PERFORM VARYING PRT-SUB FROM 1 BY 1
                   UNTIL PRT-SUB > PRT-COUNT
               IF PRT-GC-SUB (PRT-SUB) > ZERO
                       AND PRT-DEPT (PRT-SUB) = DR-PROGRAM-CODE
                   ADD 1 TO WS-PROG-COUNT
                   MOVE WS-SAVED-COURSE-ENTRY (PRT-GC-SUB (PRT-SUB))
                       TO GC-COURSE-ENTRY (WS-PROG-COUNT)
               END-IF
           END-PERFORM.

           IF WS-PROG-COUNT > ZERO
               MOVE WS-PROG-COUNT TO GC-NUM-COURSES
               CALL "GPACALC" USING GPACALC-PARMS
               MOVE GC-TOTAL-GPA TO DCL-PROG-GPA (DCL-PROG-COUNT)
           END-IF.


      *****************************************************
      *  177-PRINT-FORMER-NAMES - WHEN THE REQUEST ASKS    *
      *  FOR IT, EVERY NAME THE STUDENT WAS PREVIOUSLY     *

           MOVE 1 TO WS-CUR-SECTION.
           MOVE ZEROS TO WS-SECTION-CREDITS.
           MOVE ZERO TO WS-EXAM-ENTRIES.

           PERFORM VARYING PRT-SUB FROM 1 BY 1
                   UNTIL PRT-SUB > PRT-COUNT
               IF PRT-EXAM-CREDIT (PRT-SUB)
                   ADD 1 TO WS-EXAM-ENTRIES
               ELSE
                   IF PRT-SECTION (PRT-SUB) NOT = WS-CUR-SECTION
                       PERFORM 180-PRINT-SECTION-TOTAL
                       MOVE PRT-SECTION (PRT-SUB) TO WS-CUR-SECTION
                   END-IF
                   PERFORM 176-PRINT-COURSE-LINE
                   IF NOTATION-PENDING
                           AND PRT-TERM-CODE (PRT-SUB) =
                               WS-NOTATION-TERM
                       MOVE STANDING-NOTE-LINE TO TRANS-REC
                       WRITE TRANS-REC
                       ADD 1 TO WS-NOTATIONS-PRINTED
                       MOVE "N" TO WS-NOTATION-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 180-PRINT-SECTION-TOTAL.

      *****************************************************
      *  CREDIT BY EXAMINATION FOLLOWS THE COURSEWORK AS   *
      *  ONE SECTION OF ITS OWN, WITH ITS OWN SUBTOTAL.    *
      *****************************************************
           IF WS-EXAM-ENTRIES > ZERO
               MOVE EXAM-SECTION-LINE TO TRANS-REC
               WRITE TRANS-REC
               PERFORM VARYING PRT-SUB FROM 1 BY 1
                       UNTIL PRT-SUB > PRT-COUNT
                   IF PRT-EXAM-CREDIT (PRT-SUB)
                       PERFORM 176-PRINT-COURSE-LINE
                   END-IF
               END-PERFORM
               PERFORM 180-PRINT-SECTION-TOTAL
           END-IF.

      *****************************************************
      *  AN ACTION WHOSE TERM SHOWS NO COURSEWORK STILL    *
      *  NOTATES - IT PRINTS AHEAD OF THE CUMULATIVE       *
                   WRITE TRANS-REC
           END-READ.

           PERFORM 174-PRINT-DECLARED-PROGRAMS.

           PERFORM 179-PRINT-DEGREES.


       174-PRINT-DECLARED-PROGRAMS.

           PERFORM VARYING DCL-PROG-SUB FROM 1 BY 1
                   UNTIL DCL-PROG-SUB > DCL-PROG-COUNT
               IF DCL-PROG-TYPE (DCL-PROG-SUB) = "M"
                   MOVE "SECOND MAJOR: " TO TDP-CAPTION
               ELSE
                   MOVE "MINOR: "        TO TDP-CAPTION
               END-IF
               MOVE DCL-PROG-CODE (DCL-PROG-SUB) TO TDP-PROGRAM-CODE
               MOVE DCL-PROG-GPA (DCL-PROG-SUB)  TO TDP-GPA
               MOVE DCL-PROG-TERM (DCL-PROG-SUB)
                   TO TDP-EFFECTIVE-TERM
               MOVE DECLARED-PROGRAM-LINE TO TRANS-REC
               WRITE TRANS-REC
           END-PERFORM.


       176-PRINT-COURSE-LINE.

           MOVE PRT-COURSE-ID (PRT-SUB)  TO TRD-COURSE-ID.
           MOVE PRT-TITLE (PRT-SUB)      TO TRD-TITLE.
           MOVE PRT-CREDITS (PRT-SUB)    TO TRD-CREDITS.
           MOVE PRT-PCT (PRT-SUB)        TO TRD-PCT.
           MOVE PRT-LETTER (PRT-SUB)     TO TRD-LETTER.
           MOVE PRT-ANNOTATION (PRT-SUB) TO TRD-ANNOTATION.
           ADD PRT-CREDITS (PRT-SUB) TO WS-SECTION-CREDITS.
           MOVE COURSE-DETAIL-LINE TO TRANS-REC.
           WRITE TRANS-REC.


      *****************************************************
      *  179-PRINT-DEGREES - ONE LINE FOR EVERY DEGREE THE *
      *  STUDENT HOLDS, IN DEGREE SEQUENCE ORDER.          *
      *****************************************************
       179-PRINT-DEGREES.

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
                       MOVE DM-DEGREE-CODE TO TDA-DEGREE-CODE
                       MOVE DM-MAJOR-CODE  TO TDA-MAJOR-CODE
                       MOVE DM-CONFER-DATE TO TDA-CONFER-DATE
                       MOVE DM-HONORS-TIER TO TDA-HONORS-TIER
                       MOVE DEGREE-AWARDED-LINE TO TRANS-REC
                       WRITE TRANS-REC
                   END-IF
               END-IF
           END-PERFORM.


       180-PRINT-SECTION-TOTAL.

           MOVE TRAILER-DETAIL-LINE TO TRANS-REC.
           WRITE TRANS-REC AFTER 1.

           MOVE "REQUESTS UNDER A CHANGED ID" TO TR-CAPTION.
           MOVE WS-REQUESTS-RESOLVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO TRANS-REC.
           WRITE TRANS-REC AFTER 1.

           MOVE "WITHHELD - FINANCIAL HOLD" TO TR-CAPTION.
           MOVE WS-HOLD-WITHHELD TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO TRANS-REC.
           MOVE TRAILER-DETAIL-LINE TO TRANS-REC.
           WRITE TRANS-REC AFTER 1.

           MOVE "ONLINE REQUEST STATUSES POSTED" TO TR-CAPTION.
           MOVE WS-STATUSES-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO TRANS-REC.
           WRITE TRANS-REC AFTER 1.


      *****************************************************
      *  910-LOAD-ROUND-POLICY - TAKES THE GPA ROUNDING    *
               END-PERFORM
               ADD 1 TO WS-EQ-HOPS
           END-PERFORM.


      *****************************************************
      *  930-LOAD-VERSIONS - LOADS THE SUPERSEDED CATALOG  *
      *  VERSIONS.  AN ABSENT HISTORY FILE LOADS NOTHING - *
      *  EVERY COURSE IS THEN REPORTED AGAINST THE         *
      *  VERSION ON THE CATALOG.                           *
      *****************************************************
       930-LOAD-VERSIONS.

           OPEN INPUT VERSION-FILE.

           PERFORM UNTIL VERSION-EOF
               READ VERSION-FILE
                   AT END
                       SET VERSION-EOF TO TRUE
               END-READ
               IF NOT VERSION-EOF
                   ADD 1 TO WS-NUM-VERSIONS
                   IF WS-NUM-VERSIONS > 1000
                       DISPLAY '******************************'
                       DISPLAY ' 930-LOAD-VERSIONS'
                       DISPLAY ' MORE THAN 1000 CATALOG VERSIONS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CV-COURSE-ID
                       TO VR-COURSE-ID (WS-NUM-VERSIONS)
                   MOVE CV-EFFECTIVE-TERM
                       TO VR-EFFECTIVE-TERM (WS-NUM-VERSIONS)
                   MOVE CV-COURSE-TITLE
                       TO VR-COURSE-TITLE (WS-NUM-VERSIONS)
                   MOVE CV-DEPARTMENT
                       TO VR-DEPARTMENT (WS-NUM-VERSIONS)
               END-IF
           END-PERFORM.

           CLOSE VERSION-FILE.


      *****************************************************
      *  935-FIND-VERSION - PICKS THE CATALOG VERSION IN   *
      *  FORCE IN WS-VERSION-TERM FOR THE COURSE AT CAT-X. *
      *  WS-VERSION-SUB COMES BACK ZERO WHEN THE CATALOG   *
      *  RECORD ITSELF IS IN FORCE (OR THE TERM IS BLANK); *
      *  OTHERWISE IT POINTS AT THE LATEST SUPERSEDED      *
      *  VERSION EFFECTIVE BY THAT TERM, OR THE EARLIEST   *
      *  ONE KNOWN WHEN THE TERM PREDATES THEM ALL.        *
      *****************************************************
       935-FIND-VERSION.

           MOVE ZERO TO WS-VERSION-SUB.
           IF WS-VERSION-TERM NOT = SPACES
                   AND WS-VERSION-TERM < CAT-EFFECTIVE-TERM (CAT-X)
               PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                       UNTIL WS-VER-SUB > WS-NUM-VERSIONS
                   IF VR-COURSE-ID (WS-VER-SUB) = CAT-COURSE-ID (CAT-X)
                       IF WS-VERSION-SUB = ZERO
                               OR VR-EFFECTIVE-TERM (WS-VER-SUB)
                                   NOT > WS-VERSION-TERM
                           MOVE WS-VER-SUB TO WS-VERSION-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
