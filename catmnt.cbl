       IDENTIFICATION DIVISION.

       PROGRAM-ID. CATMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CATMNT - COURSE CATALOG MAINTENANCE               *
      *  APPLIES ADD / CHANGE / INACTIVATE TRANSACTIONS    *
      *  FROM CATTRAN AGAINST THE COURSE CATALOG           *
      *  (CRSECATG).  EVERY TRANSACTION NAMES THE TERM     *
      *  FROM WHICH IT TAKES EFFECT, WHICH MUST BE ON THE  *
      *  ACADEMIC CALENDAR, AND THE SUBMITTING USER, WHO   *
      *  MUST BE AUTHORIZED FOR THE ACTION ON AUTHFILE.    *
      *  ADDS AND CHANGES CARRY THE COMPLETE NEW VERSION   *
      *  (TITLE, DEPARTMENT, STANDARD CREDITS,             *
      *  PREREQUISITES, AND THE LAB AND PROGRAM FEES       *
      *  BILLED PER REGISTRATION - BLANK FEES ARE ZERO);   *
      *  A CHANGE TO AN INACTIVE COURSE REACTIVATES IT.    *
      *  A VERSION MAY NAME A CROSS-LIST GROUP: THE        *
      *  COURSE'S OWN ID MAKES IT THE GROUP'S PRIMARY      *
      *  LISTING; ANY OTHER ID MUST BE A CATALOGED COURSE  *
      *  THAT IS ITSELF A GROUP PRIMARY.  A VARIABLE-      *
      *  CREDIT COURSE CARRIES A MINIMUM BELOW ITS MAXIMUM *
      *  WITH THE STANDARD CREDITS BETWEEN THEM; A FIXED-  *
      *  CREDIT COURSE'S RANGE IS ITS STANDARD CREDITS     *
      *  (BLANK RANGE FIELDS TAKE THEM).                   *
      *  A CHANGE OR INACTIVATION IN A LATER TERM THAN THE *
      *  CATALOG VERSION MOVES THAT VERSION TO THE HISTORY *
      *  FILE (CRSEHIST); ONE IN THE SAME TERM IS A        *
      *  CORRECTION AND REPLACES IT; ONE IN AN EARLIER     *
      *  TERM IS REJECTED.  AN APPLIED / REJECTED REGISTER *
      *  PRINTS ON CATRGSTR, WITH THE PRIOR VERSION UNDER  *
      *  EVERY APPLIED CHANGE FOR THE CURRICULUM OFFICE'S  *
      *  REVIEW.                                           *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CAT-TRAN-FILE
               ASSIGN CATTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL VERSION-FILE
               ASSIGN CRSEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CV-VERSION-KEY
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT CAT-REGISTER
               ASSIGN CATRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  CAT-TRAN-FILE.

       01  CAT-TRAN-RECORD.
           05  CT-ACTION                PIC X(01).
               88  CT-ACTION-ADD                    VALUE "A".
               88  CT-ACTION-CHANGE                 VALUE "C".
               88  CT-ACTION-INACTIVATE             VALUE "I".
               88  CT-ACTION-VALID                  VALUE "A" "C" "I".
           05  CT-COURSE-ID             PIC X(06).
           05  CT-EFFECTIVE-TERM        PIC X(05).
           05  CT-COURSE-TITLE          PIC X(30).
           05  CT-DEPARTMENT            PIC X(04).
           05  CT-STD-CREDITS           PIC 99V9.
           05  CT-PREREQ-TBL.
               10  CT-PREREQ-ID         PIC X(06) OCCURS 3 TIMES.
           05  CT-USER-ID               PIC X(06).
           05  CT-LAB-FEE               PIC 9(04)V99.
           05  CT-LAB-FEE-X REDEFINES CT-LAB-FEE
                                        PIC X(06).
           05  CT-PROGRAM-FEE           PIC 9(04)V99.
           05  CT-PROGRAM-FEE-X REDEFINES CT-PROGRAM-FEE
                                        PIC X(06).
           05  CT-XLIST-GROUP           PIC X(06).
           05  CT-VARIABLE-CREDIT-FLAG  PIC X(01).
               88  CT-VARIABLE-CREDIT               VALUE "Y".
               88  CT-VARIABLE-FLAG-VALID           VALUE "Y" "N".
           05  CT-MIN-CREDITS           PIC 99V9.
           05  CT-MIN-CREDITS-X REDEFINES CT-MIN-CREDITS
                                        PIC X(03).
           05  CT-MAX-CREDITS           PIC 99V9.
           05  CT-MAX-CREDITS-X REDEFINES CT-MAX-CREDITS
                                        PIC X(03).

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERSION-FILE.

            COPY CRSEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CAT-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-VERSION-STATUS       PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-PRQ-SUB              PIC 9(01) VALUE ZERO.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-NEW-VERSION-SWITCH   PIC X(01)   VALUE "N".
               88  NEW-VERSION                     VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-CORRECTIONS-APPLIED  PIC 9(07) VALUE ZERO.
           05  WS-INACTIVES-APPLIED    PIC 9(07) VALUE ZERO.
           05  WS-VERSIONS-KEPT        PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  WS-PREREQ-TEXT.
           05                 PIC X(09)   VALUE "PREREQS: ".
           05  PT-PREREQ-ID   PIC X(07) OCCURS 3 TIMES.
           05  PT-XLIST-CAPTION PIC X(04) VALUE SPACE.
           05  PT-XLIST-GROUP PIC X(06)   VALUE SPACE.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "CATMNT COURSE CATALOG REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "TERM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "DEPT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "CRED".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(30)  VALUE "TITLE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(41)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-COURSE-ID       PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DEPARTMENT      PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-STD-CREDITS     PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  RG-COURSE-TITLE    PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(07)  VALUE SPACE.

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
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL TRAN-EOF
               READ CAT-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE CAT-TRAN-FILE
                 CATALOG-FILE
                 VERSION-FILE
                 CALENDAR-FILE
                 AUTH-FILE
                 CAT-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT CAT-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CATALOG TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O VERSION-FILE.

           IF WS-VERSION-STATUS NOT = '00'
                   AND WS-VERSION-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CATALOG HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-VERSION-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
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

           OPEN OUTPUT CAT-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN CT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN CT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN CT-ACTION-INACTIVATE
                       PERFORM 150-APPLY-INACTIVATE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT CT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / I" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF CT-COURSE-ID = SPACES
                   MOVE "COURSE ID IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.

           IF TRAN-IS-VALID
               MOVE CT-EFFECTIVE-TERM TO CAL-TERM-CODE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE "EFFECTIVE TERM NOT ON THE CALENDAR"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND NOT CT-ACTION-INACTIVATE
               PERFORM 125-EDIT-VERSION-FIELDS
           END-IF.


      *****************************************************
      *  125-EDIT-VERSION-FIELDS - AN ADD OR CHANGE MUST   *
      *  CARRY A COMPLETE VERSION.  EVERY PREREQUISITE     *
      *  NAMED MUST ITSELF BE IN THE CATALOG AND MAY NOT   *
      *  BE THE COURSE BEING MAINTAINED.  A CROSS-LIST     *
      *  GROUP OTHER THAN THE COURSE ITSELF MUST NAME A    *
      *  GROUP PRIMARY.                                    *
      *****************************************************
       125-EDIT-VERSION-FIELDS.

           IF CT-COURSE-TITLE = SPACES
               MOVE "COURSE TITLE IS BLANK" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF CT-DEPARTMENT = SPACES
                   MOVE "DEPARTMENT IS BLANK" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF CT-STD-CREDITS NOT NUMERIC
                       OR CT-STD-CREDITS = ZERO
                   MOVE "STANDARD CREDITS NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF CT-LAB-FEE-X = SPACES
                   MOVE ZEROS TO CT-LAB-FEE
               END-IF
               IF CT-PROGRAM-FEE-X = SPACES
                   MOVE ZEROS TO CT-PROGRAM-FEE
               END-IF
               IF CT-LAB-FEE NOT NUMERIC
                       OR CT-PROGRAM-FEE NOT NUMERIC
                   MOVE "LAB OR PROGRAM FEE NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 126-EDIT-CREDIT-RANGE
           END-IF.

           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-PRQ-SUB > 3
                      OR NOT TRAN-IS-VALID
               IF CT-PREREQ-ID (WS-PRQ-SUB) NOT = SPACES
                   PERFORM 128-CHECK-PREREQ
               END-IF
           END-PERFORM.

           IF TRAN-IS-VALID
                   AND CT-XLIST-GROUP NOT = SPACES
                   AND CT-XLIST-GROUP NOT = CT-COURSE-ID
               PERFORM 129-CHECK-XLIST-GROUP
           END-IF.


      *****************************************************
      *  126-EDIT-CREDIT-RANGE - A BLANK FLAG IS FIXED     *
      *  CREDIT AND BLANK RANGE FIELDS TAKE THE STANDARD   *
      *  CREDITS.  A VARIABLE-CREDIT RANGE MUST RUN FROM A *
      *  NON-ZERO MINIMUM UP TO A HIGHER MAXIMUM AND HOLD  *
      *  THE STANDARD CREDITS; A FIXED-CREDIT RANGE MUST   *
      *  BE THE STANDARD CREDITS.                          *
      *****************************************************
       126-EDIT-CREDIT-RANGE.

           IF CT-VARIABLE-CREDIT-FLAG = SPACE
               MOVE "N" TO CT-VARIABLE-CREDIT-FLAG
           END-IF.
           IF CT-MIN-CREDITS-X = SPACES
               MOVE CT-STD-CREDITS TO CT-MIN-CREDITS
           END-IF.
           IF CT-MAX-CREDITS-X = SPACES
               MOVE CT-STD-CREDITS TO CT-MAX-CREDITS
           END-IF.

           EVALUATE TRUE
               WHEN NOT CT-VARIABLE-FLAG-VALID
                   MOVE "VARIABLE-CREDIT FLAG NOT Y / N"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN CT-MIN-CREDITS NOT NUMERIC
                       OR CT-MAX-CREDITS NOT NUMERIC
                   MOVE "CREDIT RANGE NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN CT-VARIABLE-CREDIT
                       AND (CT-MIN-CREDITS = ZERO
                        OR CT-MIN-CREDITS NOT < CT-MAX-CREDITS)
                   MOVE "CREDIT RANGE MIN ZERO OR NOT BELOW MAX"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN CT-VARIABLE-CREDIT
                       AND (CT-STD-CREDITS < CT-MIN-CREDITS
                        OR CT-STD-CREDITS > CT-MAX-CREDITS)
                   MOVE "STANDARD CREDITS OUTSIDE CREDIT RANGE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               WHEN NOT CT-VARIABLE-CREDIT
                       AND (CT-MIN-CREDITS NOT = CT-STD-CREDITS
                        OR CT-MAX-CREDITS NOT = CT-STD-CREDITS)
                   MOVE "FIXED-CREDIT RANGE MUST EQUAL STANDARD"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-EVALUATE.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE SUBMITTING USER MUST    *
      *  BE ON THE AUTHORIZATION TABLE FOR THIS PROGRAM    *
      *  WITH THE TRANSACTION'S ACTION CODE AMONG THE      *
      *  ALLOWED ACTIONS.                                  *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF CT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE CT-USER-ID TO AU-USER-ID
               MOVE "CATMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = CT-ACTION
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
               IF NOT USER-IS-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       128-CHECK-PREREQ.

           IF CT-PREREQ-ID (WS-PRQ-SUB) = CT-COURSE-ID
               MOVE "COURSE NAMED AS ITS OWN PREREQUISITE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE CT-PREREQ-ID (WS-PRQ-SUB) TO CC-COURSE-ID
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE "PREREQUISITE NOT IN CATALOG"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


       129-CHECK-XLIST-GROUP.

           MOVE CT-XLIST-GROUP TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "CROSS-LIST PRIMARY NOT IN CATALOG"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF CC-XLIST-GROUP NOT = CC-COURSE-ID
                       MOVE "CROSS-LIST GROUP NAMES A NON-PRIMARY"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
           END-READ.


       130-APPLY-ADD.

           MOVE CT-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   PERFORM 135-BUILD-CATALOG-RECORD
                   WRITE COURSE-CATALOG-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON COURSE CATALOG"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "COURSE ALREADY IN CATALOG"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
           END-READ.


       135-BUILD-CATALOG-RECORD.

           MOVE CT-COURSE-ID        TO CC-COURSE-ID.
           MOVE CT-COURSE-TITLE     TO CC-COURSE-TITLE.
           MOVE CT-DEPARTMENT       TO CC-DEPARTMENT.
           MOVE CT-STD-CREDITS      TO CC-STD-CREDITS.
           MOVE CT-PREREQ-TBL       TO CC-PREREQ-TBL.
           MOVE CT-EFFECTIVE-TERM   TO CC-EFFECTIVE-TERM.
           MOVE "A"                 TO CC-COURSE-STATUS.
           MOVE CT-LAB-FEE          TO CC-LAB-FEE.
           MOVE CT-PROGRAM-FEE      TO CC-PROGRAM-FEE.
           MOVE CT-XLIST-GROUP      TO CC-XLIST-GROUP.
           MOVE CT-VARIABLE-CREDIT-FLAG
                                    TO CC-VARIABLE-CREDIT-FLAG.
           MOVE CT-MIN-CREDITS      TO CC-MIN-CREDITS.
           MOVE CT-MAX-CREDITS      TO CC-MAX-CREDITS.


       140-APPLY-CHANGE.

           MOVE CT-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "COURSE NOT IN CATALOG"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 145-KEEP-PRIOR-VERSION
                   IF TRAN-IS-VALID
                       PERFORM 135-BUILD-CATALOG-RECORD
                       PERFORM 148-REWRITE-CATALOG
                   END-IF
           END-READ.


      *****************************************************
      *  145-KEEP-PRIOR-VERSION - CAPTURES THE CATALOG     *
      *  VERSION ABOUT TO BE REPLACED.  WHEN THE NEW       *
      *  VERSION TAKES EFFECT IN A LATER TERM THE OLD ONE  *
      *  IS WRITTEN TO THE HISTORY FILE, IN FORCE UP TO    *
      *  THAT TERM; A SAME-TERM CORRECTION KEEPS NO        *
      *  HISTORY.  A TRANSACTION DATED BEFORE THE VERSION  *
      *  ON THE CATALOG IS REJECTED - HISTORY IS NEVER     *
      *  REWRITTEN.                                        *
      *****************************************************
       145-KEEP-PRIOR-VERSION.

           MOVE "N" TO WS-NEW-VERSION-SWITCH.

           MOVE CC-COURSE-ID        TO CV-COURSE-ID.
           MOVE CC-EFFECTIVE-TERM   TO CV-EFFECTIVE-TERM.
           MOVE CC-COURSE-TITLE     TO CV-COURSE-TITLE.
           MOVE CC-DEPARTMENT       TO CV-DEPARTMENT.
           MOVE CC-STD-CREDITS      TO CV-STD-CREDITS.
           MOVE CC-PREREQ-TBL       TO CV-PREREQ-TBL.
           MOVE CC-COURSE-STATUS    TO CV-COURSE-STATUS.
           MOVE CT-EFFECTIVE-TERM   TO CV-SUPERSEDED-TERM.
           MOVE CD-CURRENT-DATE     TO CV-SUPERSEDED-DATE.
           MOVE CT-USER-ID          TO CV-SUPERSEDED-BY.

           IF CT-EFFECTIVE-TERM < CC-EFFECTIVE-TERM
               MOVE "EFFECTIVE TERM PRECEDES CATALOG VERSION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
               PERFORM 160-WRITE-REJECT
           END-IF.

           IF TRAN-IS-VALID
                   AND CT-EFFECTIVE-TERM > CC-EFFECTIVE-TERM
               WRITE COURSE-VERSION-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON CATALOG HISTORY"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NEW-VERSION-SWITCH
                       ADD 1 TO WS-VERSIONS-KEPT
               END-WRITE
           END-IF.


       148-REWRITE-CATALOG.

           REWRITE COURSE-CATALOG-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON COURSE CATALOG"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT NEW-VERSION
                           ADD 1 TO WS-CORRECTIONS-APPLIED
                       WHEN CT-ACTION-INACTIVATE
                           ADD 1 TO WS-INACTIVES-APPLIED
                       WHEN OTHER
                           ADD 1 TO WS-CHANGES-APPLIED
                   END-EVALUATE
                   PERFORM 170-WRITE-APPLIED
                   PERFORM 175-WRITE-PRIOR-VERSION
           END-REWRITE.


       150-APPLY-INACTIVATE.

           MOVE CT-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "COURSE NOT IN CATALOG"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   IF CC-COURSE-INACTIVE
                       MOVE "COURSE ALREADY INACTIVE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   ELSE
                       PERFORM 145-KEEP-PRIOR-VERSION
                       IF TRAN-IS-VALID
                           MOVE CT-EFFECTIVE-TERM
                               TO CC-EFFECTIVE-TERM
                           MOVE "I" TO CC-COURSE-STATUS
                           PERFORM 148-REWRITE-CATALOG
                       END-IF
                   END-IF
           END-READ.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE CT-ACTION        TO RG-ACTION.
           MOVE CT-COURSE-ID     TO RG-COURSE-ID.
           MOVE CT-EFFECTIVE-TERM TO RG-TERM-CODE.
           MOVE CT-DEPARTMENT    TO RG-DEPARTMENT.
           IF CT-STD-CREDITS NUMERIC
               MOVE CT-STD-CREDITS TO RG-STD-CREDITS
           ELSE
               MOVE ZERO TO RG-STD-CREDITS
           END-IF.
           MOVE CT-COURSE-TITLE  TO RG-COURSE-TITLE.
           MOVE "REJECTED"       TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  170-WRITE-APPLIED - PRINTS THE VERSION NOW ON THE *
      *  CATALOG, WITH ITS PREREQUISITES AND ANY CROSS-    *
      *  LIST GROUP IN THE REASON COLUMN.                  *
      *****************************************************
       170-WRITE-APPLIED.

           MOVE CT-ACTION         TO RG-ACTION.
           MOVE CC-COURSE-ID      TO RG-COURSE-ID.
           MOVE CC-EFFECTIVE-TERM TO RG-TERM-CODE.
           MOVE CC-DEPARTMENT     TO RG-DEPARTMENT.
           MOVE CC-STD-CREDITS    TO RG-STD-CREDITS.
           MOVE CC-COURSE-TITLE   TO RG-COURSE-TITLE.
           MOVE "APPLIED"         TO RG-DISPOSITION.
           IF CC-COURSE-INACTIVE
               MOVE "COURSE INACTIVE FROM THIS TERM"
                   TO RG-REASON
           ELSE
               PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1
                       UNTIL WS-PRQ-SUB > 3
                   MOVE CC-PREREQ-ID (WS-PRQ-SUB)
                       TO PT-PREREQ-ID (WS-PRQ-SUB)
               END-PERFORM
               MOVE CC-XLIST-GROUP TO PT-XLIST-GROUP
               IF CC-XLIST-GROUP = SPACES
                   MOVE SPACES TO PT-XLIST-CAPTION
               ELSE
                   MOVE "XL: " TO PT-XLIST-CAPTION
               END-IF
               MOVE WS-PREREQ-TEXT TO RG-REASON
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  175-WRITE-PRIOR-VERSION - PRINTS THE VERSION JUST *
      *  REPLACED BENEATH THE APPLIED LINE SO EVERY        *
      *  CATALOG CHANGE CAN BE REVIEWED AGAINST WHAT IT    *
      *  REPLACED.                                         *
      *****************************************************
       175-WRITE-PRIOR-VERSION.

           MOVE SPACE             TO RG-ACTION.
           MOVE CV-COURSE-ID      TO RG-COURSE-ID.
           MOVE CV-EFFECTIVE-TERM TO RG-TERM-CODE.
           MOVE CV-DEPARTMENT     TO RG-DEPARTMENT.
           MOVE CV-STD-CREDITS    TO RG-STD-CREDITS.
           MOVE CV-COURSE-TITLE   TO RG-COURSE-TITLE.
           IF NEW-VERSION
               MOVE "WAS"         TO RG-DISPOSITION
           ELSE
               MOVE "CORRECTS"    TO RG-DISPOSITION
           END-IF.
           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-PRQ-SUB > 3
               MOVE CV-PREREQ-ID (WS-PRQ-SUB)
                   TO PT-PREREQ-ID (WS-PRQ-SUB)
           END-PERFORM.
           MOVE SPACES TO PT-XLIST-CAPTION
                          PT-XLIST-GROUP.
           MOVE WS-PREREQ-TEXT TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADDS APPLIED" TO TR-CAPTION.
           MOVE WS-ADDS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SAME-TERM CORRECTIONS APPLIED" TO TR-CAPTION.
           MOVE WS-CORRECTIONS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "INACTIVATIONS APPLIED" TO TR-CAPTION.
           MOVE WS-INACTIVES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PRIOR VERSIONS KEPT ON CRSEHIST" TO TR-CAPTION.
           MOVE WS-VERSIONS-KEPT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
