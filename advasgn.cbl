       IDENTIFICATION DIVISION.

       PROGRAM-ID. ADVASGN.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ADVASGN - NIGHTLY ADVISOR ASSIGNMENT AND CASELOAD *
      *  BALANCING.  LOADS THE ADVISOR MASTER (ADVMAST),   *
      *  RECOUNTS EACH ADVISOR'S CASELOAD FROM THE ACTIVE  *
      *  STUDENTS ON THE CROSS-REFERENCE (ADVXREF), AND    *
      *  REFRESHES ANY XREF ADVISOR NAME OR DEPARTMENT     *
      *  THAT HAS DRIFTED FROM THE MASTER.  IT THEN PASSES *
      *  THE STUDENT MASTER: AN ACTIVE STUDENT WITH NO     *
      *  ADVISOR, WHOSE ADVISOR'S DEPARTMENT NO LONGER     *
      *  MATCHES SM-MAJOR-CODE, OR WHOSE ADVISOR IS        *
      *  INACTIVE OR GONE FROM THE MASTER, IS ASSIGNED TO  *
      *  THE ACTIVE ADVISOR IN THE MAJOR'S DEPARTMENT WITH *
      *  THE LIGHTEST CASELOAD STILL UNDER CAPACITY.  A    *
      *  STUDENT WITH NO QUALIFYING ADVISOR, OR NO MAJOR   *
      *  ON FILE, IS LISTED AS AN EXCEPTION AND ANY        *
      *  EXISTING ASSIGNMENT IS LEFT AS IT IS.  THE NEW    *
      *  CASELOADS ARE WRITTEN BACK TO ADVMAST, AND THE    *
      *  ASSIGNMENT AND CASELOAD REPORT PRINTS ON ADVARPT, *
      *  ONE PAGE PER DEPARTMENT NAMED FROM DEPTMAST.      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL ADVISOR-MASTER-FILE
               ASSIGN ADVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AV-ADVISOR-ID
               FILE STATUS IS WS-ADVM-STATUS.

           SELECT OPTIONAL ADVISOR-XREF-FILE
               ASSIGN ADVXREF
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AX-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL DEPT-MASTER-FILE
               ASSIGN DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-MAST-KEY
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT ASSIGN-REPORT
               ASSIGN ADVARPT.

       DATA DIVISION.

       FILE SECTION.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADVISOR-MASTER-FILE.

            COPY ADVMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADVISOR-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEPT-MASTER-FILE.

            COPY DEPTMAST IN KC2477.SHARED.COBOL.STUDGPA.

      *****************************************************
      *  SORT RECORD - TYPE 1 IS AN ASSIGNMENT OR AN       *
      *  EXCEPTION FOR ONE STUDENT, KEYED BY STUDENT ID;   *
      *  TYPE 2 IS ONE ADVISOR'S CASELOAD, KEYED BY        *
      *  ADVISOR ID.  BOTH SORT UNDER THE DEPARTMENT SO    *
      *  EACH DEPARTMENT'S ASSIGNMENTS PRINT AHEAD OF ITS  *
      *  CASELOADS.                                        *
      *****************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SW-DEPT                  PIC X(04).
           05  SW-REC-TYPE              PIC X(01).
               88  SW-ASSIGNMENT-REC            VALUE "1".
               88  SW-CASELOAD-REC              VALUE "2".
           05  SW-SORT-ID               PIC X(09).
           05  SW-RESULT                PIC X(01).
               88  SW-ASSIGNED                  VALUE "A".
               88  SW-EXCEPTION                 VALUE "E".
           05  SW-STUDENT-NAME          PIC X(30).
           05  SW-PRIOR-ADVISOR         PIC X(06).
           05  SW-ADVISOR-ID            PIC X(06).
           05  SW-ADVISOR-NAME          PIC X(25).
           05  SW-REASON-TEXT           PIC X(30).
           05  SW-CAPACITY              PIC 9(04).
           05  SW-CASELOAD              PIC 9(04).
           05  SW-ACTIVE-FLAG           PIC X(01).

       FD  ASSIGN-REPORT.

       01  REPORT-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  STUD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  STUD-EOF                        VALUE "Y".
           05  ADVM-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  ADVM-EOF                        VALUE "Y".
           05  XREF-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  XREF-EOF                        VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-STUD-STATUS          PIC XX.
           05  WS-ADVM-STATUS          PIC XX.
           05  WS-XREF-STATUS          PIC XX.
           05  WS-DEPTM-STATUS         PIC XX.
           05  WS-XREF-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  XREF-RECORD-FOUND               VALUE "Y".
           05  WS-ADV-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  ADVISOR-IN-TABLE                VALUE "Y".
           05  WS-REPORT-OPEN-SWITCH   PIC X(01)   VALUE "N".
               88  DEPT-PAGE-OPEN                  VALUE "Y".
           05  WS-ASSIGN-REASON        PIC X(01)   VALUE SPACE.
               88  REASON-NO-ADVISOR               VALUE "N".
               88  REASON-MAJOR-CHANGE             VALUE "M".
               88  REASON-ADVISOR-INACTIVE         VALUE "I".
               88  REASON-ADVISOR-NOT-ON-MAST      VALUE "X".
               88  REASON-NO-MAJOR                 VALUE "B".
           05  WS-LOOKUP-ADVISOR       PIC X(06)   VALUE SPACES.
           05  WS-PRIOR-ADVISOR        PIC X(06)   VALUE SPACES.
           05  WS-NUM-ADVISORS         PIC 9(04)   VALUE ZERO.
           05  WS-ADV-SUB              PIC 9(04)   VALUE ZERO.
           05  WS-FOUND-SUB            PIC 9(04)   VALUE ZERO.
           05  WS-PRIOR-SUB            PIC 9(04)   VALUE ZERO.
           05  WS-BEST-SUB             PIC 9(04)   VALUE ZERO.
           05  WS-CURRENT-DEPT         PIC X(04)   VALUE SPACES.
           05  WS-CURRENT-TYPE         PIC X(01)   VALUE SPACE.
           05  WS-DEPT-ASSIGNED        PIC 9(05)   VALUE ZERO.
           05  WS-DEPT-EXCEPTIONS      PIC 9(05)   VALUE ZERO.
           05  WS-DEPT-CAPACITY        PIC 9(06)   VALUE ZERO.
           05  WS-DEPT-CASELOAD        PIC 9(06)   VALUE ZERO.
           05  WS-XREF-READ            PIC 9(07)   VALUE ZERO.
           05  WS-XREF-REFRESHED       PIC 9(07)   VALUE ZERO.
           05  WS-XREF-NOT-COUNTED     PIC 9(07)   VALUE ZERO.
           05  WS-ACTIVE-READ          PIC 9(07)   VALUE ZERO.
           05  WS-NEWLY-ASSIGNED       PIC 9(07)   VALUE ZERO.
           05  WS-REASSIGNED-MAJOR     PIC 9(07)   VALUE ZERO.
           05  WS-REASSIGNED-INACTIVE  PIC 9(07)   VALUE ZERO.
           05  WS-LEFT-UNASSIGNED      PIC 9(07)   VALUE ZERO.
           05  WS-CASELOADS-UPDATED    PIC 9(07)   VALUE ZERO.

      *****************************************************
      *  ADVISOR TABLE - LOADED FROM ADVMAST IN ADVISOR ID *
      *  ORDER.  THE CASELOAD IS RECOUNTED FROM ADVXREF    *
      *  AND MOVES WITH EACH ASSIGNMENT MADE IN THE RUN;   *
      *  THE MASTER'S OWN FIGURE IS KEPT SO ONLY THE       *
      *  ADVISORS WHOSE CASELOAD CHANGED ARE REWRITTEN.    *
      *****************************************************
       01  ADVISOR-TBL-GROUP.
           05  WS-ADVISOR-COUNT-MAX    PIC 9(04) VALUE 500.
           05  ADVISOR-ENTRY OCCURS 500 TIMES.
               10  AVT-ADVISOR-ID      PIC X(06).
               10  AVT-ADVISOR-NAME    PIC X(25).
               10  AVT-DEPT            PIC X(04).
               10  AVT-CAPACITY        PIC 9(04).
               10  AVT-CASELOAD        PIC 9(04).
               10  AVT-MAST-CASELOAD   PIC 9(04).
               10  AVT-ACTIVE-FLAG     PIC X(01).
                   88  AVT-ACTIVE                VALUE "A".

       01  REPORT-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(46)
               VALUE "ADVASGN ADVISOR ASSIGNMENT AND CASELOAD REPORT".
           05                 PIC X(62)  VALUE SPACE.

       01  DEPT-HEADING-LINE.
           05                 PIC X(12)  VALUE "DEPARTMENT: ".
           05  DH-DEPT        PIC X(04).
           05                 PIC X(03)  VALUE SPACE.
           05  DH-DEPT-NAME   PIC X(30).
           05                 PIC X(83)  VALUE SPACE.

       01  ASSIGN-COLUMN-LINE.
           05                 PIC X(12)  VALUE "STUDENT ID".
           05                 PIC X(33)  VALUE "STUDENT NAME".
           05                 PIC X(10)  VALUE "PRIOR".
           05                 PIC X(10)  VALUE "ADVISOR".
           05                 PIC X(28)  VALUE "ADVISOR NAME".
           05                 PIC X(30)  VALUE "ACTION / REASON".
           05                 PIC X(09)  VALUE SPACE.

       01  ASSIGN-DETAIL-LINE.
           05  AD-STUDENT-ID      PIC X(09).
           05                     PIC X(03)  VALUE SPACE.
           05  AD-STUDENT-NAME    PIC X(30).
           05                     PIC X(03)  VALUE SPACE.
           05  AD-PRIOR-ADVISOR   PIC X(06).
           05                     PIC X(04)  VALUE SPACE.
           05  AD-ADVISOR-ID      PIC X(06).
           05                     PIC X(04)  VALUE SPACE.
           05  AD-ADVISOR-NAME    PIC X(25).
           05                     PIC X(03)  VALUE SPACE.
           05  AD-REASON          PIC X(30).
           05                     PIC X(09)  VALUE SPACE.

       01  CASELOAD-COLUMN-LINE.
           05                 PIC X(10)  VALUE "ADVISOR".
           05                 PIC X(28)  VALUE "ADVISOR NAME".
           05                 PIC X(11)  VALUE "CAPACITY".
           05                 PIC X(11)  VALUE "CASELOAD".
           05                 PIC X(07)  VALUE "OPEN".
           05                 PIC X(20)  VALUE "STATUS".
           05                 PIC X(45)  VALUE SPACE.

       01  CASELOAD-DETAIL-LINE.
           05  CL-ADVISOR-ID      PIC X(06).
           05                     PIC X(04)  VALUE SPACE.
           05  CL-ADVISOR-NAME    PIC X(25).
           05                     PIC X(03)  VALUE SPACE.
           05  CL-CAPACITY        PIC ZZZ9.
           05                     PIC X(07)  VALUE SPACE.
           05  CL-CASELOAD        PIC ZZZ9.
           05                     PIC X(07)  VALUE SPACE.
           05  CL-OPEN            PIC ZZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  CL-STATUS          PIC X(20).
           05                     PIC X(45)  VALUE SPACE.

       01  DEPT-TOTAL-LINE.
           05                 PIC X(26)
               VALUE "  DEPARTMENT ASSIGNMENTS:".
           05  DT-ASSIGNED    PIC Z,ZZ9.
           05                 PIC X(14)  VALUE "  EXCEPTIONS:".
           05  DT-EXCEPTIONS  PIC Z,ZZ9.
           05                 PIC X(12)  VALUE "  CAPACITY:".
           05  DT-CAPACITY    PIC ZZ,ZZ9.
           05                 PIC X(12)  VALUE "  CASELOAD:".
           05  DT-CASELOAD    PIC ZZ,ZZ9.
           05                 PIC X(46)  VALUE SPACE.

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

           PERFORM 110-LOAD-ADVISORS.
           PERFORM 120-RECOUNT-CASELOADS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPT
               ON ASCENDING KEY SW-REC-TYPE
               ON ASCENDING KEY SW-SORT-ID
               INPUT PROCEDURE IS 200-ASSIGN-STUDENTS
               OUTPUT PROCEDURE IS 300-PRINT-REPORT.

           PERFORM 250-UPDATE-CASELOADS.
           PERFORM 260-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 ADVISOR-MASTER-FILE
                 ADVISOR-XREF-FILE
                 DEPT-MASTER-FILE
                 ASSIGN-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RH-MONTH.
           MOVE CD-DAY     TO RH-DAY.
           MOVE CD-YEAR    TO RH-YEAR.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADVISOR-MASTER-FILE.

           IF WS-ADVM-STATUS NOT = '00' AND WS-ADVM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-ADVM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ADVISOR-XREF-FILE.

           IF WS-XREF-STATUS NOT = '00' AND WS-XREF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADVISOR XREF FILE'
               DISPLAY ' FILE STATUS IS ', WS-XREF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.

           IF WS-DEPTM-STATUS NOT = '00' AND WS-DEPTM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEPARTMENT MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEPTM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ASSIGN-REPORT.


       110-LOAD-ADVISORS.

           PERFORM UNTIL ADVM-EOF
               READ ADVISOR-MASTER-FILE NEXT
                   AT END
                       SET ADVM-EOF TO TRUE
               END-READ
               IF NOT ADVM-EOF
                   ADD 1 TO WS-NUM-ADVISORS
                   IF WS-NUM-ADVISORS > WS-ADVISOR-COUNT-MAX
                       DISPLAY '******************************'
                       DISPLAY ' 110-LOAD-ADVISORS'
                       DISPLAY ' MORE THAN 500 ADVISORS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE AV-ADVISOR-ID
                       TO AVT-ADVISOR-ID (WS-NUM-ADVISORS)
                   MOVE AV-ADVISOR-NAME
                       TO AVT-ADVISOR-NAME (WS-NUM-ADVISORS)
                   MOVE AV-DEPT
                       TO AVT-DEPT (WS-NUM-ADVISORS)
                   MOVE AV-CAPACITY
                       TO AVT-CAPACITY (WS-NUM-ADVISORS)
                   MOVE AV-CASELOAD
                       TO AVT-MAST-CASELOAD (WS-NUM-ADVISORS)
                   MOVE ZERO
                       TO AVT-CASELOAD (WS-NUM-ADVISORS)
                   MOVE AV-ACTIVE-FLAG
                       TO AVT-ACTIVE-FLAG (WS-NUM-ADVISORS)
               END-IF
           END-PERFORM.


      *****************************************************
      *  120-RECOUNT-CASELOADS - PASSES THE WHOLE XREF.    *
      *  ONLY A STUDENT STILL ACTIVELY ENROLLED COUNTS     *
      *  TOWARD THE ADVISOR'S CASELOAD.  AN ENTRY WHOSE    *
      *  ADVISOR NAME OR DEPARTMENT DIFFERS FROM THE       *
      *  MASTER IS BROUGHT BACK IN STEP.                   *
      *****************************************************
       120-RECOUNT-CASELOADS.

           PERFORM UNTIL XREF-EOF
               READ ADVISOR-XREF-FILE NEXT
                   AT END
                       SET XREF-EOF TO TRUE
               END-READ
               IF NOT XREF-EOF
                   ADD 1 TO WS-XREF-READ
                   MOVE AX-ADVISOR-ID TO WS-LOOKUP-ADVISOR
                   PERFORM 125-FIND-ADVISOR
                   IF ADVISOR-IN-TABLE
                       MOVE AX-STUDENT-ID TO SM-STUDENT-ID
                       READ STUDENT-FILE
                           INVALID KEY
                               ADD 1 TO WS-XREF-NOT-COUNTED
                           NOT INVALID KEY
                               IF SM-ENROLLED-ACTIVE
                                   ADD 1 TO
                                       AVT-CASELOAD (WS-FOUND-SUB)
                               ELSE
                                   ADD 1 TO WS-XREF-NOT-COUNTED
                               END-IF
                       END-READ
                       IF AX-ADVISOR-NAME
                               NOT = AVT-ADVISOR-NAME (WS-FOUND-SUB)
                               OR AX-ADVISOR-DEPT
                               NOT = AVT-DEPT (WS-FOUND-SUB)
                           MOVE AVT-ADVISOR-NAME (WS-FOUND-SUB)
                               TO AX-ADVISOR-NAME
                           MOVE AVT-DEPT (WS-FOUND-SUB)
                               TO AX-ADVISOR-DEPT
                           REWRITE ADVISOR-XREF-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-XREF-REFRESHED
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       125-FIND-ADVISOR.

           MOVE "N" TO WS-ADV-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-SUB.

           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
                   UNTIL WS-ADV-SUB > WS-NUM-ADVISORS
                      OR ADVISOR-IN-TABLE
               IF AVT-ADVISOR-ID (WS-ADV-SUB) = WS-LOOKUP-ADVISOR
                   MOVE "Y" TO WS-ADV-FOUND-SWITCH
                   MOVE WS-ADV-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.


      *****************************************************
      *  200-ASSIGN-STUDENTS - PASSES THE STUDENT MASTER   *
      *  FROM THE TOP, CHECKS EVERY ACTIVE STUDENT'S       *
      *  ASSIGNMENT, THEN RELEASES ONE CASELOAD RECORD PER *
      *  ADVISOR WITH THE COUNTS AS THE RUN LEAVES THEM.   *
      *****************************************************
       200-ASSIGN-STUDENTS.

           MOVE ZERO TO SM-STUDENT-ID.
           START STUDENT-FILE
               KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY
                   SET STUD-EOF TO TRUE
           END-START.

           PERFORM UNTIL STUD-EOF
               READ STUDENT-FILE NEXT
                   AT END
                       SET STUD-EOF TO TRUE
               END-READ
               IF NOT STUD-EOF
                   IF SM-ENROLLED-ACTIVE
                       ADD 1 TO WS-ACTIVE-READ
                       PERFORM 210-CHECK-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 240-RELEASE-CASELOADS.


      *****************************************************
      *  210-CHECK-STUDENT - DECIDES WHETHER THE STUDENT   *
      *  NEEDS AN ADVISOR: NONE ON THE XREF, AN ADVISOR    *
      *  GONE FROM THE MASTER OR INACTIVE, OR AN ADVISOR   *
      *  OUTSIDE THE DEPARTMENT OF THE CURRENT MAJOR.  A   *
      *  STUDENT WITH NO MAJOR CAN ONLY BE PLACED BY HAND. *
      *****************************************************
       210-CHECK-STUDENT.

           MOVE SPACE  TO WS-ASSIGN-REASON.
           MOVE SPACES TO WS-PRIOR-ADVISOR.
           MOVE ZERO   TO WS-PRIOR-SUB.

           MOVE "N" TO WS-XREF-FOUND-SWITCH.
           MOVE SM-STUDENT-ID TO AX-STUDENT-ID.
           READ ADVISOR-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-XREF-FOUND-SWITCH
           END-READ.

           IF NOT XREF-RECORD-FOUND
               IF SM-MAJOR-CODE = SPACES
                   MOVE "B" TO WS-ASSIGN-REASON
               ELSE
                   MOVE "N" TO WS-ASSIGN-REASON
               END-IF
           ELSE
               MOVE AX-ADVISOR-ID TO WS-PRIOR-ADVISOR
               MOVE AX-ADVISOR-ID TO WS-LOOKUP-ADVISOR
               PERFORM 125-FIND-ADVISOR
               MOVE WS-FOUND-SUB TO WS-PRIOR-SUB
               EVALUATE TRUE
                   WHEN NOT ADVISOR-IN-TABLE
                       MOVE "X" TO WS-ASSIGN-REASON
                   WHEN NOT AVT-ACTIVE (WS-PRIOR-SUB)
                       MOVE "I" TO WS-ASSIGN-REASON
                   WHEN SM-MAJOR-CODE NOT = SPACES
                        AND AVT-DEPT (WS-PRIOR-SUB)
                            NOT = SM-MAJOR-CODE
                       MOVE "M" TO WS-ASSIGN-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-ASSIGN-REASON NOT = SPACE
                       AND SM-MAJOR-CODE = SPACES
                   MOVE "B" TO WS-ASSIGN-REASON
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ASSIGN-REASON = SPACE
                   CONTINUE
               WHEN REASON-NO-MAJOR
                   ADD 1 TO WS-LEFT-UNASSIGNED
                   MOVE "E" TO SW-RESULT
                   MOVE SPACES TO SW-ADVISOR-ID
                   MOVE SPACES TO SW-ADVISOR-NAME
                   MOVE "NO MAJOR ON FILE - NOT PLACED"
                       TO SW-REASON-TEXT
                   PERFORM 235-RELEASE-ASSIGNMENT
               WHEN OTHER
                   PERFORM 220-CHOOSE-ADVISOR
                   IF WS-BEST-SUB = ZERO
                       ADD 1 TO WS-LEFT-UNASSIGNED
                       MOVE "E" TO SW-RESULT
                       MOVE SPACES TO SW-ADVISOR-ID
                       MOVE SPACES TO SW-ADVISOR-NAME
                       MOVE "NO ADVISOR WITH CAPACITY"
                           TO SW-REASON-TEXT
                       PERFORM 235-RELEASE-ASSIGNMENT
                   ELSE
                       PERFORM 230-APPLY-ASSIGNMENT
                   END-IF
           END-EVALUATE.


      *****************************************************
      *  220-CHOOSE-ADVISOR - THE ACTIVE ADVISOR IN THE    *
      *  MAJOR'S DEPARTMENT WITH THE LOWEST CASELOAD THAT  *
      *  IS STILL UNDER CAPACITY.  A TIE GOES TO THE LOWER *
      *  ADVISOR ID.                                       *
      *****************************************************
       220-CHOOSE-ADVISOR.

           MOVE ZERO TO WS-BEST-SUB.

           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
                   UNTIL WS-ADV-SUB > WS-NUM-ADVISORS
               IF AVT-ACTIVE (WS-ADV-SUB)
                       AND AVT-DEPT (WS-ADV-SUB) = SM-MAJOR-CODE
                       AND AVT-CASELOAD (WS-ADV-SUB)
                           < AVT-CAPACITY (WS-ADV-SUB)
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-ADV-SUB TO WS-BEST-SUB
                   ELSE
                       IF AVT-CASELOAD (WS-ADV-SUB)
                               < AVT-CASELOAD (WS-BEST-SUB)
                           MOVE WS-ADV-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  230-APPLY-ASSIGNMENT - WRITES OR REWRITES THE     *
      *  XREF ENTRY AS AN AUTOMATIC ASSIGNMENT AND MOVES   *
      *  THE STUDENT ONTO THE CHOSEN ADVISOR'S CASELOAD,   *
      *  OFF THE PRIOR ADVISOR'S.                          *
      *****************************************************
       230-APPLY-ASSIGNMENT.

           MOVE SM-STUDENT-ID                TO AX-STUDENT-ID.
           MOVE AVT-ADVISOR-ID (WS-BEST-SUB)   TO AX-ADVISOR-ID.
           MOVE AVT-ADVISOR-NAME (WS-BEST-SUB) TO AX-ADVISOR-NAME.
           MOVE AVT-DEPT (WS-BEST-SUB)         TO AX-ADVISOR-DEPT.
           MOVE CD-CURRENT-DATE              TO AX-ASSIGNED-DATE.
           MOVE "ADVASGN"                    TO AX-ASSIGNED-BY.
           MOVE "A"                          TO AX-ASSIGN-METHOD.

           MOVE SPACES TO SW-REASON-TEXT.
           IF XREF-RECORD-FOUND
               REWRITE ADVISOR-XREF-RECORD
                   INVALID KEY
                       MOVE "XREF REWRITE FAILED" TO SW-REASON-TEXT
               END-REWRITE
           ELSE
               WRITE ADVISOR-XREF-RECORD
                   INVALID KEY
                       MOVE "XREF WRITE FAILED" TO SW-REASON-TEXT
               END-WRITE
           END-IF.

           IF SW-REASON-TEXT NOT = SPACES
               ADD 1 TO WS-LEFT-UNASSIGNED
               MOVE "E" TO SW-RESULT
               MOVE SPACES TO SW-ADVISOR-ID
               MOVE SPACES TO SW-ADVISOR-NAME
           ELSE
               ADD 1 TO AVT-CASELOAD (WS-BEST-SUB)
               IF WS-PRIOR-SUB > ZERO
                   IF AVT-CASELOAD (WS-PRIOR-SUB) > ZERO
                       SUBTRACT 1 FROM AVT-CASELOAD (WS-PRIOR-SUB)
                   END-IF
               END-IF
               MOVE "A" TO SW-RESULT
               MOVE AVT-ADVISOR-ID (WS-BEST-SUB)   TO SW-ADVISOR-ID
               MOVE AVT-ADVISOR-NAME (WS-BEST-SUB) TO SW-ADVISOR-NAME
               EVALUATE TRUE
                   WHEN REASON-NO-ADVISOR
                       ADD 1 TO WS-NEWLY-ASSIGNED
                       MOVE "ASSIGNED - HAD NO ADVISOR"
                           TO SW-REASON-TEXT
                   WHEN REASON-MAJOR-CHANGE
                       ADD 1 TO WS-REASSIGNED-MAJOR
                       MOVE "REASSIGNED - MAJOR CHANGED"
                           TO SW-REASON-TEXT
                   WHEN REASON-ADVISOR-INACTIVE
                       ADD 1 TO WS-REASSIGNED-INACTIVE
                       MOVE "REASSIGNED - ADVISOR INACTIVE"
                           TO SW-REASON-TEXT
                   WHEN REASON-ADVISOR-NOT-ON-MAST
                       ADD 1 TO WS-REASSIGNED-INACTIVE
                       MOVE "REASSIGNED - ADVISOR GONE"
                           TO SW-REASON-TEXT
               END-EVALUATE
           END-IF.

           PERFORM 235-RELEASE-ASSIGNMENT.


       235-RELEASE-ASSIGNMENT.

           MOVE SM-MAJOR-CODE    TO SW-DEPT.
           MOVE "1"              TO SW-REC-TYPE.
           MOVE SM-STUDENT-ID    TO SW-SORT-ID.
           MOVE SM-STUDENT-NAME  TO SW-STUDENT-NAME.
           MOVE WS-PRIOR-ADVISOR TO SW-PRIOR-ADVISOR.
           MOVE ZERO             TO SW-CAPACITY.
           MOVE ZERO             TO SW-CASELOAD.
           MOVE SPACE            TO SW-ACTIVE-FLAG.
           RELEASE SORT-RECORD.


       240-RELEASE-CASELOADS.

           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
                   UNTIL WS-ADV-SUB > WS-NUM-ADVISORS
               MOVE AVT-DEPT (WS-ADV-SUB)         TO SW-DEPT
               MOVE "2"                           TO SW-REC-TYPE
               MOVE AVT-ADVISOR-ID (WS-ADV-SUB)   TO SW-SORT-ID
               MOVE SPACE                         TO SW-RESULT
               MOVE SPACES                        TO SW-STUDENT-NAME
               MOVE SPACES                        TO SW-PRIOR-ADVISOR
               MOVE AVT-ADVISOR-ID (WS-ADV-SUB)   TO SW-ADVISOR-ID
               MOVE AVT-ADVISOR-NAME (WS-ADV-SUB) TO SW-ADVISOR-NAME
               MOVE SPACES                        TO SW-REASON-TEXT
               MOVE AVT-CAPACITY (WS-ADV-SUB)     TO SW-CAPACITY
               MOVE AVT-CASELOAD (WS-ADV-SUB)     TO SW-CASELOAD
               MOVE AVT-ACTIVE-FLAG (WS-ADV-SUB)  TO SW-ACTIVE-FLAG
               RELEASE SORT-RECORD
           END-PERFORM.


      *****************************************************
      *  250-UPDATE-CASELOADS - WRITES THE RECOUNTED       *
      *  CASELOAD BACK TO EACH ADVISOR WHOSE FIGURE ON THE *
      *  MASTER NO LONGER AGREES.                          *
      *****************************************************
       250-UPDATE-CASELOADS.

           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
                   UNTIL WS-ADV-SUB > WS-NUM-ADVISORS
               IF AVT-CASELOAD (WS-ADV-SUB)
                       NOT = AVT-MAST-CASELOAD (WS-ADV-SUB)
                   MOVE AVT-ADVISOR-ID (WS-ADV-SUB) TO AV-ADVISOR-ID
                   READ ADVISOR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AVT-CASELOAD (WS-ADV-SUB)
                               TO AV-CASELOAD
                           REWRITE ADVISOR-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CASELOADS-UPDATED
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.


       260-PRINT-TRAILER.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER 2.

           MOVE "ADVISORS LOADED" TO TR-CAPTION.
           MOVE WS-NUM-ADVISORS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "CROSS-REFERENCE ENTRIES READ" TO TR-CAPTION.
           MOVE WS-XREF-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "  NOT COUNTED - STUDENT NOT ACTIVE" TO TR-CAPTION.
           MOVE WS-XREF-NOT-COUNTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "  NAME / DEPT REFRESHED FROM ADVMAST" TO TR-CAPTION.
           MOVE WS-XREF-REFRESHED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "ACTIVE STUDENTS READ" TO TR-CAPTION.
           MOVE WS-ACTIVE-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "NEWLY ASSIGNED" TO TR-CAPTION.
           MOVE WS-NEWLY-ASSIGNED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "REASSIGNED - MAJOR CHANGE" TO TR-CAPTION.
           MOVE WS-REASSIGNED-MAJOR TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "REASSIGNED - ADVISOR INACTIVE" TO TR-CAPTION.
           MOVE WS-REASSIGNED-INACTIVE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "LEFT UNASSIGNED (EXCEPTIONS)" TO TR-CAPTION.
           MOVE WS-LEFT-UNASSIGNED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.

           MOVE "ADVISOR CASELOADS UPDATED" TO TR-CAPTION.
           MOVE WS-CASELOADS-UPDATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.


      *****************************************************
      *  300-PRINT-REPORT - RETURNS THE SORTED RECORDS AND *
      *  PRINTS ONE PAGE PER DEPARTMENT: THE ASSIGNMENTS   *
      *  AND EXCEPTIONS, THEN EACH ADVISOR'S CASELOAD,     *
      *  THEN THE DEPARTMENT TOTALS.                       *
      *****************************************************
       300-PRINT-REPORT.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF NOT DEPT-PAGE-OPEN
                           OR SW-DEPT NOT = WS-CURRENT-DEPT
                       IF DEPT-PAGE-OPEN
                           PERFORM 320-PRINT-DEPT-TOTALS
                       END-IF
                       PERFORM 310-START-DEPARTMENT
                   END-IF
                   IF SW-REC-TYPE NOT = WS-CURRENT-TYPE
                       MOVE SW-REC-TYPE TO WS-CURRENT-TYPE
                       IF SW-ASSIGNMENT-REC
                           MOVE ASSIGN-COLUMN-LINE TO REPORT-REC
                       ELSE
                           MOVE CASELOAD-COLUMN-LINE TO REPORT-REC
                       END-IF
                       WRITE REPORT-REC AFTER 2
                   END-IF
                   IF SW-ASSIGNMENT-REC
                       PERFORM 330-PRINT-ASSIGNMENT
                   ELSE
                       PERFORM 340-PRINT-CASELOAD
                   END-IF
               END-IF
           END-PERFORM.

           IF DEPT-PAGE-OPEN
               PERFORM 320-PRINT-DEPT-TOTALS
           END-IF.


       310-START-DEPARTMENT.

           MOVE "Y" TO WS-REPORT-OPEN-SWITCH.
           MOVE SW-DEPT TO WS-CURRENT-DEPT.
           MOVE SPACE TO WS-CURRENT-TYPE.
           MOVE ZERO TO WS-DEPT-ASSIGNED.
           MOVE ZERO TO WS-DEPT-EXCEPTIONS.
           MOVE ZERO TO WS-DEPT-CAPACITY.
           MOVE ZERO TO WS-DEPT-CASELOAD.

           MOVE SW-DEPT TO DH-DEPT.
           IF SW-DEPT = SPACES
               MOVE "NO MAJOR ON FILE" TO DH-DEPT-NAME
           ELSE
               MOVE "D"     TO DA-RECORD-TYPE
               MOVE SW-DEPT TO DA-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON DEPARTMENT MASTER **"
                           TO DH-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DA-NAME TO DH-DEPT-NAME
               END-READ
           END-IF.

           MOVE REPORT-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER PAGE.
           MOVE DEPT-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 2.


       320-PRINT-DEPT-TOTALS.

           MOVE WS-DEPT-ASSIGNED   TO DT-ASSIGNED.
           MOVE WS-DEPT-EXCEPTIONS TO DT-EXCEPTIONS.
           MOVE WS-DEPT-CAPACITY   TO DT-CAPACITY.
           MOVE WS-DEPT-CASELOAD   TO DT-CASELOAD.
           MOVE DEPT-TOTAL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 2.


       330-PRINT-ASSIGNMENT.

           IF SW-EXCEPTION
               ADD 1 TO WS-DEPT-EXCEPTIONS
           ELSE
               ADD 1 TO WS-DEPT-ASSIGNED
           END-IF.

           MOVE SW-SORT-ID       TO AD-STUDENT-ID.
           MOVE SW-STUDENT-NAME  TO AD-STUDENT-NAME.
           MOVE SW-PRIOR-ADVISOR TO AD-PRIOR-ADVISOR.
           MOVE SW-ADVISOR-ID    TO AD-ADVISOR-ID.
           MOVE SW-ADVISOR-NAME  TO AD-ADVISOR-NAME.
           MOVE SW-REASON-TEXT   TO AD-REASON.
           MOVE ASSIGN-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.


       340-PRINT-CASELOAD.

           MOVE SW-ADVISOR-ID   TO CL-ADVISOR-ID.
           MOVE SW-ADVISOR-NAME TO CL-ADVISOR-NAME.
           MOVE SW-CAPACITY     TO CL-CAPACITY.
           MOVE SW-CASELOAD     TO CL-CASELOAD.

           IF SW-CASELOAD < SW-CAPACITY
               COMPUTE CL-OPEN = SW-CAPACITY - SW-CASELOAD
           ELSE
               MOVE ZERO TO CL-OPEN
           END-IF.

           EVALUATE TRUE
               WHEN SW-ACTIVE-FLAG NOT = "A"
                   MOVE "INACTIVE" TO CL-STATUS
               WHEN SW-CASELOAD > SW-CAPACITY
                   MOVE "OVER CAPACITY" TO CL-STATUS
               WHEN SW-CASELOAD = SW-CAPACITY
                   MOVE "AT CAPACITY" TO CL-STATUS
               WHEN OTHER
                   MOVE "ACCEPTING ADVISEES" TO CL-STATUS
           END-EVALUATE.

           IF SW-ACTIVE-FLAG = "A"
               ADD SW-CAPACITY TO WS-DEPT-CAPACITY
           END-IF.
           ADD SW-CASELOAD TO WS-DEPT-CASELOAD.

           MOVE CASELOAD-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER 1.
