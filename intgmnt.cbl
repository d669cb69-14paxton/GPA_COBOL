       IDENTIFICATION DIVISION.

       PROGRAM-ID. INTGMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  INTGMNT - ACADEMIC-INTEGRITY XF MAINTENANCE       *
      *  READS SANCTION TRANSACTIONS (STUDENT ID, COURSE   *
      *  ID, ACTION A = IMPOSE / R = REMOVE, CONDUCT CASE  *
      *  NUMBER, SANCTION, SANCTION END DATE,              *
      *  AUTHORIZATION CODE) FROM INTGTRAN.  IMPOSING      *
      *  WRITES THE SANCTION RECORD (INTGSANC) WITH THE    *
      *  OCCURRENCE'S PRIOR GRADE AND SETS THE OCCURRENCE, *
      *  ON THE MASTER TABLE OR AN OVERFLOW SEGMENT, TO    *
      *  GRADING BASIS F - THE XF GRADE, WHICH GPACALC     *
      *  COUNTS AS AN F AND WHICH FORGIVE, GRDCHG, AND     *
      *  THE RETAKE RULES IN GRDPOST NEVER EXCLUDE.  ANY   *
      *  FORGIVENESS FLAG ON THE OCCURRENCE IS CLEARED.    *
      *  EXAM CREDIT CANNOT CARRY AN XF, NOR CAN A         *
      *  CONSORTIUM OR EXAM-SUPERSEDED OCCURRENCE (C OR S  *
      *  IN THE FORGIVENESS FLAG).  REMOVING IS            *
      *  ALLOWED ONLY AFTER THE SANCTION END DATE, FOR     *
      *  THE CASE NUMBER ON FILE: THE SANCTION IS MARKED   *
      *  REMOVED AND THE XF BECOMES THE ORDINARY FAILING   *
      *  LETTER OF THE CERTIFIED GRADE TABLE.  EVERY       *
      *  CHANGE WRITES A BEFORE/AFTER JOURNAL RECORD,      *
      *  RECOMPUTES THE STORED GPA IMMEDIATELY, QUEUES     *
      *  THE STUDENT FOR RECALCULATION, AND PRINTS ON THE  *
      *  INTGRPT SANCTION REGISTER.  EVERY TRANSACTION     *
      *  MUST CARRY THE SUBMITTING USER ID, AUTHORIZED     *
      *  FOR ITS ACTION ON THE OPERATOR AUTHORIZATION      *
      *  TABLE (AUTHFILE); THE USER ID IS CARRIED INTO     *
      *  EVERY JOURNAL RECORD.                             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SANCTION-TRAN-FILE
               ASSIGN INTGTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RUN-OPTION-FILE
               ASSIGN OPTPARM
               FILE STATUS IS WS-OPT-STATUS.

           SELECT GRADE-PARM-FILE
               ASSIGN GRDPARM
               FILE STATUS IS WS-GRDPARM-STATUS.

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

           SELECT OPTIONAL SANCTION-FILE
               ASSIGN INTGSANC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IS-SANC-KEY
               FILE STATUS IS WS-SANC-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL RECALC-QUEUE-FILE
               ASSIGN RECALCQ
               FILE STATUS IS WS-RCQ-STATUS.

           SELECT SANCTION-REGISTER
               ASSIGN INTGRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  SANCTION-TRAN-FILE.

       01  SANCTION-TRAN-RECORD.
           05  IT-STUDENT-ID            PIC 9(09).
           05  IT-COURSE-ID             PIC X(06).
           05  IT-ACTION                PIC X(01).
               88  IT-ACTION-IMPOSE             VALUE "A".
               88  IT-ACTION-REMOVE             VALUE "R".
               88  IT-ACTION-VALID              VALUE "A" "R".
           05  IT-CASE-NUMBER           PIC X(10).
           05  IT-SANCTION              PIC X(30).
           05  IT-SANCTION-END-DATE     PIC 9(08).
           05  IT-AUTH-CODE             PIC X(08).
           05  IT-USER-ID               PIC X(06).

       FD  RUN-OPTION-FILE.

      *****************************************************
      *  ONLY THE ROUNDING POLICY FIELDS OF THE GPA RUN'S  *
      *  OPTION CARD ARE OF INTEREST HERE - EVERY PROGRAM  *
      *  THAT PRICES A GPA MUST ROUND THE WAY THE NIGHTLY  *
      *  RUN ROUNDS.                                       *
      *****************************************************
       01  RUN-OPTION-RECORD.
           05                           PIC X(15).
           05  OP-ROUND-POLICY          PIC X(01).
               88  OP-ROUND-VALID              VALUE "T" "R"
                                                     "P" SPACE.
           05  OP-ROUND-PRECISION       PIC 9(01).

       FD  GRADE-PARM-FILE.

       01  GRADE-PARM-RECORD.
           05  GP-GRADE           PIC 99.
           05  GP-POINTS          PIC 9V9.
           05  GP-LETTER          PIC XX.
       01  GRADE-CERT-RECORD REDEFINES GRADE-PARM-RECORD.
           05  GP-CERT-LITERAL    PIC X(05).
               88  GP-CERT-PRESENT        VALUE "*CERT".
           05  GP-CERT-COUNT      PIC 9(01).

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SANCTION-FILE.

            COPY INTGSANC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  RECALC-QUEUE-FILE.

            COPY RECALCQ IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SANCTION-REGISTER.

       01  SANCTION-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  GRADE-PARM-EOF-SWITCH   PIC X(01)   VALUE "N".
               88  GRADE-PARM-EOF                  VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-GRDPARM-STATUS       PIC XX.
           05  WS-OPT-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-SANC-STATUS          PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-FOUND-WHERE          PIC X(01) VALUE SPACE.
               88  FOUND-ON-MASTER               VALUE "M".
               88  FOUND-ON-OVERFLOW             VALUE "O".
               88  COURSE-NOT-FOUND              VALUE SPACE.
           05  WS-FOUND-SUB            PIC 9(02) VALUE ZERO.
           05  WS-M-SUB                PIC 9(02) VALUE ZERO.
           05  WS-O-SUB                PIC 9(02) VALUE ZERO.
           05  WS-ON-FILE-PCT          PIC 999   VALUE ZERO.
           05  WS-ON-FILE-GRADE-X REDEFINES WS-ON-FILE-PCT
                                   PIC X(03).
           05  WS-ON-FILE-BASIS        PIC X(01) VALUE SPACE.
               88  ON-FILE-INTEGRITY-XF          VALUE "F".
               88  ON-FILE-BY-EXAM               VALUE "E" "X".
           05  WS-ON-FILE-FLAG         PIC X(01) VALUE SPACE.
               88  ON-FILE-CONSORTIUM            VALUE "C".
               88  ON-FILE-EXAM-SUPERSEDED       VALUE "S".
           05  WS-SANC-ON-FILE-SWITCH  PIC X(01) VALUE "N".
               88  SANCTION-ON-FILE              VALUE "Y".
           05  WS-FAIL-GRADE-X         PIC X(03) VALUE SPACES.
           05  WS-MST-BEFORE-IMAGE     PIC X(732) VALUE LOW-VALUES.
           05  WS-APPLY-FAILED-SWITCH  PIC X(01) VALUE "N".
               88  APPLY-HAS-FAILED              VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-XF-IMPOSED           PIC 9(07) VALUE ZERO.
           05  WS-XF-REMOVED           PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-RCQ-STATUS           PIC XX.
           05  WS-AFFECTED-TERM        PIC X(05) VALUE SPACES.
           05  WS-RECALC-QUEUED        PIC 9(07) VALUE ZERO.


       01  CATALOG-WORK-FIELDS.
           05  WS-CATALOG-STATUS       PIC XX.
           05  CATALOG-EOF-SWITCH      PIC X(01) VALUE "N".
               88  CATALOG-EOF                   VALUE "Y".
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-CAT-SUB              PIC 9(03) VALUE ZERO.
           05  WS-LOOKUP-COURSE-ID     PIC X(06) VALUE SPACES.
           05  WS-CATALOG-OK-SW        PIC X(01) VALUE "Y".
               88  CATALOG-COURSE-OK             VALUE "Y".

       01  CATALOG-ID-TABLE.
           05  CATALOG-ID OCCURS 500 TIMES
                          PIC X(06).

            COPY GPACPARM IN KC2477.SHARED.COBOL.STUDGPA.

       01  SANCTION-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  ISH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  ISH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  ISH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(30)
               VALUE "INTEGRITY SANCTION REGISTER".
           05                 PIC X(80)  VALUE SPACE.

       01  SANCTION-DETAIL-LINE.
           05  ISG-STUDENT-ID     PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  ISG-COURSE-ID      PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  ISG-ACTION         PIC X(01).
           05                     PIC X(02)  VALUE SPACE.
           05  ISG-CASE-NUMBER    PIC X(10).
           05                     PIC X(02)  VALUE SPACE.
           05  ISG-AUTH-CODE      PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  ISG-DISPOSITION    PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  ISG-REASON         PIC X(40).
           05                     PIC X(38)  VALUE SPACE.

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
       01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL TRAN-EOF
               READ SANCTION-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-CHANGE
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SANCTION-TRAN-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 SANCTION-FILE
                 JOURNAL-FILE
                 AUTH-FILE
                 RECALC-QUEUE-FILE
                 SANCTION-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-MONTH   TO ISH-MONTH.
           MOVE CD-DAY     TO ISH-DAY.
           MOVE CD-YEAR    TO ISH-YEAR.

           OPEN INPUT SANCTION-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SANCTION TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 130-LOAD-GRADE-TABLE.
           PERFORM 905-LOAD-CATALOG.
           PERFORM 910-LOAD-ROUND-POLICY.

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

           OPEN I-O SANCTION-FILE.

           IF WS-SANC-STATUS NOT = '00' AND WS-SANC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INTEGRITY SANCTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-SANC-STATUS
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

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND RECALC-QUEUE-FILE.

           IF WS-RCQ-STATUS NOT = '00' AND WS-RCQ-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE RECALC QUEUE FILE'
               DISPLAY ' FILE STATUS IS ', WS-RCQ-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT SANCTION-REGISTER.

           MOVE SANCTION-HEADING-LINE TO SANCTION-REC.
           WRITE SANCTION-REC AFTER PAGE.
           MOVE SPACES TO SANCTION-REC.
           WRITE SANCTION-REC.


      *****************************************************
      *  130-LOAD-GRADE-TABLE - ALSO TAKES THE LETTER OF   *
      *  THE ZERO-POINT BAND, THE ORDINARY FAILING GRADE   *
      *  AN XF BECOMES WHEN ITS SANCTION IS REMOVED.       *
      *****************************************************
       130-LOAD-GRADE-TABLE.

           OPEN INPUT GRADE-PARM-FILE.

           IF WS-GRDPARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 130-LOAD-GRADE-TABLE'
               DISPLAY ' ERROR OPENING THE GRADE PARAMETER FILE'
               DISPLAY ' FILE STATUS IS ', WS-GRDPARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE ZERO TO GC-NUM-GRADES.
           PERFORM UNTIL GRADE-PARM-EOF
               READ GRADE-PARM-FILE
                   AT END
                       SET GRADE-PARM-EOF TO TRUE
               END-READ
               IF NOT GRADE-PARM-EOF
                 IF GP-CERT-PRESENT
                   CONTINUE
                 ELSE
                   ADD 1 TO GC-NUM-GRADES
                   IF GC-NUM-GRADES > 9
                       DISPLAY '******************************'
                       DISPLAY ' 130-LOAD-GRADE-TABLE'
                       DISPLAY ' TOO MANY GRADE BANDS IN GRDPARM -'
                       DISPLAY ' MAXIMUM IS 9'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE GP-GRADE  TO GC-GRADE  (GC-NUM-GRADES)
                   MOVE GP-POINTS TO GC-POINTS (GC-NUM-GRADES)
                   MOVE GP-LETTER TO GC-LETTER (GC-NUM-GRADES)
                   IF GP-POINTS = ZERO
                       MOVE GP-LETTER TO WS-FAIL-GRADE-X
                   END-IF
                 END-IF
               END-IF
           END-PERFORM.

           CLOSE GRADE-PARM-FILE.

           IF WS-FAIL-GRADE-X = SPACES
               DISPLAY '******************************'
               DISPLAY ' 130-LOAD-GRADE-TABLE'
               DISPLAY ' NO ZERO-POINT FAILING BAND IN GRDPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE ZEROS TO GC-DEANS-GPA-THRESHOLD.
           MOVE ZEROS TO GC-DEANS-MIN-CREDITS.
           MOVE ZEROS TO GC-PROBATION-THRESHOLD.


       110-PROCESS-CHANGE.

           MOVE SPACES TO WS-REJECT-REASON.

           IF IT-STUDENT-ID NOT NUMERIC OR IT-STUDENT-ID = ZERO
                   OR NOT IT-ACTION-VALID
                   OR IT-COURSE-ID = SPACES
                   OR IT-CASE-NUMBER = SPACES
               MOVE "TRANSACTION FAILS FIELD EDITS"
                   TO WS-REJECT-REASON
               PERFORM 200-WRITE-REJECT
           ELSE
               IF IT-ACTION-IMPOSE
                       AND (IT-SANCTION = SPACES
                         OR IT-SANCTION-END-DATE NOT NUMERIC
                         OR IT-SANCTION-END-DATE = ZERO)
                   MOVE "SANCTION AND END DATE ARE REQUIRED"
                       TO WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
               ELSE
                   IF IT-AUTH-CODE = SPACES
                       MOVE "AUTHORIZATION CODE IS MISSING"
                           TO WS-REJECT-REASON
                       PERFORM 200-WRITE-REJECT
                   ELSE
                       PERFORM 115-CHECK-AUTHORITY
                       IF USER-IS-AUTHORIZED
                           PERFORM 120-LOCATE-AND-APPLY
                       ELSE
                           PERFORM 200-WRITE-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *****************************************************
      *  115-CHECK-AUTHORITY - THE SUBMITTING USER MUST    *
      *  BE ON THE AUTHORIZATION TABLE FOR THIS PROGRAM    *
      *  WITH THE TRANSACTION'S ACTION (A OR R) AMONG THE  *
      *  ALLOWED ACTIONS.                                  *
      *****************************************************
       115-CHECK-AUTHORITY.

           MOVE "N" TO WS-AUTH-OK-SWITCH.

           IF IT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
           ELSE
               MOVE IT-USER-ID TO AU-USER-ID
               MOVE "INTGMNT " TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = IT-ACTION
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
               IF NOT USER-IS-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.


       120-LOCATE-AND-APPLY.

           MOVE IT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT ID NOT ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 140-FIND-COURSE
                   EVALUATE TRUE
                       WHEN COURSE-NOT-FOUND
                           MOVE "COURSE NOT ON STUDENT HISTORY"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN IT-ACTION-IMPOSE AND ON-FILE-INTEGRITY-XF
                           MOVE "COURSE ALREADY CARRIES AN XF"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN IT-ACTION-IMPOSE AND ON-FILE-BY-EXAM
                           MOVE "EXAM CREDIT CANNOT CARRY AN XF"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN IT-ACTION-IMPOSE AND ON-FILE-CONSORTIUM
                           MOVE "CONSORTIUM COURSE CANNOT CARRY AN XF"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN IT-ACTION-IMPOSE
                               AND ON-FILE-EXAM-SUPERSEDED
                           MOVE "EXAM-SUPERSEDED COURSE CANNOT TAKE XF"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN IT-ACTION-REMOVE
                               AND NOT ON-FILE-INTEGRITY-XF
                           MOVE "COURSE DOES NOT CARRY AN XF"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN OTHER
                           PERFORM 125-CHECK-SANCTION
                           IF WS-REJECT-REASON = SPACES
                               PERFORM 150-APPLY-CHANGE
                           ELSE
                               PERFORM 200-WRITE-REJECT
                           END-IF
                   END-EVALUATE
           END-READ.


      *****************************************************
      *  125-CHECK-SANCTION - READS THE SANCTION RECORD    *
      *  FOR THE OCCURRENCE.  AN IMPOSE IS REFUSED WHILE   *
      *  AN ACTIVE SANCTION STANDS; A REMOVE NEEDS THE     *
      *  ACTIVE SANCTION, ITS CASE NUMBER, AND A RUN DATE  *
      *  PAST THE SANCTION END DATE.                       *
      *****************************************************
       125-CHECK-SANCTION.

           MOVE "N" TO WS-SANC-ON-FILE-SWITCH.
           MOVE IT-STUDENT-ID    TO IS-STUDENT-ID.
           MOVE IT-COURSE-ID     TO IS-COURSE-ID.
           MOVE WS-AFFECTED-TERM TO IS-TERM-CODE.
           READ SANCTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SANC-ON-FILE-SWITCH
           END-READ.

           EVALUATE TRUE
               WHEN IT-ACTION-IMPOSE
                       AND SANCTION-ON-FILE AND IS-ACTIVE
                   MOVE "ACTIVE SANCTION ALREADY ON FILE"
                       TO WS-REJECT-REASON
               WHEN IT-ACTION-IMPOSE
                   CONTINUE
               WHEN NOT SANCTION-ON-FILE
                   MOVE "NO ACTIVE SANCTION ON FILE"
                       TO WS-REJECT-REASON
               WHEN NOT IS-ACTIVE
                   MOVE "NO ACTIVE SANCTION ON FILE"
                       TO WS-REJECT-REASON
               WHEN IS-CASE-NUMBER NOT = IT-CASE-NUMBER
                   MOVE "CASE NUMBER DOES NOT MATCH SANCTION"
                       TO WS-REJECT-REASON
               WHEN WS-RUN-DATE NOT > IS-SANCTION-END-DATE
                   MOVE "SANCTION PERIOD HAS NOT ENDED"
                       TO WS-REJECT-REASON
           END-EVALUATE.


      *****************************************************
      *  140-FIND-COURSE - LOCATES THE COURSE ON THE       *
      *  MASTER TABLE OR AN OVERFLOW SEGMENT.  SETS THE    *
      *  FOUND-WHERE SWITCH, THE OCCURRENCE SUBSCRIPT,     *
      *  ITS TERM, AND THE ON-FILE GRADE, GRADING BASIS,   *
      *  AND FORGIVENESS FLAG.  ON AN OVERFLOW HIT THE     *
      *  SEGMENT REMAINS IN ITS RECORD AREA.               *
      *****************************************************
       140-FIND-COURSE.

           MOVE SPACE  TO WS-FOUND-WHERE.
           MOVE ZERO   TO WS-FOUND-SUB.
           MOVE SPACE  TO WS-ON-FILE-BASIS.
           MOVE SPACE  TO WS-ON-FILE-FLAG.
           MOVE SPACES TO WS-AFFECTED-TERM.

           PERFORM VARYING WS-M-SUB FROM 1 BY 1
                   UNTIL WS-M-SUB > SM-NUM-CRS-COMPLTD
                      OR FOUND-ON-MASTER
               IF SM-COURSE-ID (WS-M-SUB) = IT-COURSE-ID
                   MOVE "M" TO WS-FOUND-WHERE
                   MOVE WS-M-SUB TO WS-FOUND-SUB
                   MOVE SM-PERCENTAGE-EARNED (WS-M-SUB)
                       TO WS-ON-FILE-PCT
                   MOVE SM-GRADING-BASIS (WS-M-SUB)
                       TO WS-ON-FILE-BASIS
                   MOVE SM-FORGIVE-FLAG (WS-M-SUB)
                       TO WS-ON-FILE-FLAG
                   MOVE SM-CRS-TERM-CODE (WS-M-SUB)
                       TO WS-AFFECTED-TERM
               END-IF
           END-PERFORM.

           IF COURSE-NOT-FOUND
               MOVE "N" TO WS-OVFL-SEG-EOF-SWITCH
               PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                       UNTIL OVFL-SEG-EOF OR FOUND-ON-OVERFLOW
                   MOVE IT-STUDENT-ID  TO SO-STUDENT-ID
                   MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
                   READ OVERFLOW-FILE
                       INVALID KEY
                           SET OVFL-SEG-EOF TO TRUE
                       NOT INVALID KEY
                           PERFORM VARYING WS-O-SUB FROM 1 BY 1
                                   UNTIL WS-O-SUB >
                                         SO-NUM-CRS-SEGMENT
                                      OR FOUND-ON-OVERFLOW
                               IF SO-COURSE-ID (WS-O-SUB)
                                       = IT-COURSE-ID
                                   MOVE "O" TO WS-FOUND-WHERE
                                   MOVE WS-O-SUB TO WS-FOUND-SUB
                                   MOVE SO-PERCENTAGE-EARNED
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-PCT
                                   MOVE SO-GRADING-BASIS
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-BASIS
                                   MOVE SO-FORGIVE-FLAG
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-FLAG
                                   MOVE SO-CRS-TERM-CODE
                                       (WS-O-SUB)
                                       TO WS-AFFECTED-TERM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF.


      *****************************************************
      *  150-APPLY-CHANGE - AN IMPOSE SETS THE OCCURRENCE  *
      *  TO BASIS F WITH A ZERO GRADE AND CLEARS ANY       *
      *  FORGIVENESS FLAG; A REMOVE SETS IT TO LETTER      *
      *  BASIS WITH THE FAILING LETTER.  THE MASTER        *
      *  AFTER-IMAGE IS JOURNALED ONLY AFTER THE STORED    *
      *  GPA HAS BEEN REFRESHED, SO A ROLL-FORWARD         *
      *  REPRODUCES EXACTLY WHAT WAS REWRITTEN.  AN        *
      *  OVERFLOW CHANGE JOURNALS THE SEGMENT AND THE      *
      *  MASTER REWRITE SEPARATELY.                        *
      *****************************************************
       150-APPLY-CHANGE.

           MOVE "N" TO WS-APPLY-FAILED-SWITCH.
           MOVE STUDENT-MASTER-RECORD TO WS-MST-BEFORE-IMAGE.

           IF FOUND-ON-MASTER
               IF IT-ACTION-IMPOSE
                   MOVE "F"   TO SM-GRADING-BASIS (WS-FOUND-SUB)
                   MOVE ZERO  TO SM-PERCENTAGE-EARNED (WS-FOUND-SUB)
                   MOVE SPACE TO SM-FORGIVE-FLAG (WS-FOUND-SUB)
               ELSE
                   MOVE "L" TO SM-GRADING-BASIS (WS-FOUND-SUB)
                   MOVE WS-FAIL-GRADE-X
                       TO SM-LETTER-ENTERED (WS-FOUND-SUB)
               END-IF
           ELSE
               MOVE "O" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE LOW-VALUES TO JR-BEFORE-IMAGE
               MOVE STUDENT-OVFL-RECORD TO JR-BEFORE-IMAGE
               IF IT-ACTION-IMPOSE
                   MOVE "F"   TO SO-GRADING-BASIS (WS-FOUND-SUB)
                   MOVE ZERO  TO SO-PERCENTAGE-EARNED (WS-FOUND-SUB)
                   MOVE SPACE TO SO-FORGIVE-FLAG (WS-FOUND-SUB)
               ELSE
                   MOVE "L" TO SO-GRADING-BASIS (WS-FOUND-SUB)
                   MOVE WS-FAIL-GRADE-X
                       TO SO-LETTER-ENTERED (WS-FOUND-SUB)
               END-IF
               MOVE LOW-VALUES TO JR-AFTER-IMAGE
               MOVE STUDENT-OVFL-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               REWRITE STUDENT-OVFL-RECORD
                   INVALID KEY
                       SET APPLY-HAS-FAILED TO TRUE
                       MOVE "OVERFLOW REWRITE FAILED"
                           TO WS-REJECT-REASON
                       PERFORM 200-WRITE-REJECT
               END-REWRITE
           END-IF.

      *****************************************************
      *  A FAILED OVERFLOW REWRITE ENDS THE TRANSACTION    *
      *  HERE - NO RECOMPUTE, NO MASTER REWRITE, NO        *
      *  SANCTION UPDATE, AND NO APPLIED LINE ON TOP OF    *
      *  THE REJECT.                                       *
      *****************************************************
           IF NOT APPLY-HAS-FAILED
               PERFORM 170-RECOMPUTE-GPA

               MOVE "M" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE WS-MST-BEFORE-IMAGE TO JR-BEFORE-IMAGE
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL

               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                       PERFORM 200-WRITE-REJECT
                   NOT INVALID KEY
                       PERFORM 160-POST-SANCTION
                       PERFORM 210-WRITE-APPLIED
                       PERFORM 215-QUEUE-RECALC
               END-REWRITE
           END-IF.


      *****************************************************
      *  160-POST-SANCTION - AN IMPOSE WRITES THE          *
      *  SANCTION, OR REWRITES A REMOVED ONE FOR THE SAME  *
      *  OCCURRENCE, WITH THE GRADE THE XF REPLACED.  A    *
      *  REMOVE MARKS THE SANCTION REMOVED.  THE GRADE     *
      *  CHANGE IS ALREADY ON THE MASTER, SO A SANCTION    *
      *  FILE FAILURE HERE STOPS THE RUN.                  *
      *****************************************************
       160-POST-SANCTION.

           IF IT-ACTION-IMPOSE
               MOVE "A"                  TO IS-STATUS
               MOVE IT-CASE-NUMBER       TO IS-CASE-NUMBER
               MOVE IT-SANCTION          TO IS-SANCTION
               MOVE IT-SANCTION-END-DATE TO IS-SANCTION-END-DATE
               MOVE WS-ON-FILE-BASIS     TO IS-PRIOR-BASIS
               MOVE WS-ON-FILE-GRADE-X   TO IS-PRIOR-GRADE
               MOVE WS-ON-FILE-FLAG      TO IS-PRIOR-FORGIVE-FLAG
               MOVE WS-RUN-DATE          TO IS-IMPOSED-DATE
               MOVE IT-USER-ID           TO IS-IMPOSED-BY
               MOVE IT-AUTH-CODE         TO IS-IMPOSED-AUTH-CODE
               MOVE ZERO                 TO IS-REMOVED-DATE
               MOVE SPACES               TO IS-REMOVED-BY
               MOVE SPACES               TO IS-REMOVED-AUTH-CODE
               ADD 1 TO WS-XF-IMPOSED
               IF SANCTION-ON-FILE
                   REWRITE INTEGRITY-SANCTION-RECORD
                       INVALID KEY
                           MOVE "REWRITE" TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   WRITE INTEGRITY-SANCTION-RECORD
                       INVALID KEY
                           MOVE "WRITE" TO WS-REJECT-REASON
                   END-WRITE
               END-IF
           ELSE
               MOVE "R"          TO IS-STATUS
               MOVE WS-RUN-DATE  TO IS-REMOVED-DATE
               MOVE IT-USER-ID   TO IS-REMOVED-BY
               MOVE IT-AUTH-CODE TO IS-REMOVED-AUTH-CODE
               ADD 1 TO WS-XF-REMOVED
               REWRITE INTEGRITY-SANCTION-RECORD
                   INVALID KEY
                       MOVE "REWRITE" TO WS-REJECT-REASON
               END-REWRITE
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY '******************************'
               DISPLAY ' 160-POST-SANCTION'
               DISPLAY ' SANCTION ', WS-REJECT-REASON, ' FAILED'
               DISPLAY ' STUDENT ', IT-STUDENT-ID,
                       ' COURSE ', IT-COURSE-ID
               DISPLAY ' FILE STATUS IS ', WS-SANC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


      *****************************************************
      *  215-QUEUE-RECALC - QUEUES THE STUDENT AND THE     *
      *  AFFECTED TERM FOR THE DOWNSTREAM RECALCULATION    *
      *  DRIVER, SO STANDING, RANK, AND HONORS RESULTS     *
      *  MADE STALE BY THIS RETROACTIVE CHANGE ARE         *
      *  REFRESHED WITHOUT WAITING FOR THE NEXT FULL RUN.  *
      *****************************************************
       215-QUEUE-RECALC.

           MOVE IT-STUDENT-ID    TO RQ-STUDENT-ID.
           MOVE WS-AFFECTED-TERM TO RQ-AFFECTED-TERM.
           MOVE "INTGMNT " TO RQ-REASON.
           MOVE CD-CURRENT-DATE  TO RQ-QUEUED-DATE.
           WRITE RECALC-QUEUE-RECORD.
           ADD 1 TO WS-RECALC-QUEUED.


      *****************************************************
      *  170-RECOMPUTE-GPA - REBUILDS THE COURSE LIST      *
      *  FROM THE CHANGED MASTER AND OVERFLOW AND          *
      *  REFRESHES THE STORED RESULTS THROUGH GPACALC.     *
      *****************************************************
       170-RECOMPUTE-GPA.

           MOVE ZERO TO GC-NUM-COURSES.

           PERFORM 172-ADD-MASTER-COURSE
               VARYING SMSTINDX FROM 1 BY 1
               UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD.

           MOVE "N" TO WS-OVFL-SEG-EOF-SWITCH.
           PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                   UNTIL OVFL-SEG-EOF
               MOVE IT-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET OVFL-SEG-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM 174-ADD-OVFL-COURSE
                           VARYING SOCRSNDX FROM 1 BY 1
                           UNTIL SOCRSNDX > SO-NUM-CRS-SEGMENT
               END-READ
           END-PERFORM.

           CALL "GPACALC" USING GPACALC-PARMS.

           IF GC-STANDING-ZERO-CREDIT
               MOVE ZEROS TO SM-LAST-GPA
               MOVE ZEROS TO SM-LAST-TOTAL-CREDITS
           ELSE
               MOVE GC-TOTAL-GPA     TO SM-LAST-GPA
               MOVE GC-TOTAL-CREDITS TO SM-LAST-TOTAL-CREDITS
           END-IF.
           MOVE CD-CURRENT-DATE TO SM-GPA-AS-OF-DATE.


       172-ADD-MASTER-COURSE.

           MOVE SM-COURSE-ID (SMSTINDX) TO WS-LOOKUP-COURSE-ID.
           PERFORM 900-CHECK-CATALOG.

           IF CATALOG-COURSE-OK AND GC-NUM-COURSES < 150
               ADD 1 TO GC-NUM-COURSES
               MOVE SM-COURSE-ID (SMSTINDX)
                   TO GC-COURSE-ID (GC-NUM-COURSES)
               MOVE SM-COURSE-CREDITS (SMSTINDX)
                   TO GC-COURSE-CREDITS (GC-NUM-COURSES)
               MOVE SM-PERCENTAGE-EARNED (SMSTINDX)
                   TO GC-PERCENTAGE-EARNED (GC-NUM-COURSES)
               MOVE SM-ATTEMPTED-CREDITS (SMSTINDX)
                   TO GC-ATTEMPTED-CREDITS (GC-NUM-COURSES)
               MOVE SM-GRADING-BASIS (SMSTINDX)
                   TO GC-GRADING-BASIS (GC-NUM-COURSES)
               MOVE SM-FORGIVE-FLAG (SMSTINDX)
                   TO GC-FORGIVE-FLAG (GC-NUM-COURSES)
           END-IF.


       174-ADD-OVFL-COURSE.

           MOVE SO-COURSE-ID (SOCRSNDX) TO WS-LOOKUP-COURSE-ID.
           PERFORM 900-CHECK-CATALOG.

           IF CATALOG-COURSE-OK AND GC-NUM-COURSES < 150
               ADD 1 TO GC-NUM-COURSES
               MOVE SO-COURSE-ID (SOCRSNDX)
                   TO GC-COURSE-ID (GC-NUM-COURSES)
               MOVE SO-COURSE-CREDITS (SOCRSNDX)
                   TO GC-COURSE-CREDITS (GC-NUM-COURSES)
               MOVE SO-PERCENTAGE-EARNED (SOCRSNDX)
                   TO GC-PERCENTAGE-EARNED (GC-NUM-COURSES)
               MOVE SO-ATTEMPTED-CREDITS (SOCRSNDX)
                   TO GC-ATTEMPTED-CREDITS (GC-NUM-COURSES)
               MOVE SO-GRADING-BASIS (SOCRSNDX)
                   TO GC-GRADING-BASIS (GC-NUM-COURSES)
               MOVE SO-FORGIVE-FLAG (SOCRSNDX)
                   TO GC-FORGIVE-FLAG (GC-NUM-COURSES)
           END-IF.


       180-WRITE-JOURNAL.

           MOVE "INTGMNT " TO JR-JOB-NAME.
           MOVE IT-USER-ID TO JR-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.


       200-WRITE-REJECT.

           ADD 1 TO WS-CHANGES-REJECTED.
           MOVE IT-STUDENT-ID  TO ISG-STUDENT-ID.
           MOVE IT-COURSE-ID   TO ISG-COURSE-ID.
           MOVE IT-ACTION      TO ISG-ACTION.
           MOVE IT-CASE-NUMBER TO ISG-CASE-NUMBER.
           MOVE IT-AUTH-CODE   TO ISG-AUTH-CODE.
           MOVE "REJECTED"     TO ISG-DISPOSITION.
           MOVE WS-REJECT-REASON TO ISG-REASON.
           MOVE SANCTION-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC.


       210-WRITE-APPLIED.

           MOVE IT-STUDENT-ID  TO ISG-STUDENT-ID.
           MOVE IT-COURSE-ID   TO ISG-COURSE-ID.
           MOVE IT-ACTION      TO ISG-ACTION.
           MOVE IT-CASE-NUMBER TO ISG-CASE-NUMBER.
           MOVE IT-AUTH-CODE   TO ISG-AUTH-CODE.
           MOVE "APPLIED"      TO ISG-DISPOSITION.
           MOVE IT-SANCTION    TO ISG-REASON.
           MOVE SANCTION-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO SANCTION-REC.
           WRITE SANCTION-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC AFTER 1.

           MOVE "XF GRADES IMPOSED" TO TR-CAPTION.
           MOVE WS-XF-IMPOSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC AFTER 1.

           MOVE "SANCTIONS REMOVED" TO TR-CAPTION.
           MOVE WS-XF-REMOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-CHANGES-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC AFTER 1.

           MOVE "RECALCULATIONS QUEUED" TO TR-CAPTION.
           MOVE WS-RECALC-QUEUED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SANCTION-REC.
           WRITE SANCTION-REC AFTER 1.

      *****************************************************
      *  900-CHECK-CATALOG - UNCATALOGED COURSE IDS ARE    *
      *  EXCLUDED FROM EVERY GPA COMPUTATION, THE SAME     *
      *  POPULATION RULE THE NIGHTLY RUN APPLIES.  THE     *
      *  CALLER PLACES THE ID IN WS-LOOKUP-COURSE-ID.      *
      *****************************************************
       900-CHECK-CATALOG.

           MOVE "N" TO WS-CATALOG-OK-SW.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-NUM-CATALOG
                      OR CATALOG-COURSE-OK
               IF CATALOG-ID (WS-CAT-SUB) = WS-LOOKUP-COURSE-ID
                   MOVE "Y" TO WS-CATALOG-OK-SW
               END-IF
           END-PERFORM.


       905-LOAD-CATALOG.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 905-LOAD-CATALOG'
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
                   IF WS-NUM-CATALOG > 500
                       DISPLAY '******************************'
                       DISPLAY ' 905-LOAD-CATALOG'
                       DISPLAY ' TOO MANY COURSES IN CRSECATG -'
                       DISPLAY ' MAXIMUM IS 500'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CC-COURSE-ID
                       TO CATALOG-ID (WS-NUM-CATALOG)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.

      *****************************************************
      *  910-LOAD-ROUND-POLICY - TAKES THE GPA ROUNDING    *
      *  POLICY FROM THE SAME OPTION CARD THE NIGHTLY RUN  *
      *  READS SO A RECOMPUTED OR DISPLAYED GPA CAN NEVER  *
      *  ROUND DIFFERENTLY FROM THE CERTIFIED ONE.         *
      *****************************************************
       910-LOAD-ROUND-POLICY.

           OPEN INPUT RUN-OPTION-FILE.

           IF WS-OPT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 910-LOAD-ROUND-POLICY'
               DISPLAY ' ERROR OPENING THE RUN OPTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-OPT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ RUN-OPTION-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 910-LOAD-ROUND-POLICY'
                   DISPLAY ' OPTPARM IS EMPTY - OPTION CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF NOT OP-ROUND-VALID
               DISPLAY '******************************'
               DISPLAY ' 910-LOAD-ROUND-POLICY'
               DISPLAY ' ROUNDING POLICY MUST BE T, R, OR P'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE OP-ROUND-POLICY    TO GC-ROUND-POLICY.
           MOVE OP-ROUND-PRECISION TO GC-ROUND-PRECISION.

           CLOSE RUN-OPTION-FILE.
