      *  ID ALREADY ON THE POSTED-BATCH REGISTRATION       *
      *  FILE (PSTBATCH) REFUSES SO THE SAME FEED CAN      *
      *  NEVER APPLY TWICE.                                *
      *  CREDIT BY EXAMINATION ARRIVES FROM EXAMPOST WITH  *
      *  BASIS E OR X.  A LATER COURSE TAKEN HERE THAT     *
      *  MATCHES AN EXAM OCCURRENCE POSTS NORMALLY AND     *
      *  MARKS THE EXAM OCCURRENCE SUPERSEDED, SO THE      *
      *  SAME COURSE IS NEVER AWARDED TWICE.               *
      *  THE MEMBERS OF A CROSS-LIST GROUP IN THE COURSE   *
      *  CATALOG ARE ONE COURSE TO THE DUPLICATE CHECK, SO *
      *  A STUDENT WHO HAS TAKEN HIS320 CANNOT POST        *
      *  POL320 AS A SECOND COURSE.  A POSTING FOR A       *
      *  CATALOGED COURSE MUST CARRY CREDITS WITHIN THE    *
      *  COURSE'S CATALOG MINIMUM AND MAXIMUM.             *
      *  THE POSTING PASS CHECKPOINTS THE LAST TRANSACTION *
      *  APPLIED, THE RUNNING CONTROL TOTALS, AND ITS      *
      *  JOURNAL POSITION TO GRDPCHKP EVERY FEW HUNDRED    *
      *  TRANSACTIONS.  A RESUBMISSION OF THE SAME FEED    *
      *  AFTER AN ABEND BACKS OUT THE JOURNALED POSTINGS   *
      *  MADE SINCE THE LAST CHECKPOINT (JRNLBACK), SKIPS  *
      *  THE TRANSACTIONS ALREADY APPLIED, AND CARRIES ON; *
      *  THE REGISTER MARKS WHERE THE RUN RESUMED AND ITS  *
      *  TRAILER STILL BALANCES TO THE WHOLE FEED.         *
      *  A CONSORTIUM GRADE FROM CONSGRD CARRIES MARKER C; *
      *  THE OCCURRENCE POSTS AS THE HOME-EQUIVALENT       *
      *  COURSE WITH ITS FORGIVE FLAG SET TO C, SO IT      *
      *  COUNTS LIKE ANY COURSE TAKEN HERE AND THE         *
      *  TRANSCRIPT CAN SHOW WHERE IT WAS TAKEN.           *
      *  A REGISTERED COURSE WHOSE GRADE MISSED THE        *
      *  DEADLINE CARRIES A NOT-REPORTED PLACEHOLDER       *
      *  (BASIS N) POSTED BY GRDMISS.  THE REAL GRADE FOR  *
      *  THE SAME COURSE AND TERM IS POSTED OVER THE       *
      *  PLACEHOLDER IN PLACE INSTEAD OF REJECTING AS A    *
      *  DUPLICATE.  A FEED RUN AFTER THE TERM'S GRADE     *
      *  DEADLINE IS ACCEPTED FOR THAT PURPOSE ONLY: EVERY *
      *  LATE TRANSACTION WITH NO PLACEHOLDER TO REPLACE   *
      *  REJECTS.                                          *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN GRDPCHKP
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CHK-TYPE
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT POSTING-REGISTER
               ASSIGN POSTRGST.

           05  GT-ATTEMPTED-CREDITS     PIC 99V9.
           05  GT-GRADING-BASIS         PIC X(01).
               88  GT-BASIS-LETTER              VALUE "L".
               88  GT-BASIS-BY-EXAM             VALUE "E" "X".
               88  GT-BASIS-VALID               VALUE "G" "P" "I"
                                                      "L" "E" "X".
           05  GT-SECTION-NO            PIC X(03).
           05  GT-CONSORTIUM-FLAG       PIC X(01).
               88  GT-CONSORTIUM-COURSE         VALUE "C".
       01  GRADE-BATCH-HEADER REDEFINES GRADE-TRAN-RECORD.
           05  GB-HDR-LITERAL           PIC X(05).
               88  GB-HEADER-PRESENT            VALUE "*HDR*".
           05  GB-HDR-TERM-CODE         PIC X(05).
           05  GB-HDR-BATCH-ID          PIC X(08).
           05                           PIC X(11).
       01  GRADE-BATCH-TRAILER REDEFINES GRADE-TRAN-RECORD.
           05  GB-TRL-LITERAL           PIC X(05).
               88  GB-TRAILER-PRESENT           VALUE "*TRL*".
           05  GB-TRL-COUNT             PIC 9(09).
           05                           PIC X(15).

       FD  STUDENT-FILE.


            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CHECKPOINT-FILE.

       01  CHECKPOINT-RECORD.
           05  CHK-TYPE               PIC X(10).
           05  CHK-BATCH-ID           PIC X(08).
           05  CHK-LAST-TRAN-SEQ      PIC 9(09).
           05  CHK-LAST-STUDENT-ID    PIC 9(09).
           05  CHK-RUN-DATE           PIC 9(08).
           05  CHK-RUN-TIME           PIC 9(06).
           05  CHK-JRNL-POSITION      PIC 9(09).
           05  CHK-RESUME-COUNT       PIC 9(03).
           05  CHK-UPDATES-BACKED-OUT PIC 9(07).
           05  CHK-TRANS-READ         PIC 9(07).
           05  CHK-POSTINGS-APPLIED   PIC 9(07).
           05  CHK-POSTINGS-REJECTED  PIC 9(07).
           05  CHK-SECTIONS-RECORDED  PIC 9(07).
           05  CHK-EXAM-SUPERSEDED    PIC 9(07).
           05  CHK-REJECT-SEQ         PIC 9(05).
           05  CHK-NR-REPLACED        PIC 9(07).

       FD  POSTING-REGISTER.

       01  REGISTER-REC   PIC X(132).
           05  WS-BAND-SUB             PIC 99    VALUE ZERO.
           05  WS-LETTER-OK-SWITCH     PIC X(01) VALUE "N".
               88  LETTER-IS-CERTIFIED           VALUE "Y".
           05  WS-EXAM-CRS-SUB         PIC 9(02) VALUE ZERO.
           05  WS-EXAM-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-EXAM-SEG-SUB         PIC 9(02) VALUE ZERO.
           05  WS-APPLIED-BEFORE       PIC 9(07) VALUE ZERO.
           05  WS-EXAM-SUPERSEDED      PIC 9(07) VALUE ZERO.
           05  WS-CHKPT-STATUS         PIC XX.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 00500.
           05  WS-SINCE-CHECKPOINT     PIC 9(05) VALUE ZERO.
           05  WS-RESTART-KEY          PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SEQ          PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SWITCH       PIC X     VALUE "N".
              88  RESTART-CHECKPOINT-FOUND   VALUE "Y".
           05  WS-TRANS-SKIPPED        PIC 9(09) VALUE ZERO.
           05  WS-LAST-STUDENT-ID      PIC 9(09) VALUE ZERO.
           05  WS-RUN-START-DATE       PIC 9(08) VALUE ZERO.
           05  WS-RUN-START-TIME       PIC 9(06) VALUE ZERO.
           05  WS-JRNL-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-RESUME-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-UPDATES-BACKED-OUT   PIC 9(07) VALUE ZERO.
           05  WS-LATE-RUN-SWITCH      PIC X(01) VALUE "N".
               88  LATE-PLACEHOLDER-RUN          VALUE "Y".
           05  WS-NR-CRS-SUB           PIC 9(02) VALUE ZERO.
           05  WS-NR-SEG-NO            PIC 9(02) VALUE ZERO.
           05  WS-NR-SEG-SUB           PIC 9(02) VALUE ZERO.
           05  WS-NR-REPLACED          PIC 9(07) VALUE ZERO.


       01 GRADE-TBL-GROUP.
               10  EQ-OLD-ID           PIC X(06).
               10  EQ-NEW-ID           PIC X(06).

       01  XLIST-WORK-FIELDS.
           05  WS-CATALOG-STATUS       PIC XX.
           05  CATALOG-EOF-SWITCH      PIC X(01) VALUE "N".
               88  CATALOG-EOF                   VALUE "Y".
           05  WS-NUM-XLIST            PIC 9(03) VALUE ZERO.
           05  WS-XL-SUB               PIC 9(03) VALUE ZERO.
           05  WS-XL-HIT-SWITCH        PIC X(01) VALUE "N".
               88  XLIST-HIT                     VALUE "Y".

       01  XLIST-TBL-GROUP.
           05  XLIST-ENTRY OCCURS 300 TIMES.
               10  XL-COURSE-ID        PIC X(06).
               10  XL-GROUP-ID         PIC X(06).

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05  RG-REASON          PIC X(40).
           05                     PIC X(53)  VALUE SPACE.

            COPY JRNLBPRM IN KC2477.SHARED.COBOL.STUDGPA.

       01  RESUME-DETAIL-LINE.
           05                 PIC X(37)
               VALUE "*** RUN RESUMED AFTER TRANSACTION".
           05  RS-LAST-SEQ    PIC Z(8)9.
           05                 PIC X(03)  VALUE " - ".
           05  RS-BACKED-OUT  PIC Z,ZZZ,ZZ9.
           05                 PIC X(42)
               VALUE " LATER UPDATES BACKED OUT AND REDONE ***".
           05                 PIC X(32)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
                   IF GB-HEADER-PRESENT OR GB-TRAILER-PRESENT
                       CONTINUE
                   ELSE
                       IF WS-TRANS-SKIPPED < WS-RESTART-SEQ
                           PERFORM 215-SKIP-TRAN
                       ELSE
                           ADD 1 TO WS-TRANS-READ
                           PERFORM 110-PROCESS-TRAN
                           MOVE GT-STUDENT-ID TO WS-LAST-STUDENT-ID
                           ADD 1 TO WS-SINCE-CHECKPOINT
                           IF WS-SINCE-CHECKPOINT >=
                                   WS-CHECKPOINT-INTERVAL
                               PERFORM 220-WRITE-CHECKPOINT
                               MOVE ZERO TO WS-SINCE-CHECKPOINT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 250-REGISTER-BATCH.

           PERFORM 230-CLEAR-CHECKPOINT.

           CLOSE GRADE-TRAN-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 POSTED-SECTION-FILE
                 REJECT-OUT-FILE
                 POSTED-BATCH-FILE
                 CATALOG-FILE
                 CHECKPOINT-FILE
                 POSTING-REGISTER.

           STOP RUN.
               PERFORM 108-ADVANCE-TERM-STATUS
           END-IF.

           PERFORM 200-CHECK-FOR-RESTART.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
           END-IF.

           PERFORM 915-LOAD-EQUIV.
           PERFORM 917-LOAD-XLIST.

      *****************************************************
      *  A CHECKPOINT RESTART EXTENDS THE REGISTER SO THE  *
      *  LINES ALREADY PRINTED SURVIVE, AND MARKS THE      *
      *  POINT OF RESUMPTION; THE HEADINGS ARE WRITTEN     *
      *  ONLY ON A FRESH START.                            *
      *****************************************************
           IF RESTART-CHECKPOINT-FOUND
               OPEN EXTEND POSTING-REGISTER
               MOVE WS-RESTART-SEQ TO RS-LAST-SEQ
               MOVE JB-RECORDS-BACKED-OUT TO RS-BACKED-OUT
               MOVE SPACES TO REGISTER-REC
               WRITE REGISTER-REC
               MOVE RESUME-DETAIL-LINE TO REGISTER-REC
               WRITE REGISTER-REC
               MOVE SPACES TO REGISTER-REC
               WRITE REGISTER-REC
           ELSE
               OPEN OUTPUT POSTING-REGISTER
               MOVE REGISTER-HEADING-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER PAGE
               MOVE REGISTER-COLUMN-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER 2
               MOVE SPACES TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.


      *****************************************************
      *  105-CHECK-GRADE-DEADLINE - READS THE TERM NAMED   *
      *  ON THE POSTPARM CARD FROM THE ACADEMIC CALENDAR.  *
      *  AFTER THE TERM'S GRADE-SUBMISSION DEADLINE THE    *
      *  RUN POSTS ONLY GRADES THAT REPLACE A NOT-REPORTED *
      *  PLACEHOLDER; ANY OTHER LATE GRADE REJECTS AND     *
      *  GOES THROUGH THE REGISTRAR INSTEAD.               *
      *****************************************************
       105-CHECK-GRADE-DEADLINE.

           END-READ.

           IF WS-RUN-DATE > CAL-GRADE-DEADLINE-DATE
               MOVE "Y" TO WS-LATE-RUN-SWITCH
               DISPLAY '******************************'
               DISPLAY ' 105-CHECK-GRADE-DEADLINE'
               DISPLAY ' GRADE SUBMISSION DEADLINE ',
                       CAL-GRADE-DEADLINE-DATE,
                       ' HAS PASSED FOR TERM ', WS-TERM-CODE
               DISPLAY ' ONLY GRADES REPLACING A NOT-REPORTED'
               DISPLAY ' PLACEHOLDER WILL POST'
               DISPLAY '*******************************'
           END-IF.

      *****************************************************
               PERFORM 115-CHECK-SECTION
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 117-CHECK-CREDIT-RANGE
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 130-POST-GRADE
           ELSE
           END-IF.


      *****************************************************
      *  117-CHECK-CREDIT-RANGE - THE CREDITS POSTED FOR A *
      *  CATALOGED COURSE MUST FALL WITHIN ITS CATALOG     *
      *  MINIMUM AND MAXIMUM - THE STANDARD CREDITS FOR A  *
      *  FIXED-CREDIT COURSE.  A COURSE NOT IN THE CATALOG *
      *  POSTS UNCHECKED AS IT ALWAYS HAS.                 *
      *****************************************************
       117-CHECK-CREDIT-RANGE.

           MOVE GT-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GT-COURSE-CREDITS < CC-MIN-CREDITS
                           OR GT-COURSE-CREDITS > CC-MAX-CREDITS
                       MOVE "CREDITS OUTSIDE CATALOG RANGE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
           END-READ.


       130-POST-GRADE.

           MOVE GT-STUDENT-ID TO SM-STUDENT-ID.
      *  DUPLICATE DETECTION COMPARES RENUMBERING-        *
      *  RESOLVED IDS, SO A RETAKE POSTED UNDER A          *
      *  COURSE'S NEW NUMBER STILL REJECTS AGAINST THE     *
      *  OLD NUMBER ON THE HISTORY, AND A CROSS-LISTED ID  *
      *  IS TAKEN TO ITS GROUP PRIMARY, SO A RETAKE UNDER  *
      *  THE OTHER PREFIX REJECTS TOO.  A MATCH AGAINST AN *
      *  EXAM-CREDIT OCCURRENCE IS NOT A DUPLICATE FOR     *
      *  WORK TAKEN HERE - THE EXAM OCCURRENCE IS NOTED    *
      *  AND SUPERSEDED ONCE THE POSTING APPLIES; ONE      *
      *  ALREADY SUPERSEDED IS PASSED OVER.  AN INTEGRITY  *
      *  XF IS NEVER SUPERSEDED OR REPLACED - A RETAKE     *
      *  REJECTS AGAINST IT AS A DUPLICATE.  A NOT-        *
      *  REPORTED PLACEHOLDER FOR THE POSTING TERM IS NOT  *
      *  A DUPLICATE EITHER - THE GRADE IS POSTED OVER IT. *
      *****************************************************
           MOVE GT-COURSE-ID TO WS-RESOLVE-ID.
           PERFORM 920-RESOLVE-COURSE-ID.
           PERFORM 925-RESOLVE-XLIST-GROUP.
           MOVE WS-RESOLVE-ID TO WS-TRAN-RESOLVED-ID.

           MOVE "N" TO WS-DUP-COURSE-SWITCH.
           MOVE ZERO TO WS-EXAM-CRS-SUB.
           MOVE ZERO TO WS-EXAM-SEG-NO.
           MOVE ZERO TO WS-EXAM-SEG-SUB.
           MOVE ZERO TO WS-NR-CRS-SUB.
           MOVE ZERO TO WS-NR-SEG-NO.
           MOVE ZERO TO WS-NR-SEG-SUB.
           MOVE WS-POSTINGS-APPLIED TO WS-APPLIED-BEFORE.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > SM-NUM-CRS-COMPLTD
               MOVE SM-COURSE-ID (WS-CRS-SUB) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               PERFORM 925-RESOLVE-XLIST-GROUP
               IF WS-RESOLVE-ID = WS-TRAN-RESOLVED-ID
                   IF SM-BASIS-BY-EXAM (WS-CRS-SUB)
                           AND NOT GT-BASIS-BY-EXAM
                       IF NOT SM-EXAM-SUPERSEDED (WS-CRS-SUB)
                           MOVE WS-CRS-SUB TO WS-EXAM-CRS-SUB
                       END-IF
                   ELSE
                       IF SM-BASIS-NOT-REPORTED (WS-CRS-SUB)
                               AND SM-CRS-TERM-CODE (WS-CRS-SUB) =
                                   WS-TERM-CODE
                           MOVE WS-CRS-SUB TO WS-NR-CRS-SUB
                       ELSE
                           MOVE "Y" TO WS-DUP-COURSE-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 138-SCAN-OVERFLOW.

           EVALUATE TRUE
               WHEN COURSE-IS-DUPLICATE
                   MOVE "COURSE ALREADY ON STUDENT HISTORY"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN WS-NR-CRS-SUB > ZERO
                 OR WS-NR-SEG-NO > ZERO
                   PERFORM 142-REPLACE-PLACEHOLDER
               WHEN LATE-PLACEHOLDER-RUN
                   MOVE "GRADE DEADLINE PASSED - NO PLACEHOLDER"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN OTHER
                   PERFORM 141-APPEND-OCCURRENCE
           END-EVALUATE.

           IF WS-POSTINGS-APPLIED > WS-APPLIED-BEFORE
               PERFORM 149-SUPERSEDE-EXAM-CREDIT
           END-IF.


       141-APPEND-OCCURRENCE.

           IF SM-NUM-CRS-COMPLTD >= 30
               PERFORM 145-POST-TO-OVERFLOW
           ELSE
               MOVE "M" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE STUDENT-MASTER-RECORD TO JR-BEFORE-IMAGE
               ADD 1 TO SM-NUM-CRS-COMPLTD
               MOVE GT-COURSE-ID
                   TO SM-COURSE-ID (SM-NUM-CRS-COMPLTD)
               MOVE GT-COURSE-CREDITS
                   TO SM-COURSE-CREDITS (SM-NUM-CRS-COMPLTD)
               IF GT-BASIS-LETTER
                   MOVE GT-LETTER-ENTERED
                       TO SM-LETTER-ENTERED (SM-NUM-CRS-COMPLTD)
               ELSE
                   MOVE GT-PERCENTAGE-EARNED
                       TO SM-PERCENTAGE-EARNED
                           (SM-NUM-CRS-COMPLTD)
               END-IF
               MOVE GT-ATTEMPTED-CREDITS
                   TO SM-ATTEMPTED-CREDITS (SM-NUM-CRS-COMPLTD)
               MOVE GT-GRADING-BASIS
                   TO SM-GRADING-BASIS (SM-NUM-CRS-COMPLTD)
               MOVE WS-TERM-CODE
                   TO SM-CRS-TERM-CODE (SM-NUM-CRS-COMPLTD)
               IF GT-CONSORTIUM-COURSE
                   MOVE "C"
                       TO SM-FORGIVE-FLAG (SM-NUM-CRS-COMPLTD)
               ELSE
                   MOVE SPACE
                       TO SM-FORGIVE-FLAG (SM-NUM-CRS-COMPLTD)
               END-IF
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON STUDENT FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTINGS-APPLIED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           END-IF.


      *****************************************************
      *  142-REPLACE-PLACEHOLDER - POSTS THE TRANSACTION   *
      *  OVER THE TERM'S NOT-REPORTED PLACEHOLDER, ON THE  *
      *  MASTER OR THE OVERFLOW SEGMENT THAT HOLDS IT, SO  *
      *  THE COURSE STAYS ONE OCCURRENCE.  JOURNALED LIKE  *
      *  ANY OTHER HISTORY CHANGE.                         *
      *****************************************************
       142-REPLACE-PLACEHOLDER.

           IF WS-NR-CRS-SUB > ZERO
               MOVE "M" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE STUDENT-MASTER-RECORD TO JR-BEFORE-IMAGE
               MOVE GT-COURSE-ID
                   TO SM-COURSE-ID (WS-NR-CRS-SUB)
               MOVE GT-COURSE-CREDITS
                   TO SM-COURSE-CREDITS (WS-NR-CRS-SUB)
               IF GT-BASIS-LETTER
                   MOVE GT-LETTER-ENTERED
                       TO SM-LETTER-ENTERED (WS-NR-CRS-SUB)
               ELSE
                   MOVE GT-PERCENTAGE-EARNED
                       TO SM-PERCENTAGE-EARNED (WS-NR-CRS-SUB)
               END-IF
               MOVE GT-ATTEMPTED-CREDITS
                   TO SM-ATTEMPTED-CREDITS (WS-NR-CRS-SUB)
               MOVE GT-GRADING-BASIS
                   TO SM-GRADING-BASIS (WS-NR-CRS-SUB)
               IF GT-CONSORTIUM-COURSE
                   MOVE "C" TO SM-FORGIVE-FLAG (WS-NR-CRS-SUB)
               ELSE
                   MOVE SPACE TO SM-FORGIVE-FLAG (WS-NR-CRS-SUB)
               END-IF
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON STUDENT FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTINGS-APPLIED
                       ADD 1 TO WS-NR-REPLACED
                       PERFORM 171-WRITE-REPLACED
               END-REWRITE
           ELSE
               MOVE GT-STUDENT-ID TO SO-STUDENT-ID
               MOVE WS-NR-SEG-NO  TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       MOVE "OVERFLOW SEGMENT READ FAILED"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       PERFORM 144-REPLACE-OVFL-PLACEHOLDER
               END-READ
           END-IF.


       144-REPLACE-OVFL-PLACEHOLDER.

           MOVE "O" TO JR-FILE-CODE.
           MOVE "C" TO JR-ACTION-CODE.
           MOVE LOW-VALUES TO JR-BEFORE-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO JR-BEFORE-IMAGE.
           MOVE GT-COURSE-ID
               TO SO-COURSE-ID (WS-NR-SEG-SUB).
           MOVE GT-COURSE-CREDITS
               TO SO-COURSE-CREDITS (WS-NR-SEG-SUB).
           IF GT-BASIS-LETTER
               MOVE GT-LETTER-ENTERED
                   TO SO-LETTER-ENTERED (WS-NR-SEG-SUB)
           ELSE
               MOVE GT-PERCENTAGE-EARNED
                   TO SO-PERCENTAGE-EARNED (WS-NR-SEG-SUB)
           END-IF.
           MOVE GT-ATTEMPTED-CREDITS
               TO SO-ATTEMPTED-CREDITS (WS-NR-SEG-SUB).
           MOVE GT-GRADING-BASIS
               TO SO-GRADING-BASIS (WS-NR-SEG-SUB).
           IF GT-CONSORTIUM-COURSE
               MOVE "C" TO SO-FORGIVE-FLAG (WS-NR-SEG-SUB)
           ELSE
               MOVE SPACE TO SO-FORGIVE-FLAG (WS-NR-SEG-SUB)
           END-IF.
           MOVE LOW-VALUES TO JR-AFTER-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO JR-AFTER-IMAGE.
           PERFORM 180-WRITE-JOURNAL.
           REWRITE STUDENT-OVFL-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON OVERFLOW"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-POSTINGS-APPLIED
                   ADD 1 TO WS-NR-REPLACED
                   PERFORM 171-WRITE-REPLACED
           END-REWRITE.


       138-SCAN-OVERFLOW.

           MOVE "N" TO WS-OVFL-SCAN-EOF-SWITCH.
                           MOVE SO-COURSE-ID (WS-OVFL-CRS-SUB)
                               TO WS-RESOLVE-ID
                           PERFORM 920-RESOLVE-COURSE-ID
                           PERFORM 925-RESOLVE-XLIST-GROUP
                           IF WS-RESOLVE-ID = WS-TRAN-RESOLVED-ID
                               PERFORM 139-CHECK-OVFL-MATCH
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.


       139-CHECK-OVFL-MATCH.

           IF SO-BASIS-BY-EXAM (WS-OVFL-CRS-SUB)
                   AND NOT GT-BASIS-BY-EXAM
               IF NOT SO-EXAM-SUPERSEDED (WS-OVFL-CRS-SUB)
                   MOVE WS-OVFL-SEG-NO  TO WS-EXAM-SEG-NO
                   MOVE WS-OVFL-CRS-SUB TO WS-EXAM-SEG-SUB
               END-IF
           ELSE
               IF SO-BASIS-NOT-REPORTED (WS-OVFL-CRS-SUB)
                       AND SO-CRS-TERM-CODE (WS-OVFL-CRS-SUB) =
                           WS-TERM-CODE
                   MOVE WS-OVFL-SEG-NO  TO WS-NR-SEG-NO
                   MOVE WS-OVFL-CRS-SUB TO WS-NR-SEG-SUB
               ELSE
                   MOVE "Y" TO WS-DUP-COURSE-SWITCH
               END-IF
           END-IF.


       145-POST-TO-OVERFLOW.

           IF WS-LAST-SEG-NO > ZERO
               TO SO-GRADING-BASIS (SO-NUM-CRS-SEGMENT).
           MOVE WS-TERM-CODE
               TO SO-CRS-TERM-CODE (SO-NUM-CRS-SEGMENT).
           IF GT-CONSORTIUM-COURSE
               MOVE "C"
                   TO SO-FORGIVE-FLAG (SO-NUM-CRS-SEGMENT)
           ELSE
               MOVE SPACE
                   TO SO-FORGIVE-FLAG (SO-NUM-CRS-SEGMENT)
           END-IF.


      *****************************************************
      *  149-SUPERSEDE-EXAM-CREDIT - THE COURSE NOW TAKEN  *
      *  HERE REPLACES THE EXAM CREDIT FOUND FOR IT: THE   *
      *  EXAM OCCURRENCE IS FLAGGED S, WHICH GPACALC AND   *
      *  THE HOURS SUMMARIES EXCLUDE, AND IS JOURNALED     *
      *  LIKE ANY OTHER HISTORY CHANGE.                    *
      *****************************************************
       149-SUPERSEDE-EXAM-CREDIT.

           IF WS-EXAM-CRS-SUB > ZERO
               MOVE "M" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE STUDENT-MASTER-RECORD TO JR-BEFORE-IMAGE
               MOVE "S" TO SM-FORGIVE-FLAG (WS-EXAM-CRS-SUB)
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "EXAM CREDIT NOT SUPERSEDED - REWRITE"
                           TO RG-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-EXAM-SUPERSEDED
                       MOVE "EXAM CREDIT SUPERSEDED" TO RG-REASON
               END-REWRITE
               PERFORM 172-WRITE-SUPERSEDED
           END-IF.

           IF WS-EXAM-SEG-NO > ZERO
               MOVE GT-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-EXAM-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       MOVE "EXAM CREDIT NOT SUPERSEDED - READ"
                           TO RG-REASON
                   NOT INVALID KEY
                       PERFORM 148-FLAG-OVFL-EXAM
               END-READ
               PERFORM 172-WRITE-SUPERSEDED
           END-IF.


       148-FLAG-OVFL-EXAM.

           MOVE "O" TO JR-FILE-CODE.
           MOVE "C" TO JR-ACTION-CODE.
           MOVE LOW-VALUES TO JR-BEFORE-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO JR-BEFORE-IMAGE.
           MOVE "S" TO SO-FORGIVE-FLAG (WS-EXAM-SEG-SUB).
           MOVE LOW-VALUES TO JR-AFTER-IMAGE.
           MOVE STUDENT-OVFL-RECORD TO JR-AFTER-IMAGE.
           PERFORM 180-WRITE-JOURNAL.
           REWRITE STUDENT-OVFL-RECORD
               INVALID KEY
                   MOVE "EXAM CREDIT NOT SUPERSEDED - REWRITE"
                       TO RG-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-EXAM-SUPERSEDED
                   MOVE "EXAM CREDIT SUPERSEDED" TO RG-REASON
           END-REWRITE.


      *****************************************************
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-WRITTEN.


      *****************************************************
      *  200-CHECK-FOR-RESTART - THE CHECKPOINT RECORD     *
      *  CARRIES A RUN DATE FOR AS LONG AS A POSTING RUN   *
      *  IS IN FLIGHT.  ONE LEFT BY AN ABORTED RUN MUST BE *
      *  FOR THE BATCH NOW SUBMITTED; IT RESTORES THE      *
      *  CONTROL TOTALS AND THE JOURNAL POSITION, NAMES    *
      *  THE LAST TRANSACTION APPLIED, AND HAS THE         *
      *  POSTINGS MADE SINCE BACKED OUT BEFORE THE MASTER  *
      *  IS OPENED.  A FRESH RUN STAMPS A NEW CHECKPOINT   *
      *  BEFORE IT POSTS ANYTHING, SO EVEN AN ABEND AHEAD  *
      *  OF THE FIRST INTERVAL RESUMES CLEANLY.            *
      *****************************************************
       200-CHECK-FOR-RESTART.

           OPEN I-O CHECKPOINT-FILE.

           IF WS-CHKPT-STATUS = '35'
               CLOSE CHECKPOINT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHK-RUN-DATE > ZERO
                       SET RESTART-CHECKPOINT-FOUND TO TRUE
                   END-IF
           END-READ.

           IF RESTART-CHECKPOINT-FOUND
                   AND CHK-BATCH-ID NOT = WS-BATCH-ID
               DISPLAY '******************************'
               DISPLAY ' 200-CHECK-FOR-RESTART'
               DISPLAY ' A POSTING RUN OF BATCH ', CHK-BATCH-ID,
                       ' DID NOT FINISH'
               DISPLAY ' RESUBMIT THAT FEED TO COMPLETE IT BEFORE'
               DISPLAY ' POSTING BATCH ', WS-BATCH-ID
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF RESTART-CHECKPOINT-FOUND
               MOVE CHK-LAST-TRAN-SEQ TO WS-RESTART-SEQ
               MOVE CHK-LAST-STUDENT-ID TO WS-RESTART-KEY
               MOVE CHK-LAST-STUDENT-ID TO WS-LAST-STUDENT-ID
               MOVE CHK-RUN-DATE TO WS-RUN-START-DATE
               MOVE CHK-RUN-TIME TO WS-RUN-START-TIME
               MOVE CHK-JRNL-POSITION TO WS-JRNL-WRITTEN
               MOVE CHK-RESUME-COUNT TO WS-RESUME-COUNT
               MOVE CHK-UPDATES-BACKED-OUT TO WS-UPDATES-BACKED-OUT
               MOVE CHK-TRANS-READ TO WS-TRANS-READ
               MOVE CHK-POSTINGS-APPLIED TO WS-POSTINGS-APPLIED
               MOVE CHK-POSTINGS-REJECTED TO WS-POSTINGS-REJECTED
               MOVE CHK-SECTIONS-RECORDED TO WS-SECTIONS-RECORDED
               MOVE CHK-EXAM-SUPERSEDED TO WS-EXAM-SUPERSEDED
               MOVE CHK-REJECT-SEQ TO WS-REJECT-SEQ
               MOVE CHK-NR-REPLACED TO WS-NR-REPLACED
               DISPLAY '******************************'
               DISPLAY ' 200-CHECK-FOR-RESTART'
               DISPLAY ' RESUMING BATCH ', WS-BATCH-ID,
                       ' AFTER TRANSACTION ', WS-RESTART-SEQ
               DISPLAY '*******************************'
               PERFORM 210-BACK-OUT-TAIL
           ELSE
               MOVE WS-RUN-DATE TO WS-RUN-START-DATE
               MOVE WS-RUN-TIME TO WS-RUN-START-TIME
           END-IF.

           PERFORM 220-WRITE-CHECKPOINT.


      *****************************************************
      *  210-BACK-OUT-TAIL - HAS JRNLBACK REVERSE THE      *
      *  JOURNALED POSTINGS THE ABORTED RUN MADE AFTER ITS *
      *  LAST CHECKPOINT, SINCE THOSE TRANSACTIONS ARE     *
      *  POSTED AGAIN AND WOULD OTHERWISE REJECT AS        *
      *  DUPLICATES.  THE RUN'S JOURNAL POSITION THEN      *
      *  COUNTS THE BACKOUTS TOO.  A JOURNAL THAT NO       *
      *  LONGER HOLDS THE CHECKPOINTED POSITION, OR A TAIL *
      *  TOO LONG TO TABLE, REFUSES THE RESTART.           *
      *****************************************************
       210-BACK-OUT-TAIL.

           MOVE "GRDPOST "        TO JB-JOB-NAME.
           MOVE WS-RUN-START-DATE TO JB-RUN-DATE.
           MOVE WS-RUN-START-TIME TO JB-RUN-TIME.
           MOVE WS-JRNL-WRITTEN   TO JB-JOURNAL-POSITION.

           CALL "JRNLBACK" USING JRNLBACK-PARMS.

           IF NOT JB-BACKOUT-DONE
               DISPLAY '******************************'
               DISPLAY ' 210-BACK-OUT-TAIL'
               IF JB-POSITION-NOT-FOUND
                   DISPLAY ' JRNLFILE HOLDS ', JB-RECORDS-FOUND,
                           ' UPDATES OF THE RUN - THE CHECKPOINT'
                   DISPLAY ' RECORDS ', WS-JRNL-WRITTEN
               ELSE
                   DISPLAY ' TOO MANY UPDATES SINCE THE CHECKPOINT'
               END-IF
               DISPLAY ' RESTART REFUSED - BACK OUT THE RUN WITH'
               DISPLAY ' STURECOV AND CLEAR GRDPCHKP'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           COMPUTE WS-JRNL-WRITTEN =
               JB-RECORDS-FOUND + JB-RECORDS-COMPENSATED.
           ADD JB-RECORDS-BACKED-OUT TO WS-UPDATES-BACKED-OUT.
           ADD 1 TO WS-RESUME-COUNT.


      *****************************************************
      *  215-SKIP-TRAN - PASSES OVER A DETAIL APPLIED      *
      *  BEFORE THE CHECKPOINT.  THE CHECKPOINTED DETAIL   *
      *  MUST STILL NAME THE SAME STUDENT, OR THE FEED HAS *
      *  BEEN REBUILT UNDER THE SAME BATCH ID.             *
      *****************************************************
       215-SKIP-TRAN.

           ADD 1 TO WS-TRANS-SKIPPED.

           IF WS-TRANS-SKIPPED = WS-RESTART-SEQ
                   AND GT-STUDENT-ID NOT = WS-RESTART-KEY
               DISPLAY '******************************'
               DISPLAY ' 215-SKIP-TRAN'
               DISPLAY ' TRANSACTION ', WS-RESTART-SEQ,
                       ' IS NOT FOR STUDENT ', WS-RESTART-KEY
               DISPLAY ' RESUBMIT THE FEED THE RUN BEGAN WITH'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       220-WRITE-CHECKPOINT.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE WS-BATCH-ID TO CHK-BATCH-ID.
           MOVE WS-TRANS-READ TO CHK-LAST-TRAN-SEQ.
           MOVE WS-LAST-STUDENT-ID TO CHK-LAST-STUDENT-ID.
           MOVE WS-RUN-START-DATE TO CHK-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CHK-RUN-TIME.
           MOVE WS-JRNL-WRITTEN TO CHK-JRNL-POSITION.
           MOVE WS-RESUME-COUNT TO CHK-RESUME-COUNT.
           MOVE WS-UPDATES-BACKED-OUT TO CHK-UPDATES-BACKED-OUT.
           MOVE WS-TRANS-READ TO CHK-TRANS-READ.
           MOVE WS-POSTINGS-APPLIED TO CHK-POSTINGS-APPLIED.
           MOVE WS-POSTINGS-REJECTED TO CHK-POSTINGS-REJECTED.
           MOVE WS-SECTIONS-RECORDED TO CHK-SECTIONS-RECORDED.
           MOVE WS-EXAM-SUPERSEDED TO CHK-EXAM-SUPERSEDED.
           MOVE WS-REJECT-SEQ TO CHK-REJECT-SEQ.
           MOVE WS-NR-REPLACED TO CHK-NR-REPLACED.

           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.


       230-CLEAR-CHECKPOINT.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE ZERO TO CHK-LAST-TRAN-SEQ.
           MOVE ZERO TO CHK-LAST-STUDENT-ID.
           MOVE ZERO TO CHK-RUN-DATE.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.


       160-WRITE-REJECT.
           WRITE REGISTER-REC.


       171-WRITE-REPLACED.

           PERFORM 165-RECORD-SECTION.

           MOVE GT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE GT-COURSE-ID    TO RG-COURSE-ID.
           MOVE "APPLIED"       TO RG-DISPOSITION.
           MOVE "REPLACED NOT-REPORTED PLACEHOLDER" TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       172-WRITE-SUPERSEDED.

           MOVE GT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE GT-COURSE-ID    TO RG-COURSE-ID.
           MOVE "EXAM"          TO RG-DISPOSITION.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "EXAM CREDITS SUPERSEDED" TO TR-CAPTION.
           MOVE WS-EXAM-SUPERSEDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "NOT-REPORTED PLACEHOLDERS REPLACED" TO TR-CAPTION.
           MOVE WS-NR-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "RUN RESUMED FROM CHECKPOINT" TO TR-CAPTION.
           MOVE WS-RESUME-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "UPDATES BACKED OUT ON RESUME" TO TR-CAPTION.
           MOVE WS-UPDATES-BACKED-OUT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


      *****************************************************
      *  915-LOAD-EQUIV - LOADS THE COURSE RENUMBERING     *
               END-PERFORM
               ADD 1 TO WS-EQ-HOPS
           END-PERFORM.


      *****************************************************
      *  917-LOAD-XLIST - LOADS EVERY CROSS-LISTED COURSE  *
      *  FROM THE CATALOG WITH THE PRIMARY LISTING OF ITS  *
      *  GROUP.  COURSES NOT CROSS-LISTED ARE NOT KEPT.    *
      *  THE CATALOG STAYS OPEN FOR THE CREDIT-RANGE EDIT. *
      *****************************************************
       917-LOAD-XLIST.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 917-LOAD-XLIST'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL CATALOG-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF AND CC-XLIST-GROUP NOT = SPACES
                   ADD 1 TO WS-NUM-XLIST
                   IF WS-NUM-XLIST > 300
                       DISPLAY '******************************'
                       DISPLAY ' 917-LOAD-XLIST'
                       DISPLAY ' MORE THAN 300 CROSS-LISTED COURSES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CC-COURSE-ID
                       TO XL-COURSE-ID (WS-NUM-XLIST)
                   MOVE CC-XLIST-GROUP
                       TO XL-GROUP-ID (WS-NUM-XLIST)
               END-IF
           END-PERFORM.


      *****************************************************
      *  925-RESOLVE-XLIST-GROUP - REPLACES THE RESOLVED   *
      *  ID IN WS-RESOLVE-ID WITH THE PRIMARY LISTING OF   *
      *  ITS CROSS-LIST GROUP.  AN ID NOT CROSS-LISTED IS  *
      *  LEFT AS IT IS.                                    *
      *****************************************************
       925-RESOLVE-XLIST-GROUP.

           MOVE "N" TO WS-XL-HIT-SWITCH.
           PERFORM VARYING WS-XL-SUB FROM 1 BY 1
                   UNTIL WS-XL-SUB > WS-NUM-XLIST
                      OR XLIST-HIT
               IF XL-COURSE-ID (WS-XL-SUB) = WS-RESOLVE-ID
                   MOVE XL-GROUP-ID (WS-XL-SUB) TO WS-RESOLVE-ID
                   MOVE "Y" TO WS-XL-HIT-SWITCH
               END-IF
           END-PERFORM.
