      *  DELETED.  EVERY MASTER AND OVERFLOW CHANGE IS     *
      *  JOURNALED THROUGH STUJRNL.  BEFORE/AFTER          *
      *  STATISTICS PRINT ON REORRPT.                      *
      *  THE SWEEP CHECKPOINTS THE LAST STUDENT EXAMINED,  *
      *  ITS RUNNING COUNTS, AND ITS JOURNAL POSITION TO   *
      *  REORCHKP EVERY HUNDRED STUDENTS.  A RESUBMISSION  *
      *  AFTER AN ABEND BACKS OUT THE JOURNALED CHANGES    *
      *  MADE SINCE THE LAST CHECKPOINT (JRNLBACK), SO NO  *
      *  STUDENT IS LEFT HALF REPACKED, AND REPOSITIONS    *
      *  PAST THE STUDENTS ALREADY DONE; THE REPORT MARKS  *
      *  WHERE THE RUN RESUMED AND ITS STATISTICS STILL    *
      *  COVER THE WHOLE RUN.                              *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN REORCHKP
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CHK-TYPE
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT REORG-REPORT
               ASSIGN REORRPT.


            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CHECKPOINT-FILE.

       01  CHECKPOINT-RECORD.
           05  CHK-TYPE               PIC X(10).
           05  CHK-LAST-STUDENT-ID    PIC 9(09).
           05  CHK-RUN-DATE           PIC 9(08).
           05  CHK-RUN-TIME           PIC 9(06).
           05  CHK-JRNL-POSITION      PIC 9(09).
           05  CHK-RESUME-COUNT       PIC 9(03).
           05  CHK-UPDATES-BACKED-OUT PIC 9(07).
           05  CHK-STUDENTS-EXAMINED  PIC 9(07).
           05  CHK-STUDENTS-REPACKED  PIC 9(07).
           05  CHK-COURSES-PULLED     PIC 9(07).
           05  CHK-SEGMENTS-BEFORE    PIC 9(07).
           05  CHK-SEGMENTS-AFTER     PIC 9(07).
           05  CHK-SEGMENTS-DELETED   PIC 9(07).
           05  CHK-GAPS-FOUND         PIC 9(07).
           05  CHK-SKIPPED-TABLE-FULL PIC 9(07).

       FD  REORG-REPORT.

       01  REOR-REC       PIC X(132).
           05  WS-GAPS-FOUND           PIC 9(07) VALUE ZERO.
           05  WS-SKIPPED-TABLE-FULL   PIC 9(07) VALUE ZERO.
           05  WS-MST-BEFORE-IMAGE     PIC X(732) VALUE LOW-VALUES.
           05  WS-CHKPT-STATUS         PIC XX.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 00100.
           05  WS-SINCE-CHECKPOINT     PIC 9(05) VALUE ZERO.
           05  WS-RESTART-KEY          PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SWITCH       PIC X     VALUE "N".
              88  RESTART-CHECKPOINT-FOUND   VALUE "Y".
           05  WS-RUN-START-DATE       PIC 9(08) VALUE ZERO.
           05  WS-RUN-START-TIME       PIC 9(06) VALUE ZERO.
           05  WS-JRNL-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-RESUME-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-UPDATES-BACKED-OUT   PIC 9(07) VALUE ZERO.

      *****************************************************
      *  GATHERED COURSE OCCURRENCES - THE STUDENT'S FULL  *
               VALUE "OVERFLOW SEGMENT REORGANIZATION".
           05                 PIC X(68)  VALUE SPACE.

            COPY JRNLBPRM IN KC2477.SHARED.COBOL.STUDGPA.

       01  RESUME-DETAIL-LINE.
           05                 PIC X(34)
               VALUE "*** RUN RESUMED AFTER STUDENT ID".
           05  RS-LAST-KEY    PIC 9(09).
           05                 PIC X(03)  VALUE " - ".
           05  RS-BACKED-OUT  PIC Z,ZZZ,ZZ9.
           05                 PIC X(42)
               VALUE " LATER UPDATES BACKED OUT AND REDONE ***".
           05                 PIC X(35)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.

           PERFORM 100-HSK.

           IF RESTART-CHECKPOINT-FOUND AND WS-RESTART-KEY > ZERO
               MOVE WS-RESTART-KEY TO SM-STUDENT-ID
               START STUDENT-FILE KEY IS GREATER THAN SM-STUDENT-ID
                   INVALID KEY
                       SET STUMAST-EOF TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL STUMAST-EOF
               READ STUDENT-FILE
                   AT END
                   IF WS-STUD-STATUS = '00'
                       ADD 1 TO WS-STUDENTS-EXAMINED
                       PERFORM 110-EXAMINE-STUDENT
                       ADD 1 TO WS-SINCE-CHECKPOINT
                       IF WS-SINCE-CHECKPOINT >=
                               WS-CHECKPOINT-INTERVAL
                           PERFORM 220-WRITE-CHECKPOINT
                           MOVE ZERO TO WS-SINCE-CHECKPOINT
                       END-IF
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 000-MAIN-MODULE'

           PERFORM 240-PRINT-TRAILER.

           PERFORM 230-CLEAR-CHECKPOINT.

           CLOSE STUDENT-FILE
                 OVERFLOW-FILE
                 JOURNAL-FILE
                 CHECKPOINT-FILE
                 REORG-REPORT.

           STOP RUN.
           MOVE CD-DAY     TO REH-DAY.
           MOVE CD-YEAR    TO REH-YEAR.

           PERFORM 200-CHECK-FOR-RESTART.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               STOP RUN
           END-IF.

      *****************************************************
      *  A CHECKPOINT RESTART EXTENDS THE REPORT AND MARKS *
      *  THE POINT OF RESUMPTION; THE HEADING IS WRITTEN   *
      *  ONLY ON A FRESH START.                            *
      *****************************************************
           IF RESTART-CHECKPOINT-FOUND
               OPEN EXTEND REORG-REPORT
               MOVE WS-RESTART-KEY TO RS-LAST-KEY
               MOVE JB-RECORDS-BACKED-OUT TO RS-BACKED-OUT
               MOVE RESUME-DETAIL-LINE TO REOR-REC
               WRITE REOR-REC
               MOVE SPACES TO REOR-REC
               WRITE REOR-REC
           ELSE
               OPEN OUTPUT REORG-REPORT
               MOVE REOR-HEADING-LINE TO REOR-REC
               WRITE REOR-REC AFTER PAGE
               MOVE SPACES TO REOR-REC
               WRITE REOR-REC
           END-IF.


      *****************************************************
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-WRITTEN.


      *****************************************************
      *  200-CHECK-FOR-RESTART - THE CHECKPOINT RECORD     *
      *  CARRIES A RUN DATE FOR AS LONG AS A RUN IS IN     *
      *  FLIGHT.  ONE LEFT BY AN ABORTED RUN RESTORES THE  *
      *  RUNNING COUNTS AND THE JOURNAL POSITION, NAMES    *
      *  THE LAST STUDENT EXAMINED, AND HAS THE CHANGES    *
      *  MADE SINCE BACKED OUT BEFORE THE MASTER IS        *
      *  OPENED.  A FRESH RUN STAMPS A NEW CHECKPOINT      *
      *  BEFORE IT CHANGES ANYTHING, SO EVEN AN ABEND      *
      *  AHEAD OF THE FIRST INTERVAL RESUMES CLEANLY.      *
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
                       MOVE CHK-LAST-STUDENT-ID TO WS-RESTART-KEY
                       MOVE CHK-LAST-STUDENT-ID TO WS-HOLD-STUDENT-ID
                       MOVE CHK-RUN-DATE TO WS-RUN-START-DATE
                       MOVE CHK-RUN-TIME TO WS-RUN-START-TIME
                       MOVE CHK-JRNL-POSITION TO WS-JRNL-WRITTEN
                       MOVE CHK-RESUME-COUNT TO WS-RESUME-COUNT
                       MOVE CHK-UPDATES-BACKED-OUT
                           TO WS-UPDATES-BACKED-OUT
                       MOVE CHK-STUDENTS-EXAMINED
                           TO WS-STUDENTS-EXAMINED
                       MOVE CHK-STUDENTS-REPACKED
                           TO WS-STUDENTS-REPACKED
                       MOVE CHK-COURSES-PULLED TO WS-COURSES-PULLED
                       MOVE CHK-SEGMENTS-BEFORE TO WS-SEGMENTS-BEFORE
                       MOVE CHK-SEGMENTS-AFTER TO WS-SEGMENTS-AFTER
                       MOVE CHK-SEGMENTS-DELETED
                           TO WS-SEGMENTS-DELETED
                       MOVE CHK-GAPS-FOUND TO WS-GAPS-FOUND
                       MOVE CHK-SKIPPED-TABLE-FULL
                           TO WS-SKIPPED-TABLE-FULL
                       DISPLAY '******************************'
                       DISPLAY ' 200-CHECK-FOR-RESTART'
                       DISPLAY ' RESUMING RUN OF ', WS-RUN-START-DATE,
                               ' AFTER STUDENT ID ', WS-RESTART-KEY
                       DISPLAY '*******************************'
                   END-IF
           END-READ.

           IF RESTART-CHECKPOINT-FOUND
               PERFORM 210-BACK-OUT-TAIL
           ELSE
               MOVE CD-CURRENT-DATE TO WS-RUN-START-DATE
               MOVE CD-CURRENT-TIME TO WS-RUN-START-TIME
           END-IF.

           PERFORM 220-WRITE-CHECKPOINT.


      *****************************************************
      *  210-BACK-OUT-TAIL - HAS JRNLBACK REVERSE THE      *
      *  JOURNALED CHANGES THE ABORTED RUN MADE AFTER ITS  *
      *  LAST CHECKPOINT, SINCE THOSE STUDENTS ARE         *
      *  EXAMINED AGAIN.  THE RUN'S JOURNAL POSITION THEN  *
      *  COUNTS THE BACKOUTS TOO.  A JOURNAL THAT NO       *
      *  LONGER HOLDS THE CHECKPOINTED POSITION, OR A TAIL *
      *  TOO LONG TO TABLE, REFUSES THE RESTART.           *
      *****************************************************
       210-BACK-OUT-TAIL.

           MOVE "OVFLREOR"        TO JB-JOB-NAME.
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
               DISPLAY ' STURECOV AND CLEAR REORCHKP'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           COMPUTE WS-JRNL-WRITTEN =
               JB-RECORDS-FOUND + JB-RECORDS-COMPENSATED.
           ADD JB-RECORDS-BACKED-OUT TO WS-UPDATES-BACKED-OUT.
           ADD 1 TO WS-RESUME-COUNT.


       220-WRITE-CHECKPOINT.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE WS-HOLD-STUDENT-ID TO CHK-LAST-STUDENT-ID.
           MOVE WS-RUN-START-DATE TO CHK-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CHK-RUN-TIME.
           MOVE WS-JRNL-WRITTEN TO CHK-JRNL-POSITION.
           MOVE WS-RESUME-COUNT TO CHK-RESUME-COUNT.
           MOVE WS-UPDATES-BACKED-OUT TO CHK-UPDATES-BACKED-OUT.
           MOVE WS-STUDENTS-EXAMINED TO CHK-STUDENTS-EXAMINED.
           MOVE WS-STUDENTS-REPACKED TO CHK-STUDENTS-REPACKED.
           MOVE WS-COURSES-PULLED TO CHK-COURSES-PULLED.
           MOVE WS-SEGMENTS-BEFORE TO CHK-SEGMENTS-BEFORE.
           MOVE WS-SEGMENTS-AFTER TO CHK-SEGMENTS-AFTER.
           MOVE WS-SEGMENTS-DELETED TO CHK-SEGMENTS-DELETED.
           MOVE WS-GAPS-FOUND TO CHK-GAPS-FOUND.
           MOVE WS-SKIPPED-TABLE-FULL TO CHK-SKIPPED-TABLE-FULL.

           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.


       230-CLEAR-CHECKPOINT.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE ZERO TO CHK-LAST-STUDENT-ID.
           MOVE ZERO TO CHK-RUN-DATE.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.


       240-PRINT-TRAILER.
           MOVE WS-SKIPPED-TABLE-FULL TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REOR-REC.
           WRITE REOR-REC AFTER 1.

           MOVE "RUN RESUMED FROM CHECKPOINT" TO TR-CAPTION.
           MOVE WS-RESUME-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REOR-REC.
           WRITE REOR-REC AFTER 1.

           MOVE "UPDATES BACKED OUT ON RESUME" TO TR-CAPTION.
           MOVE WS-UPDATES-BACKED-OUT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REOR-REC.
           WRITE REOR-REC AFTER 1.
