      *  THE PROGRESSION RUN IS A COMMITTEE ACTION AND IS  *
      *  NEVER OVERWRITTEN HERE.  THE RECALRPT REGISTER    *
      *  SHOWS WHICH DOWNSTREAM RESULTS CHANGED.           *
      *  THE RUN CHECKPOINTS THE LAST QUEUE ENTRY WORKED,  *
      *  ITS RUNNING COUNTS, AND ITS JOURNAL POSITION TO   *
      *  RCLCCHKP EVERY FEW HUNDRED ENTRIES.  A            *
      *  RESUBMISSION AFTER AN ABEND BACKS OUT THE         *
      *  JOURNALED UPDATES MADE SINCE THE LAST CHECKPOINT  *
      *  (JRNLBACK), SKIPS THE ENTRIES ALREADY WORKED, AND *
      *  CARRIES ON; THE REGISTER MARKS WHERE THE RUN      *
      *  RESUMED AND ITS TRAILER STILL COUNTS THE WHOLE    *
      *  RUN.                                              *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN RCLCCHKP
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CHK-TYPE
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT RECALC-REPORT
               ASSIGN RECALRPT.


            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CHECKPOINT-FILE.

       01  CHECKPOINT-RECORD.
           05  CHK-TYPE               PIC X(10).
           05  CHK-LAST-QUEUE-SEQ     PIC 9(09).
           05  CHK-LAST-STUDENT-ID    PIC 9(09).
           05  CHK-RUN-DATE           PIC 9(08).
           05  CHK-RUN-TIME           PIC 9(06).
           05  CHK-JRNL-POSITION      PIC 9(09).
           05  CHK-RESUME-COUNT       PIC 9(03).
           05  CHK-UPDATES-BACKED-OUT PIC 9(07).
           05  CHK-QUEUE-READ         PIC 9(07).
           05  CHK-REFRESHED          PIC 9(07).
           05  CHK-UNCHANGED          PIC 9(07).
           05  CHK-NOT-FOUND          PIC 9(07).
           05  CHK-STANDINGS-HELD     PIC 9(07).

       FD  RECALC-REPORT.

       01  RECAL-REC      PIC X(132).
           05  WS-NOT-FOUND            PIC 9(07) VALUE ZERO.
           05  WS-STANDINGS-HELD       PIC 9(07) VALUE ZERO.
           05  WS-MST-BEFORE-IMAGE     PIC X(732) VALUE LOW-VALUES.
           05  WS-CHKPT-STATUS         PIC XX.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 00500.
           05  WS-SINCE-CHECKPOINT     PIC 9(05) VALUE ZERO.
           05  WS-RESTART-KEY          PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SEQ          PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SWITCH       PIC X     VALUE "N".
              88  RESTART-CHECKPOINT-FOUND   VALUE "Y".
           05  WS-QUEUE-SKIPPED        PIC 9(09) VALUE ZERO.
           05  WS-LAST-STUDENT-ID      PIC 9(09) VALUE ZERO.
           05  WS-RUN-START-DATE       PIC 9(08) VALUE ZERO.
           05  WS-RUN-START-TIME       PIC 9(06) VALUE ZERO.
           05  WS-JRNL-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-RESUME-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-UPDATES-BACKED-OUT   PIC 9(07) VALUE ZERO.

       01  CATALOG-WORK-FIELDS.
           05  WS-CATALOG-STATUS       PIC XX.

            COPY GPACPARM IN KC2477.SHARED.COBOL.STUDGPA.

            COPY JRNLBPRM IN KC2477.SHARED.COBOL.STUDGPA.

       01  RECAL-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RCH-MONTH      PIC 9(02).
           05  RC-DISPOSITION     PIC X(24).
           05                     PIC X(58)  VALUE SPACE.

       01  RESUME-DETAIL-LINE.
           05                 PIC X(37)
               VALUE "*** RUN RESUMED AFTER QUEUE ENTRY".
           05  RS-LAST-SEQ    PIC Z(8)9.
           05                 PIC X(03)  VALUE " - ".
           05  RS-BACKED-OUT  PIC Z,ZZZ,ZZ9.
           05                 PIC X(42)
               VALUE " LATER UPDATES BACKED OUT AND REDONE ***".
           05                 PIC X(32)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
                       SET QUEUE-EOF TO TRUE
               END-READ
               IF NOT QUEUE-EOF
                   IF WS-QUEUE-SKIPPED < WS-RESTART-SEQ
                       PERFORM 157-SKIP-QUEUE-ENTRY
                   ELSE
                       ADD 1 TO WS-QUEUE-READ
                       PERFORM 110-WORK-QUEUE-ENTRY
                       MOVE RQ-STUDENT-ID TO WS-LAST-STUDENT-ID
                       ADD 1 TO WS-SINCE-CHECKPOINT
                       IF WS-SINCE-CHECKPOINT >=
                               WS-CHECKPOINT-INTERVAL
                           PERFORM 160-WRITE-CHECKPOINT
                           MOVE ZERO TO WS-SINCE-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-QUEUE-SKIPPED < WS-RESTART-SEQ
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' RECALCQ ENDED AFTER ', WS-QUEUE-SKIPPED,
                       ' ENTRIES - THE CHECKPOINT IS AT ENTRY ',
                       WS-RESTART-SEQ
               DISPLAY ' RESTART WITH THE QUEUE THE RUN BEGAN WITH'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 240-PRINT-TRAILER.

           PERFORM 165-CLEAR-CHECKPOINT.

           CLOSE RECALC-QUEUE-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 JOURNAL-FILE
                 CHECKPOINT-FILE
                 RECALC-REPORT.

           STOP RUN.
               STOP RUN
           END-IF.

           PERFORM 150-CHECK-FOR-RESTART.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               STOP RUN
           END-IF.

      *****************************************************
      *  A CHECKPOINT RESTART EXTENDS THE REGISTER SO THE  *
      *  LINES ALREADY PRINTED SURVIVE, AND MARKS THE      *
      *  POINT OF RESUMPTION; THE HEADING IS WRITTEN ONLY  *
      *  ON A FRESH START.                                 *
      *****************************************************
           IF RESTART-CHECKPOINT-FOUND
               OPEN EXTEND RECALC-REPORT
               MOVE WS-RESTART-SEQ TO RS-LAST-SEQ
               MOVE JB-RECORDS-BACKED-OUT TO RS-BACKED-OUT
               MOVE SPACES TO RECAL-REC
               WRITE RECAL-REC
               MOVE RESUME-DETAIL-LINE TO RECAL-REC
               WRITE RECAL-REC
               MOVE SPACES TO RECAL-REC
               WRITE RECAL-REC
           ELSE
               OPEN OUTPUT RECALC-REPORT
               MOVE RECAL-HEADING-LINE TO RECAL-REC
               WRITE RECAL-REC AFTER PAGE
               MOVE SPACES TO RECAL-REC
               WRITE RECAL-REC
           END-IF.


      *****************************************************
      *  150-CHECK-FOR-RESTART - THE CHECKPOINT RECORD     *
      *  CARRIES A RUN DATE FOR AS LONG AS A RUN IS IN     *
      *  FLIGHT.  ONE LEFT BY AN ABORTED RUN RESTORES THE  *
      *  RUNNING COUNTS AND THE JOURNAL POSITION, NAMES    *
      *  THE LAST QUEUE ENTRY WORKED, AND HAS THE UPDATES  *
      *  MADE SINCE BACKED OUT BEFORE THE MASTER IS        *
      *  OPENED.  A FRESH RUN STAMPS A NEW CHECKPOINT      *
      *  BEFORE IT UPDATES ANYTHING, SO EVEN AN ABEND      *
      *  AHEAD OF THE FIRST INTERVAL RESUMES CLEANLY.      *
      *****************************************************
       150-CHECK-FOR-RESTART.

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
                       MOVE CHK-LAST-QUEUE-SEQ TO WS-RESTART-SEQ
                       MOVE CHK-LAST-STUDENT-ID TO WS-RESTART-KEY
                       MOVE CHK-LAST-STUDENT-ID TO WS-LAST-STUDENT-ID
                       MOVE CHK-RUN-DATE TO WS-RUN-START-DATE
                       MOVE CHK-RUN-TIME TO WS-RUN-START-TIME
                       MOVE CHK-JRNL-POSITION TO WS-JRNL-WRITTEN
                       MOVE CHK-RESUME-COUNT TO WS-RESUME-COUNT
                       MOVE CHK-UPDATES-BACKED-OUT
                           TO WS-UPDATES-BACKED-OUT
                       MOVE CHK-QUEUE-READ TO WS-QUEUE-READ
                       MOVE CHK-REFRESHED TO WS-REFRESHED
                       MOVE CHK-UNCHANGED TO WS-UNCHANGED
                       MOVE CHK-NOT-FOUND TO WS-NOT-FOUND
                       MOVE CHK-STANDINGS-HELD
                           TO WS-STANDINGS-HELD
                       DISPLAY '******************************'
                       DISPLAY ' 150-CHECK-FOR-RESTART'
                       DISPLAY ' RESUMING RUN OF ', WS-RUN-START-DATE,
                               ' AFTER QUEUE ENTRY ', WS-RESTART-SEQ
                       DISPLAY '*******************************'
                   END-IF
           END-READ.

           IF RESTART-CHECKPOINT-FOUND
               PERFORM 155-BACK-OUT-TAIL
           ELSE
               MOVE CD-CURRENT-DATE TO WS-RUN-START-DATE
               MOVE CD-CURRENT-TIME TO WS-RUN-START-TIME
           END-IF.

           PERFORM 160-WRITE-CHECKPOINT.


      *****************************************************
      *  155-BACK-OUT-TAIL - HAS JRNLBACK REVERSE THE      *
      *  JOURNALED UPDATES THE ABORTED RUN MADE AFTER ITS  *
      *  LAST CHECKPOINT, SINCE THOSE QUEUE ENTRIES ARE    *
      *  WORKED AGAIN.  THE RUN'S JOURNAL POSITION THEN    *
      *  COUNTS THE BACKOUTS TOO.  A JOURNAL THAT NO       *
      *  LONGER HOLDS THE CHECKPOINTED POSITION, OR A TAIL *
      *  TOO LONG TO TABLE, REFUSES THE RESTART.           *
      *****************************************************
       155-BACK-OUT-TAIL.

           MOVE "RECALCDR"        TO JB-JOB-NAME.
           MOVE WS-RUN-START-DATE TO JB-RUN-DATE.
           MOVE WS-RUN-START-TIME TO JB-RUN-TIME.
           MOVE WS-JRNL-WRITTEN   TO JB-JOURNAL-POSITION.

           CALL "JRNLBACK" USING JRNLBACK-PARMS.

           IF NOT JB-BACKOUT-DONE
               DISPLAY '******************************'
               DISPLAY ' 155-BACK-OUT-TAIL'
               IF JB-POSITION-NOT-FOUND
                   DISPLAY ' JRNLFILE HOLDS ', JB-RECORDS-FOUND,
                           ' UPDATES OF THE RUN - THE CHECKPOINT'
                   DISPLAY ' RECORDS ', WS-JRNL-WRITTEN
               ELSE
                   DISPLAY ' TOO MANY UPDATES SINCE THE CHECKPOINT'
               END-IF
               DISPLAY ' RESTART REFUSED - BACK OUT THE RUN WITH'
               DISPLAY ' STURECOV AND CLEAR RCLCCHKP'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           COMPUTE WS-JRNL-WRITTEN =
               JB-RECORDS-FOUND + JB-RECORDS-COMPENSATED.
           ADD JB-RECORDS-BACKED-OUT TO WS-UPDATES-BACKED-OUT.
           ADD 1 TO WS-RESUME-COUNT.


      *****************************************************
      *  157-SKIP-QUEUE-ENTRY - PASSES OVER AN ENTRY       *
      *  WORKED BEFORE THE CHECKPOINT.  THE CHECKPOINTED   *
      *  ENTRY MUST STILL NAME THE SAME STUDENT, OR THE    *
      *  QUEUE HAS CHANGED UNDER THE RUN.                  *
      *****************************************************
       157-SKIP-QUEUE-ENTRY.

           ADD 1 TO WS-QUEUE-SKIPPED.

           IF WS-QUEUE-SKIPPED = WS-RESTART-SEQ
                   AND RQ-STUDENT-ID NOT = WS-RESTART-KEY
               DISPLAY '******************************'
               DISPLAY ' 157-SKIP-QUEUE-ENTRY'
               DISPLAY ' QUEUE ENTRY ', WS-RESTART-SEQ,
                       ' IS NOT STUDENT ', WS-RESTART-KEY
               DISPLAY ' RESTART WITH THE QUEUE THE RUN BEGAN WITH'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       160-WRITE-CHECKPOINT.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE WS-QUEUE-READ TO CHK-LAST-QUEUE-SEQ.
           MOVE WS-LAST-STUDENT-ID TO CHK-LAST-STUDENT-ID.
           MOVE WS-RUN-START-DATE TO CHK-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CHK-RUN-TIME.
           MOVE WS-JRNL-WRITTEN TO CHK-JRNL-POSITION.
           MOVE WS-RESUME-COUNT TO CHK-RESUME-COUNT.
           MOVE WS-UPDATES-BACKED-OUT TO CHK-UPDATES-BACKED-OUT.
           MOVE WS-QUEUE-READ TO CHK-QUEUE-READ.
           MOVE WS-REFRESHED TO CHK-REFRESHED.
           MOVE WS-UNCHANGED TO CHK-UNCHANGED.
           MOVE WS-NOT-FOUND TO CHK-NOT-FOUND.
           MOVE WS-STANDINGS-HELD TO CHK-STANDINGS-HELD.

           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.


       165-CLEAR-CHECKPOINT.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE ZERO TO CHK-LAST-QUEUE-SEQ.
           MOVE ZERO TO CHK-LAST-STUDENT-ID.
           MOVE ZERO TO CHK-RUN-DATE.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.


       130-LOAD-GRADE-TABLE.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-WRITTEN.


       240-PRINT-TRAILER.
           MOVE TRAILER-DETAIL-LINE TO RECAL-REC.
           WRITE RECAL-REC AFTER 1.

           MOVE "RUN RESUMED FROM CHECKPOINT" TO TR-CAPTION.
           MOVE WS-RESUME-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RECAL-REC.
           WRITE RECAL-REC AFTER 1.

           MOVE "UPDATES BACKED OUT ON RESUME" TO TR-CAPTION.
           MOVE WS-UPDATES-BACKED-OUT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RECAL-REC.
           WRITE RECAL-REC AFTER 1.


       900-CHECK-CATALOG.

