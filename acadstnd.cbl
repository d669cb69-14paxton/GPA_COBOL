      *  ASSERTED INSTEAD AND THE OVERRIDE PRINTS ON THE   *
      *  WARNING ROSTER SO THE FILE AND THE COMMITTEE      *
      *  MINUTES AGREE.                                    *
      *  THE RUN CHECKPOINTS THE LAST STUDENT READ, ITS    *
      *  RUNNING COUNTS, AND ITS JOURNAL POSITION TO       *
      *  STNDCHKP EVERY FEW HUNDRED STUDENTS.  STANDHST    *
      *  AND LOAFILE ARE NOT JOURNALED, SO BEFORE EITHER   *
      *  IS CHANGED ITS BEFORE IMAGE IS SAVED ON STNDCHKP  *
      *  AS AN UNDO RECORD TAGGED WITH THE CURRENT         *
      *  CHECKPOINT.  A RESUBMISSION AFTER AN ABEND BACKS  *
      *  OUT THE JOURNALED MASTER CHANGES MADE SINCE THE   *
      *  LAST CHECKPOINT (JRNLBACK), PUTS BACK THE HISTORY *
      *  AND LEAVE RECORDS FROM THOSE UNDO RECORDS, AND    *
      *  REPOSITIONS PAST THE STUDENTS ALREADY DONE; THE   *
      *  ROSTERS MARK WHERE THE RUN RESUMED AND THE        *
      *  TRAILER STILL COVERS THE WHOLE RUN.               *
      *  EACH ROSTER LINE ALSO SHOWS THE STUDENT'S         *
      *  ACADEMIC-SUCCESS PLAN FROM SUCCPLAN - COMPLETE,   *
      *  INCOMPLETE OR NO PLAN - WITH THE NUMBER OF ITS    *
      *  ACTIVITIES DONE; SPLNMNT MAINTAINS THE PLANS AND  *
      *  SPLNRPT FOLLOWS UP THE INCOMPLETE ONES.           *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS TG-TGPA-KEY
               FILE STATUS IS WS-TGPA-STATUS.

           SELECT OPTIONAL PLAN-FILE
               ASSIGN SUCCPLAN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SU-STUDENT-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN STNDCHKP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CHK-TYPE
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT STANDING-EXTRACT
               ASSIGN STNDEXT.


            COPY TERMGPA IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PLAN-FILE.

            COPY SUCCPLAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CHECKPOINT-FILE.

       01  CHECKPOINT-RECORD.
           05  CHK-TYPE               PIC X(10).
           05  CHK-LAST-STUDENT-ID    PIC 9(09).
           05  CHK-RUN-DATE           PIC 9(08).
           05  CHK-RUN-TIME           PIC 9(06).
           05  CHK-JRNL-POSITION      PIC 9(09).
           05  CHK-UNDO-GENERATION    PIC 9(07).
           05  CHK-RESUME-COUNT       PIC 9(03).
           05  CHK-UPDATES-BACKED-OUT PIC 9(07).
           05  CHK-STUDENTS-READ      PIC 9(07).
           05  CHK-WARNINGS           PIC 9(07).
           05  CHK-SUSPENSIONS        PIC 9(07).
           05  CHK-DISMISSALS         PIC 9(07).
           05  CHK-RESETS             PIC 9(07).
           05  CHK-REASSERTED         PIC 9(07).
           05  CHK-APPEAL-OVERRIDES   PIC 9(07).
           05  CHK-TGPA-FALLBACKS     PIC 9(07).
           05  CHK-LEAVE-EXPIRIES     PIC 9(07).

      *****************************************************
      *  UNDO RECORD - THE BEFORE IMAGE OF A STANDHST OR   *
      *  LOAFILE RECORD, SAVED JUST BEFORE THE RUN         *
      *  CHANGES IT AND TAGGED WITH THE CHECKPOINT         *
      *  GENERATION IN FORCE.  KEYED BY FILE CODE (H OR    *
      *  L) AND STUDENT, SO IT SORTS CLEAR OF THE          *
      *  CHECKPOINT RECORD ITSELF.                         *
      *****************************************************
       01  UNDO-RECORD.
           05  UN-KEY.
               10  UN-FILE-CODE       PIC X(01).
                   88  UN-HISTORY-IMAGE         VALUE "H".
                   88  UN-LEAVE-IMAGE           VALUE "L".
               10  UN-STUDENT-ID      PIC 9(09).
           05  UN-GENERATION          PIC 9(07).
           05  UN-PRESENT-SWITCH      PIC X(01).
               88  UN-RECORD-WAS-PRESENT        VALUE "Y".
           05  UN-BEFORE-IMAGE        PIC X(40).

       FD  STANDING-EXTRACT.

      *****************************************************
           05  WS-TERM-PROB-SWITCH     PIC X(01) VALUE "N".
               88  TERM-UNDER-THRESHOLD            VALUE "Y".
           05  WS-TGPA-FALLBACKS       PIC 9(07) VALUE ZERO.
           05  WS-PLAN-STATUS          PIC XX.
           05  WS-PLAN-SUB             PIC 9(01) VALUE ZERO.
           05  WS-PLAN-IN-USE          PIC 9(01) VALUE ZERO.
           05  WS-PLAN-DONE            PIC 9(01) VALUE ZERO.
           05  WS-LEAVE-STATUS         PIC XX.
           05  WS-LEAVE-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  LEAVE-RECORD-FOUND              VALUE "Y".
           05  WS-LEAVE-EXPIRIES       PIC 9(07) VALUE ZERO.
           05  WS-CHKPT-STATUS         PIC XX.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 00500.
           05  WS-SINCE-CHECKPOINT     PIC 9(05) VALUE ZERO.
           05  WS-RESTART-KEY          PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SWITCH       PIC X     VALUE "N".
              88  RESTART-CHECKPOINT-FOUND   VALUE "Y".
           05  WS-LAST-STUDENT-ID      PIC 9(09) VALUE ZERO.
           05  WS-RUN-START-DATE       PIC 9(08) VALUE ZERO.
           05  WS-RUN-START-TIME       PIC 9(06) VALUE ZERO.
           05  WS-JRNL-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-RESUME-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-UPDATES-BACKED-OUT   PIC 9(07) VALUE ZERO.
           05  WS-UNDO-GENERATION      PIC 9(07) VALUE ZERO.
           05  WS-UNDO-RESTORED        PIC 9(07) VALUE ZERO.
           05  WS-TAIL-BACKED-OUT      PIC 9(07) VALUE ZERO.
           05  WS-UNDO-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UNDO-EOF                        VALUE "Y".
           05  WS-UNDO-MODE-SWITCH     PIC X(01) VALUE "P".
               88  UNDO-RESTORING                  VALUE "R".
               88  UNDO-PURGING                    VALUE "P".
           05  WS-HIST-BEFORE-IMAGE    PIC X(40) VALUE SPACES.

       01  ROSTER-HEADING-LINE.
           05  RH-CAPTION         PIC X(40).
           05  RO-GPA             PIC 9.99.
           05                     PIC X(02)  VALUE SPACE.
           05  RO-LEVEL-CAPTION   PIC X(20).
           05                     PIC X(02)  VALUE SPACE.
           05  RO-PLAN-STATUS     PIC X(10).
           05                     PIC X(01)  VALUE SPACE.
           05  RO-PLAN-DONE-GROUP.
               10  RO-PLAN-DONE   PIC 9(01).
               10                 PIC X(04)  VALUE " OF ".
               10  RO-PLAN-IN-USE PIC 9(01).
           05                     PIC X(45)  VALUE SPACE.

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
                               PERFORM 119-CHECK-LEAVE-RETURN
                           END-IF
                       END-IF
                       MOVE SM-STUDENT-ID TO WS-LAST-STUDENT-ID
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
                 STANDING-HIST-FILE
                 JOURNAL-FILE
                 LEAVE-FILE
                 APPEAL-FILE
                 TERM-GPA-FILE
                 PLAN-FILE
                 CHECKPOINT-FILE
                 STANDING-EXTRACT
                 WARNING-ROSTER
                 SUSPENSION-ROSTER

           CLOSE STAND-PARM-FILE.

           PERFORM 200-CHECK-FOR-RESTART.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               STOP RUN
           END-IF.

           OPEN INPUT PLAN-FILE.

           IF WS-PLAN-STATUS NOT = '00' AND WS-PLAN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SUCCESS-PLAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-PLAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

      *****************************************************
      *  A CHECKPOINT RESTART EXTENDS THE EXTRACT AND THE  *
      *  ROSTERS SO WHAT THE ABORTED RUN ALREADY ISSUED    *
      *  SURVIVES, AND MARKS THE POINT OF RESUMPTION ON    *
      *  EACH ROSTER; THE HEADINGS ARE WRITTEN ONLY ON A   *
      *  FRESH START.                                      *
      *****************************************************
           IF RESTART-CHECKPOINT-FOUND
               OPEN EXTEND STANDING-EXTRACT
               OPEN EXTEND WARNING-ROSTER
                           SUSPENSION-ROSTER
                           DISMISSAL-ROSTER
               MOVE WS-RESTART-KEY TO RS-LAST-KEY
               MOVE WS-TAIL-BACKED-OUT TO RS-BACKED-OUT
               MOVE RESUME-DETAIL-LINE TO WARN-REC
               WRITE WARN-REC AFTER 2
               MOVE RESUME-DETAIL-LINE TO SUSP-REC
               WRITE SUSP-REC AFTER 2
               MOVE RESUME-DETAIL-LINE TO DISM-REC
               WRITE DISM-REC AFTER 2
           ELSE
               OPEN OUTPUT STANDING-EXTRACT
               OPEN OUTPUT WARNING-ROSTER
                           SUSPENSION-ROSTER
                           DISMISSAL-ROSTER
               MOVE WS-TERM-CODE TO RH-TERM-CODE
               MOVE "ACADEMIC WARNING ROSTER" TO RH-CAPTION
               MOVE ROSTER-HEADING-LINE TO WARN-REC
               WRITE WARN-REC AFTER PAGE
               MOVE "ACADEMIC SUSPENSION ROSTER" TO RH-CAPTION
               MOVE ROSTER-HEADING-LINE TO SUSP-REC
               WRITE SUSP-REC AFTER PAGE
               MOVE "ACADEMIC DISMISSAL ROSTER" TO RH-CAPTION
               MOVE ROSTER-HEADING-LINE TO DISM-REC
               WRITE DISM-REC AFTER PAGE
           END-IF.


      *****************************************************
                   MOVE "Y" TO WS-HIST-FOUND-SWITCH
           END-READ.

           MOVE STANDING-HIST-RECORD TO WS-HIST-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO WS-MST-BEFORE-IMAGE.

           PERFORM 112-CHECK-APPEAL.
           MOVE WS-TERM-CODE    TO SH-LAST-TERM.
           MOVE CD-CURRENT-DATE TO SH-LAST-DATE.

           PERFORM 225-SAVE-HISTORY-UNDO.

           IF HIST-RECORD-FOUND
               REWRITE STANDING-HIST-RECORD
           ELSE
           MOVE WS-TERM-CODE    TO SH-LAST-TERM.
           MOVE CD-CURRENT-DATE TO SH-LAST-DATE.

           PERFORM 225-SAVE-HISTORY-UNDO.

           IF HIST-RECORD-FOUND
               REWRITE STANDING-HIST-RECORD
           ELSE
                               SM-STUDENT-ID
                       DISPLAY '*******************************'
               END-REWRITE
               PERFORM 227-SAVE-LEAVE-UNDO
               MOVE "E" TO LV-LEAVE-STATUS
               REWRITE LEAVE-OF-ABSENCE-RECORD
               ADD 1 TO WS-LEAVE-EXPIRIES
           MOVE SM-NAME-LAST  TO RO-NAME-LAST.
           MOVE SM-NAME-FIRST TO RO-NAME-FIRST.
           MOVE SM-LAST-GPA   TO RO-GPA.
           PERFORM 135-SHOW-PLAN-STATUS.


      *****************************************************
      *  135-SHOW-PLAN-STATUS - THE STUDENT'S ACADEMIC-    *
      *  SUCCESS PLAN ON SUCCPLAN, IF ANY, AND HOW MANY OF *
      *  ITS ACTIVITIES ARE DONE, SO THE COMMITTEE SEES    *
      *  PLAN COMPLETION NEXT TO EACH DETERMINATION.       *
      *****************************************************
       135-SHOW-PLAN-STATUS.

           MOVE ZERO TO WS-PLAN-IN-USE.
           MOVE ZERO TO WS-PLAN-DONE.
           MOVE SM-STUDENT-ID TO SU-STUDENT-ID.
           READ PLAN-FILE
               INVALID KEY
                   MOVE "NO PLAN" TO RO-PLAN-STATUS
                   MOVE SPACES TO RO-PLAN-DONE-GROUP
               NOT INVALID KEY
                   PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                           UNTIL WS-PLAN-SUB > 4
                       IF NOT SU-ACT-UNUSED (WS-PLAN-SUB)
                           ADD 1 TO WS-PLAN-IN-USE
                           IF SU-COMPLETED-DATE (WS-PLAN-SUB)
                                   NOT = ZERO
                               ADD 1 TO WS-PLAN-DONE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-PLAN-IN-USE > ZERO
                           AND WS-PLAN-DONE = WS-PLAN-IN-USE
                       MOVE "COMPLETE" TO RO-PLAN-STATUS
                   ELSE
                       MOVE "INCOMPLETE" TO RO-PLAN-STATUS
                   END-IF
                   MOVE "0 OF 0" TO RO-PLAN-DONE-GROUP
                   MOVE WS-PLAN-DONE   TO RO-PLAN-DONE
                   MOVE WS-PLAN-IN-USE TO RO-PLAN-IN-USE
           END-READ.


       240-PRINT-TRAILER.
           MOVE TRAILER-DETAIL-LINE TO WARN-REC.
           WRITE WARN-REC AFTER 1.

           MOVE "RUN RESUMED FROM CHECKPOINT" TO TR-CAPTION.
           MOVE WS-RESUME-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WARN-REC.
           WRITE WARN-REC AFTER 1.

           MOVE "UPDATES BACKED OUT ON RESUME" TO TR-CAPTION.
           MOVE WS-UPDATES-BACKED-OUT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WARN-REC.
           WRITE WARN-REC AFTER 1.


      *****************************************************
      *  180-WRITE-JOURNAL-CHANGE - ONE MASTER CHANGE      *
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-WRITTEN.


      *****************************************************
      *  200-CHECK-FOR-RESTART - THE CHECKPOINT RECORD     *
      *  CARRIES A RUN DATE FOR AS LONG AS A RUN IS IN     *
      *  FLIGHT.  ONE LEFT BY AN ABORTED RUN RESTORES THE  *
      *  RUNNING COUNTS, THE JOURNAL POSITION, AND THE     *
      *  UNDO GENERATION, NAMES THE LAST STUDENT READ, AND *
      *  HAS THE CHANGES MADE SINCE BACKED OUT BEFORE THE  *
      *  MASTER IS OPENED.  A FRESH RUN CLEARS ANY UNDO    *
      *  RECORDS LEFT BEHIND AND STAMPS A NEW CHECKPOINT   *
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
                       MOVE CHK-LAST-STUDENT-ID TO WS-LAST-STUDENT-ID
                       MOVE CHK-RUN-DATE TO WS-RUN-START-DATE
                       MOVE CHK-RUN-TIME TO WS-RUN-START-TIME
                       MOVE CHK-JRNL-POSITION TO WS-JRNL-WRITTEN
                       MOVE CHK-UNDO-GENERATION TO WS-UNDO-GENERATION
                       MOVE CHK-RESUME-COUNT TO WS-RESUME-COUNT
                       MOVE CHK-UPDATES-BACKED-OUT
                           TO WS-UPDATES-BACKED-OUT
                       MOVE CHK-STUDENTS-READ TO WS-STUDENTS-READ
                       MOVE CHK-WARNINGS TO WS-WARNINGS
                       MOVE CHK-SUSPENSIONS TO WS-SUSPENSIONS
                       MOVE CHK-DISMISSALS TO WS-DISMISSALS
                       MOVE CHK-RESETS TO WS-RESETS
                       MOVE CHK-REASSERTED TO WS-REASSERTED
                       MOVE CHK-APPEAL-OVERRIDES
                           TO WS-APPEAL-OVERRIDES
                       MOVE CHK-TGPA-FALLBACKS TO WS-TGPA-FALLBACKS
                       MOVE CHK-LEAVE-EXPIRIES TO WS-LEAVE-EXPIRIES
                       DISPLAY '******************************'
                       DISPLAY ' 200-CHECK-FOR-RESTART'
                       DISPLAY ' RESUMING RUN OF ', WS-RUN-START-DATE,
                               ' AFTER STUDENT ID ', WS-RESTART-KEY
                       DISPLAY '*******************************'
                   END-IF
           END-READ.

           IF RESTART-CHECKPOINT-FOUND
               PERFORM 210-BACK-OUT-TAIL
               SET UNDO-RESTORING TO TRUE
               OPEN I-O STANDING-HIST-FILE
                        LEAVE-FILE
               PERFORM 215-UNWIND-UNDO-RECORDS
               CLOSE STANDING-HIST-FILE
                     LEAVE-FILE
               ADD WS-UNDO-RESTORED TO WS-UPDATES-BACKED-OUT
               COMPUTE WS-TAIL-BACKED-OUT =
                   JB-RECORDS-BACKED-OUT + WS-UNDO-RESTORED
           ELSE
               MOVE CD-CURRENT-DATE TO WS-RUN-START-DATE
               MOVE CD-CURRENT-TIME TO WS-RUN-START-TIME
               MOVE ZERO TO WS-UNDO-GENERATION
               SET UNDO-PURGING TO TRUE
               PERFORM 215-UNWIND-UNDO-RECORDS
           END-IF.

           PERFORM 220-WRITE-CHECKPOINT.


      *****************************************************
      *  210-BACK-OUT-TAIL - HAS JRNLBACK REVERSE THE      *
      *  JOURNALED MASTER CHANGES THE ABORTED RUN MADE     *
      *  AFTER ITS LAST CHECKPOINT, SINCE THOSE STUDENTS   *
      *  ARE PROCESSED AGAIN.  THE RUN'S JOURNAL POSITION  *
      *  THEN COUNTS THE BACKOUTS TOO.  A JOURNAL THAT NO  *
      *  LONGER HOLDS THE CHECKPOINTED POSITION, OR A TAIL *
      *  TOO LONG TO TABLE, REFUSES THE RESTART.           *
      *****************************************************
       210-BACK-OUT-TAIL.

           MOVE "ACADSTND"        TO JB-JOB-NAME.
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
               DISPLAY ' STURECOV AND CLEAR STNDCHKP'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           COMPUTE WS-JRNL-WRITTEN =
               JB-RECORDS-FOUND + JB-RECORDS-COMPENSATED.
           ADD JB-RECORDS-BACKED-OUT TO WS-UPDATES-BACKED-OUT.
           ADD 1 TO WS-RESUME-COUNT.


      *****************************************************
      *  215-UNWIND-UNDO-RECORDS - PASSES THE UNDO RECORDS *
      *  ON STNDCHKP AND DELETES EACH ONE.  WHEN           *
      *  RESTORING, A RECORD OF THE CURRENT GENERATION (A  *
      *  CHANGE MADE AFTER THE LAST CHECKPOINT) FIRST PUTS *
      *  ITS BEFORE IMAGE BACK; OLDER GENERATIONS WERE     *
      *  COMMITTED BY A CHECKPOINT AND ARE SIMPLY DROPPED. *
      *****************************************************
       215-UNWIND-UNDO-RECORDS.

           MOVE "N" TO WS-UNDO-EOF-SWITCH.
           MOVE "CHECKPOINT" TO CHK-TYPE.
           START CHECKPOINT-FILE KEY IS GREATER THAN CHK-TYPE
               INVALID KEY
                   SET UNDO-EOF TO TRUE
           END-START.

           PERFORM UNTIL UNDO-EOF
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       SET UNDO-EOF TO TRUE
               END-READ
               IF NOT UNDO-EOF
                   IF UNDO-RESTORING
                           AND UN-GENERATION = WS-UNDO-GENERATION
                       PERFORM 217-RESTORE-BEFORE-IMAGE
                   END-IF
                   DELETE CHECKPOINT-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM.


       217-RESTORE-BEFORE-IMAGE.

           EVALUATE TRUE
               WHEN UN-HISTORY-IMAGE
                   IF UN-RECORD-WAS-PRESENT
                       MOVE UN-BEFORE-IMAGE TO STANDING-HIST-RECORD
                       REWRITE STANDING-HIST-RECORD
                           INVALID KEY
                               WRITE STANDING-HIST-RECORD
                       END-REWRITE
                   ELSE
                       MOVE UN-STUDENT-ID TO SH-STUDENT-ID
                       DELETE STANDING-HIST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   ADD 1 TO WS-UNDO-RESTORED
               WHEN UN-LEAVE-IMAGE
                   MOVE UN-BEFORE-IMAGE TO LEAVE-OF-ABSENCE-RECORD
                   REWRITE LEAVE-OF-ABSENCE-RECORD
                       INVALID KEY
                           WRITE LEAVE-OF-ABSENCE-RECORD
                   END-REWRITE
                   ADD 1 TO WS-UNDO-RESTORED
           END-EVALUATE.


      *****************************************************
      *  220-WRITE-CHECKPOINT - EACH CHECKPOINT OPENS A    *
      *  NEW UNDO GENERATION; UNDO RECORDS SAVED FROM HERE *
      *  ON BELONG TO THE WORK THIS CHECKPOINT DOES NOT    *
      *  YET COVER.                                        *
      *****************************************************
       220-WRITE-CHECKPOINT.

           ADD 1 TO WS-UNDO-GENERATION.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           MOVE WS-LAST-STUDENT-ID TO CHK-LAST-STUDENT-ID.
           MOVE WS-RUN-START-DATE TO CHK-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CHK-RUN-TIME.
           MOVE WS-JRNL-WRITTEN TO CHK-JRNL-POSITION.
           MOVE WS-UNDO-GENERATION TO CHK-UNDO-GENERATION.
           MOVE WS-RESUME-COUNT TO CHK-RESUME-COUNT.
           MOVE WS-UPDATES-BACKED-OUT TO CHK-UPDATES-BACKED-OUT.
           MOVE WS-STUDENTS-READ TO CHK-STUDENTS-READ.
           MOVE WS-WARNINGS TO CHK-WARNINGS.
           MOVE WS-SUSPENSIONS TO CHK-SUSPENSIONS.
           MOVE WS-DISMISSALS TO CHK-DISMISSALS.
           MOVE WS-RESETS TO CHK-RESETS.
           MOVE WS-REASSERTED TO CHK-REASSERTED.
           MOVE WS-APPEAL-OVERRIDES TO CHK-APPEAL-OVERRIDES.
           MOVE WS-TGPA-FALLBACKS TO CHK-TGPA-FALLBACKS.
           MOVE WS-LEAVE-EXPIRIES TO CHK-LEAVE-EXPIRIES.

           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.


      *****************************************************
      *  225-SAVE-HISTORY-UNDO - SAVES THE STUDENT'S       *
      *  STANDHST RECORD AS IT WAS READ (OR ITS ABSENCE)   *
      *  BEFORE THE HISTORY IS WRITTEN.  THE FIRST IMAGE   *
      *  SAVED IN A RUN IS THE ONE KEPT.                   *
      *****************************************************
       225-SAVE-HISTORY-UNDO.

           MOVE "H" TO UN-FILE-CODE.
           MOVE SM-STUDENT-ID TO UN-STUDENT-ID.
           MOVE WS-UNDO-GENERATION TO UN-GENERATION.
           MOVE WS-HIST-FOUND-SWITCH TO UN-PRESENT-SWITCH.
           MOVE WS-HIST-BEFORE-IMAGE TO UN-BEFORE-IMAGE.
           WRITE UNDO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.


       227-SAVE-LEAVE-UNDO.

           MOVE "L" TO UN-FILE-CODE.
           MOVE SM-STUDENT-ID TO UN-STUDENT-ID.
           MOVE WS-UNDO-GENERATION TO UN-GENERATION.
           MOVE "Y" TO UN-PRESENT-SWITCH.
           MOVE LEAVE-OF-ABSENCE-RECORD TO UN-BEFORE-IMAGE.
           WRITE UNDO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.


      *****************************************************
      *  230-CLEAR-CHECKPOINT - A CLEAN END COMMITS        *
      *  EVERYTHING: THE UNDO RECORDS ARE DROPPED AND THE  *
      *  RUN DATE CLEARED SO THE NEXT RUN STARTS FRESH.    *
      *****************************************************
       230-CLEAR-CHECKPOINT.

           SET UNDO-PURGING TO TRUE.
           PERFORM 215-UNWIND-UNDO-RECORDS.

           MOVE "CHECKPOINT" TO CHK-TYPE.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ZERO TO CHK-LAST-STUDENT-ID.
           MOVE ZERO TO CHK-RUN-DATE.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
