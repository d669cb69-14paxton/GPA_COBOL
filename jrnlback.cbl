       IDENTIFICATION DIVISION.

       PROGRAM-ID. JRNLBACK.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  JRNLBACK - CHECKPOINT RESTART JOURNAL BACKOUT     *
      *  CALLED BY A CHECKPOINTED MASTER-UPDATE JOB THAT   *
      *  IS RESUMING AN INTERRUPTED RUN.  THE JOURNAL      *
      *  RECORDS OF THAT RUN ARE THE ONES CARRYING THE     *
      *  JOB'S NAME STAMPED AT OR AFTER THE RUN'S START.   *
      *  THE FIRST OF THEM, UP TO THE JOURNAL POSITION     *
      *  SAVED WITH THE LAST CHECKPOINT, ARE COVERED BY    *
      *  THE CHECKPOINT AND STAND.  THE REST - THE UPDATES *
      *  MADE AFTER THE CHECKPOINT - ARE BACKED OUT THE    *
      *  WAY STURECOV MODE B DOES IT (BEFORE IMAGES IN     *
      *  REVERSE ORDER; ADDS DELETED, CHANGES RESTORED,    *
      *  DELETES REINSTATED), SO THE RESUMED RUN REDOES    *
      *  THAT WORK AGAINST THE MASTER AS IT STOOD AT THE   *
      *  CHECKPOINT.  EACH BACKOUT IS ITSELF JOURNALED     *
      *  UNDER THE JOB'S NAME SO A LATER STURECOV BACKOUT  *
      *  OR ROLL-FORWARD OF THE WHOLE RUN STILL SEES A     *
      *  TRUE HISTORY.  AN ADD WHOSE RECORD NEVER REACHED  *
      *  THE FILE (THE JOB STOPPED BETWEEN THE JOURNAL     *
      *  WRITE AND THE DATA WRITE) NEEDS NO BACKOUT.  SEE  *
      *  JRNLBPRM FOR THE PARAMETER AREA.                  *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

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

       DATA DIVISION.

       FILE SECTION.

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  JRNL-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  JRNL-EOF                        VALUE "Y".
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-ENTRY-SUB            PIC 9(05) VALUE ZERO.
           05  WS-SELECTED-SWITCH      PIC X(01) VALUE "N".
               88  JRNL-REC-SELECTED             VALUE "Y".
           05  WS-RECORD-PRESENT-SWITCH
                                       PIC X(01) VALUE "N".
               88  RECORD-WAS-PRESENT            VALUE "Y".

       01  BACKOUT-TABLE.
           05  BT-COUNT                PIC 9(05) VALUE ZERO.
           05  BT-ENTRY OCCURS 5000 TIMES.
               10  BT-FILE-CODE            PIC X(01).
               10  BT-ACTION-CODE          PIC X(01).
               10  BT-BEFORE-IMAGE         PIC X(732).
               10  BT-AFTER-IMAGE          PIC X(732).

       01  APPLY-WORK.
           05  AW-FILE-CODE            PIC X(01).
               88  AW-FILE-MASTER               VALUE "M".
               88  AW-FILE-OVERFLOW             VALUE "O".
           05  AW-ACTION-CODE          PIC X(01).
               88  AW-ACTION-ADD                VALUE "A".
               88  AW-ACTION-CHANGE             VALUE "C".
               88  AW-ACTION-DELETE             VALUE "D".
           05  AW-TARGET-IMAGE         PIC X(732).
           05  AW-KEY-IMAGE            PIC X(732).

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE         PIC 9(08).
           05  CD-CURRENT-TIME         PIC 9(06).
           05                          PIC X(07).

       LINKAGE SECTION.

            COPY JRNLBPRM IN KC2477.SHARED.COBOL.STUDGPA.

       PROCEDURE DIVISION USING JRNLBACK-PARMS.

       000-MAIN-MODULE.

           MOVE ZEROS TO JB-RECORDS-FOUND.
           MOVE ZEROS TO JB-RECORDS-BACKED-OUT.
           MOVE ZEROS TO JB-RECORDS-COMPENSATED.
           MOVE "0" TO JB-RESULT.
           MOVE ZERO TO BT-COUNT.
           MOVE "N" TO JRNL-EOF-SWITCH.

           PERFORM 100-LOAD-TAIL.

           IF JB-BACKOUT-DONE AND BT-COUNT > ZERO
               PERFORM 200-APPLY-BACKOUT
           END-IF.

           GOBACK.


      *****************************************************
      *  100-LOAD-TAIL - READS THE WHOLE JOURNAL, COUNTS   *
      *  THE INTERRUPTED RUN'S RECORDS, AND TABLES THOSE   *
      *  BEYOND THE CHECKPOINTED POSITION.  A JOURNAL      *
      *  HOLDING FEWER OF THE RUN'S RECORDS THAN THE       *
      *  CHECKPOINT SAYS WERE WRITTEN HAS BEEN CYCLED OR   *
      *  REPLACED SINCE, AND NOTHING IS BACKED OUT.        *
      *****************************************************
       100-LOAD-TAIL.

           OPEN INPUT JOURNAL-FILE.

           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' JRNLBACK 100-LOAD-TAIL'
               DISPLAY ' ERROR OPENING THE UPDATE JOURNAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-JRNL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL JRNL-EOF OR NOT JB-BACKOUT-DONE
               READ JOURNAL-FILE
                   AT END
                       SET JRNL-EOF TO TRUE
               END-READ
               IF NOT JRNL-EOF
                   PERFORM 110-CHECK-SELECTED
                   IF JRNL-REC-SELECTED
                       ADD 1 TO JB-RECORDS-FOUND
                       IF JB-RECORDS-FOUND > JB-JOURNAL-POSITION
                           PERFORM 120-TABLE-TAIL-REC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE JOURNAL-FILE.

           IF JB-RECORDS-FOUND < JB-JOURNAL-POSITION
               MOVE "P" TO JB-RESULT
           END-IF.


      *****************************************************
      *  110-CHECK-SELECTED - A JOURNAL RECORD BELONGS TO  *
      *  THE INTERRUPTED RUN WHEN IT CARRIES THE JOB'S     *
      *  NAME AND WAS STAMPED AT OR AFTER THE RUN STARTED. *
      *  BACKOUTS WRITTEN BY AN EARLIER RESUMPTION OF THE  *
      *  SAME RUN QUALIFY TOO, WHICH IS WHY THE CALLER'S   *
      *  POSITION COUNTS THEM.                             *
      *****************************************************
       110-CHECK-SELECTED.

           MOVE "N" TO WS-SELECTED-SWITCH.

           IF JR-JOB-NAME = JB-JOB-NAME
               IF JR-DATE > JB-RUN-DATE
                       OR (JR-DATE = JB-RUN-DATE
                           AND JR-TIME NOT < JB-RUN-TIME)
                   MOVE "Y" TO WS-SELECTED-SWITCH
               END-IF
           END-IF.


       120-TABLE-TAIL-REC.

           IF BT-COUNT >= 5000
               MOVE "T" TO JB-RESULT
           ELSE
               ADD 1 TO BT-COUNT
               MOVE JR-FILE-CODE
                   TO BT-FILE-CODE (BT-COUNT)
               MOVE JR-ACTION-CODE
                   TO BT-ACTION-CODE (BT-COUNT)
               MOVE JR-BEFORE-IMAGE
                   TO BT-BEFORE-IMAGE (BT-COUNT)
               MOVE JR-AFTER-IMAGE
                   TO BT-AFTER-IMAGE (BT-COUNT)
           END-IF.


      *****************************************************
      *  200-APPLY-BACKOUT - APPLIES THE TABLED TAIL IN    *
      *  REVERSE ORDER AND JOURNALS EACH BACKOUT AS THE    *
      *  OPPOSITE ACTION: A DELETED ADD AS A DELETE, A     *
      *  RESTORED CHANGE AS A CHANGE FROM THE AFTER IMAGE  *
      *  BACK TO THE BEFORE IMAGE, A REINSTATED DELETE AS  *
      *  AN ADD.                                           *
      *****************************************************
       200-APPLY-BACKOUT.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' JRNLBACK 200-APPLY-BACKOUT'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O OVERFLOW-FILE.

           IF WS-OVFL-STATUS NOT = '00' AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' JRNLBACK 200-APPLY-BACKOUT'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' JRNLBACK 200-APPLY-BACKOUT'
               DISPLAY ' ERROR OPENING THE UPDATE JOURNAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-JRNL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM VARYING WS-ENTRY-SUB FROM BT-COUNT BY -1
                   UNTIL WS-ENTRY-SUB < 1
               MOVE BT-FILE-CODE (WS-ENTRY-SUB)   TO AW-FILE-CODE
               MOVE BT-ACTION-CODE (WS-ENTRY-SUB) TO AW-ACTION-CODE
               EVALUATE TRUE
                   WHEN AW-ACTION-ADD
                       MOVE BT-AFTER-IMAGE (WS-ENTRY-SUB)
                           TO AW-KEY-IMAGE
                       PERFORM 210-APPLY-DELETE
                       IF RECORD-WAS-PRESENT
                           MOVE "D" TO JR-ACTION-CODE
                           MOVE BT-AFTER-IMAGE (WS-ENTRY-SUB)
                               TO JR-BEFORE-IMAGE
                           MOVE LOW-VALUES TO JR-AFTER-IMAGE
                           PERFORM 230-WRITE-COMPENSATION
                       END-IF
                   WHEN AW-ACTION-CHANGE
                       MOVE BT-BEFORE-IMAGE (WS-ENTRY-SUB)
                           TO AW-TARGET-IMAGE
                       PERFORM 220-APPLY-IMAGE
                       MOVE "C" TO JR-ACTION-CODE
                       MOVE BT-AFTER-IMAGE (WS-ENTRY-SUB)
                           TO JR-BEFORE-IMAGE
                       MOVE BT-BEFORE-IMAGE (WS-ENTRY-SUB)
                           TO JR-AFTER-IMAGE
                       PERFORM 230-WRITE-COMPENSATION
                   WHEN AW-ACTION-DELETE
                       MOVE BT-BEFORE-IMAGE (WS-ENTRY-SUB)
                           TO AW-TARGET-IMAGE
                       PERFORM 220-APPLY-IMAGE
                       MOVE "A" TO JR-ACTION-CODE
                       MOVE LOW-VALUES TO JR-BEFORE-IMAGE
                       MOVE BT-BEFORE-IMAGE (WS-ENTRY-SUB)
                           TO JR-AFTER-IMAGE
                       PERFORM 230-WRITE-COMPENSATION
               END-EVALUATE
           END-PERFORM.

           CLOSE STUDENT-FILE
                 OVERFLOW-FILE
                 JOURNAL-FILE.


      *****************************************************
      *  210-APPLY-DELETE - REMOVES THE RECORD WHOSE KEY   *
      *  LEADS THE IMAGE IN AW-KEY-IMAGE.  A RECORD NOT ON *
      *  FILE WAS NEVER WRITTEN AND IS LEFT AS IT IS.      *
      *****************************************************
       210-APPLY-DELETE.

           MOVE "N" TO WS-RECORD-PRESENT-SWITCH.

           IF AW-FILE-MASTER
               MOVE AW-KEY-IMAGE (1:9) TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE STUDENT-FILE
                       END-DELETE
                       MOVE "Y" TO WS-RECORD-PRESENT-SWITCH
                       ADD 1 TO JB-RECORDS-BACKED-OUT
               END-READ
           ELSE
               MOVE AW-KEY-IMAGE (1:11) TO SO-OVFL-KEY
               READ OVERFLOW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE OVERFLOW-FILE
                       END-DELETE
                       MOVE "Y" TO WS-RECORD-PRESENT-SWITCH
                       ADD 1 TO JB-RECORDS-BACKED-OUT
               END-READ
           END-IF.


      *****************************************************
      *  220-APPLY-IMAGE - WRITES OR REWRITES THE RECORD   *
      *  IMAGE IN AW-TARGET-IMAGE TO THE TARGET FILE.      *
      *****************************************************
       220-APPLY-IMAGE.

           IF AW-FILE-MASTER
               MOVE 30 TO SM-NUM-CRS-COMPLTD
               MOVE AW-TARGET-IMAGE TO STUDENT-MASTER-RECORD
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE 30 TO SM-NUM-CRS-COMPLTD
                       MOVE AW-TARGET-IMAGE TO STUDENT-MASTER-RECORD
                       REWRITE STUDENT-MASTER-RECORD
                           INVALID KEY
                               PERFORM 240-REPORT-FAILURE
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE 30 TO SO-NUM-CRS-SEGMENT
               MOVE AW-TARGET-IMAGE TO STUDENT-OVFL-RECORD
               WRITE STUDENT-OVFL-RECORD
                   INVALID KEY
                       MOVE 30 TO SO-NUM-CRS-SEGMENT
                       MOVE AW-TARGET-IMAGE TO STUDENT-OVFL-RECORD
                       REWRITE STUDENT-OVFL-RECORD
                           INVALID KEY
                               PERFORM 240-REPORT-FAILURE
                       END-REWRITE
               END-WRITE
           END-IF.

           ADD 1 TO JB-RECORDS-BACKED-OUT.


      *****************************************************
      *  230-WRITE-COMPENSATION - STAMPS AND WRITES THE    *
      *  JOURNAL RECORD FOR ONE BACKOUT.  THE CALLER SETS  *
      *  THE ACTION CODE AND THE BEFORE / AFTER IMAGES.    *
      *****************************************************
       230-WRITE-COMPENSATION.

           MOVE JB-JOB-NAME  TO JR-JOB-NAME.
           MOVE AW-FILE-CODE TO JR-FILE-CODE.
           MOVE SPACES TO JR-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JB-RECORDS-COMPENSATED.


      *****************************************************
      *  240-REPORT-FAILURE - A BEFORE IMAGE THAT CAN BE   *
      *  NEITHER WRITTEN NOR REWRITTEN LEAVES THE MASTER   *
      *  IN A STATE THE RESUMED RUN CANNOT TRUST; THE JOB  *
      *  STOPS FOR A FULL STURECOV BACKOUT INSTEAD.        *
      *****************************************************
       240-REPORT-FAILURE.

           DISPLAY '******************************'.
           DISPLAY ' JRNLBACK 240-REPORT-FAILURE'.
           DISPLAY ' BACKOUT OF ', JB-JOB-NAME, ' FAILED ON ',
                   AW-FILE-CODE, ' RECORD ', AW-TARGET-IMAGE (1:11).
           DISPLAY ' BACK OUT THE WHOLE RUN WITH STURECOV'.
           DISPLAY '*******************************'.
           STOP RUN.
