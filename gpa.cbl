               FILE STATUS IS WS-TGPA-STATUS.


           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN PROGDECL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-DECL-KEY
               FILE STATUS IS WS-DECL-STATUS.



       DATA DIVISION.


            COPY TERMGPA IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DECLARATION-FILE.

            COPY PROGDECL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CHECKPOINT-FILE.

       01  CHECKPOINT-RECORD.
           05  WS-MAJOR-SUB            PIC 9(03).
           05  WS-MAJOR-COUNT          PIC 9(03).
           05  WS-TGPA-STATUS          PIC XX.
           05  WS-DECL-STATUS          PIC XX.
           05  WS-DECL-SCAN-SWITCH     PIC X(01) VALUE "N".
               88  DECL-SCAN-DONE                  VALUE "Y".
           05  WS-SAVED-NUM-COURSES    PIC 9(03) VALUE ZERO.
           05  WS-PROG-SUB             PIC 9(03).
           05  WS-PROG-COUNT           PIC 9(03).
           05  WS-TERM-CRS-OK-SWITCH   PIC X(01) VALUE "N".
               88  TERM-COURSE-OK                  VALUE "Y".
           05  WS-TERM-LOOKUP-ID       PIC X(06) VALUE SPACES.

       01  WS-CRS-MAJOR-TBL.
           05  WS-CRS-IN-MAJOR         PIC X(01) OCCURS 150 TIMES.
           05  WS-CRS-DEPT             PIC X(04) OCCURS 150 TIMES.

       01  WS-SAVED-CALC-TBL.
           05  WS-SAVED-COURSE-ENTRY   PIC X(20) OCCURS 150 TIMES.

       01  WS-CODES-RAISED-TBL.
           05  WS-CODE-RAISED          PIC X(01) OCCURS 6 TIMES.
                 DEANS-HIST-FILE
                 PART-TIME-HIST-FILE
                 TERM-GPA-FILE
                 DECLARATION-FILE
                 RUN-CONTROL-FILE
                 GPA-REPORT
                 EXCEPTION-REPORT
               STOP RUN
           END-IF.

           OPEN I-O DECLARATION-FILE.

           IF WS-DECL-STATUS NOT = '00' AND WS-DECL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DECLARED PROGRAM FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 125-LOAD-GPA-BANDS.
           PERFORM 126-DERIVE-BAND-CAPTIONS.
           PERFORM 120-LOAD-AGE-BRACKETS.
                 DEANS-HIST-FILE
                 PART-TIME-HIST-FILE
                 TERM-GPA-FILE
                 DECLARATION-FILE
                 RUN-CONTROL-FILE
                 GPA-REPORT
                 EXCEPTION-REPORT
           MOVE GC-EARNED-HOURS  TO WS-EARNED-HOURS.
           MOVE GC-GPA-UNROUNDED TO WS-UNROUNDED-GPA.

           PERFORM 180-POST-PROGRAM-GPAS.

           PERFORM 111-COMPUTE-MAJOR-GPA.

           PERFORM 128-RECORD-TERM-GPA.
           END-IF.


      *****************************************************
      *  180-POST-PROGRAM-GPAS - FOR EACH SECOND MAJOR OR  *
      *  MINOR ON THE DECLARED-PROGRAM FILE THAT IS IN     *
      *  FORCE FOR THE PROCESSING TERM, RECALLS GPACALC    *
      *  WITH ONLY THE COURSES OF THAT PROGRAM'S CATALOG   *
      *  DEPARTMENT - THE 111-COMPUTE-MAJOR-GPA RULE - AND *
      *  POSTS THE GPA, CREDITS AND DATE BACK TO THE       *
      *  DECLARATION.  THE FULL CALC LIST IS SAVED FIRST   *
      *  AND RESTORED AFTER, SO THE MAJOR-GPA CALL THAT    *
      *  FOLLOWS SEES IT UNCHANGED.  AN AD-HOC RUN WITH NO *
      *  TERM CODE POSTS EVERY DECLARATION.                *
      *****************************************************
       180-POST-PROGRAM-GPAS.

           MOVE GC-NUM-COURSES TO WS-SAVED-NUM-COURSES.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-SAVED-NUM-COURSES
               MOVE GC-COURSE-ENTRY (WS-PROG-SUB)
                   TO WS-SAVED-COURSE-ENTRY (WS-PROG-SUB)
           END-PERFORM.

           MOVE "N" TO WS-DECL-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO DR-STUDENT-ID.
           MOVE LOW-VALUES    TO DR-PROGRAM-TYPE.
           MOVE LOW-VALUES    TO DR-PROGRAM-CODE.

           START DECLARATION-FILE KEY IS NOT LESS THAN DR-DECL-KEY
               INVALID KEY
                   SET DECL-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DECL-SCAN-DONE
               READ DECLARATION-FILE NEXT RECORD
                   AT END
                       SET DECL-SCAN-DONE TO TRUE
               END-READ
               IF NOT DECL-SCAN-DONE
                   IF DR-STUDENT-ID NOT = SM-STUDENT-ID
                       SET DECL-SCAN-DONE TO TRUE
                   ELSE
                       IF WS-TERM-CODE = SPACES
                               OR DR-EFFECTIVE-TERM NOT > WS-TERM-CODE
                           PERFORM 185-COMPUTE-PROGRAM-GPA
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


       185-COMPUTE-PROGRAM-GPA.

           MOVE ZERO TO WS-PROG-COUNT.
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-SAVED-NUM-COURSES
               IF WS-CRS-DEPT (WS-PROG-SUB) = DR-PROGRAM-CODE
                   ADD 1 TO WS-PROG-COUNT
                   MOVE WS-SAVED-COURSE-ENTRY (WS-PROG-SUB)
                       TO GC-COURSE-ENTRY (WS-PROG-COUNT)
               END-IF
           END-PERFORM.

           IF WS-PROG-COUNT > ZERO
               MOVE WS-PROG-COUNT TO GC-NUM-COURSES
               CALL "GPACALC" USING GPACALC-PARMS
               MOVE GC-TOTAL-GPA     TO DR-PROGRAM-GPA
               MOVE GC-TOTAL-CREDITS TO DR-PROGRAM-CREDITS
           ELSE
               MOVE ZEROS TO DR-PROGRAM-GPA
               MOVE ZEROS TO DR-PROGRAM-CREDITS
           END-IF.
           MOVE CD-CURRENT-DATE TO DR-GPA-AS-OF-DATE.

           REWRITE PROGRAM-DECL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.


      *****************************************************
      *  128-RECORD-TERM-GPA - REBUILDS THE CALC LIST      *
      *  WITH ONLY THE PROCESSING TERM'S OCCURRENCES AND   *
               ELSE
                   MOVE "N" TO WS-CRS-IN-MAJOR (GC-NUM-COURSES)
               END-IF
               MOVE WS-EDIT-DEPT TO WS-CRS-DEPT (GC-NUM-COURSES)
           END-IF.


