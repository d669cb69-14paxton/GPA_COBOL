       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXAMPOST.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  EXAMPOST - ADVANCED-STANDING EXAM CREDIT INTAKE   *
      *  AWARDS CREDIT BY EXAMINATION (AP / IB / CLEP)     *
      *  FROM THE EXAMSCOR SCORE TABLE: EACH INCOMING      *
      *  SCORE IS MATCHED TO THE ENTRY FOR ITS EXAM CODE   *
      *  WITH THE HIGHEST MINIMUM THE SCORE REACHES, AND   *
      *  THAT ENTRY'S COURSE AND CREDITS ARE WRITTEN AS A  *
      *  GRDTRAN-FORMAT BATCH (EXAMOUT) FOR GRDPOST.       *
      *  AWARDS POST WITH BASIS E - EARNED HOURS ONLY,     *
      *  OUTSIDE THE GPA - OR BASIS X AT THE TABLE'S       *
      *  PERCENTAGE WHEN THE ENTRY COUNTS TOWARD THE GPA;  *
      *  EITHER BASIS MARKS THE OCCURRENCE AS EXAM CREDIT. *
      *  A SCORE WHOSE COURSE (RESOLVED THROUGH CRSEQUIV)  *
      *  IS ALREADY ON THE STUDENT'S HISTORY, OR WAS       *
      *  ALREADY AWARDED EARLIER IN THIS RUN, IS REFUSED.  *
      *  EVERY SCORE PRINTS ON THE EXAMRPT REGISTER.       *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EXAM-PARM-FILE
               ASSIGN EXAMPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXAM-TABLE-FILE
               ASSIGN EXAMSCOR
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ES-SCORE-KEY
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT EXAM-SCORE-IN-FILE
               ASSIGN EXAMIN
               FILE STATUS IS WS-EXAMIN-STATUS.

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

           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV
               FILE STATUS IS WS-EQUIV-STATUS.

           SELECT POSTING-OUT-FILE
               ASSIGN EXAMOUT.

           SELECT EXAM-REGISTER
               ASSIGN EXAMRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  EXAM-PARM-FILE.

       01  EXAM-PARM-RECORD.
           05  EP-TERM-CODE             PIC X(05).
           05  EP-BATCH-ID              PIC X(08).

       FD  EXAM-TABLE-FILE.

            COPY EXAMSCOR IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EXAM-SCORE-IN-FILE.

       01  EXAM-SCORE-IN-RECORD.
           05  EI-STUDENT-ID            PIC 9(09).
           05  EI-EXAM-CODE             PIC X(06).
           05  EI-EXAM-SCORE            PIC 9(03).
           05  EI-EXAM-DATE             PIC 9(08).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EQUIV-FILE.

            COPY CRSEQUIV IN KC2477.SHARED.COBOL.STUDGPA.

       FD  POSTING-OUT-FILE.

       01  POSTING-OUT-RECORD.
           05  PO-STUDENT-ID            PIC 9(09).
           05  PO-COURSE-ID             PIC X(06).
           05  PO-COURSE-CREDITS        PIC 99V9.
           05  PO-PERCENTAGE-EARNED     PIC 999.
           05  PO-ATTEMPTED-CREDITS     PIC 99V9.
           05  PO-GRADING-BASIS         PIC X(01).
           05  PO-SECTION-NO            PIC X(03).
           05  PO-CONSORTIUM-FLAG       PIC X(01).
       01  POSTING-OUT-HEADER REDEFINES POSTING-OUT-RECORD.
           05  PH-HDR-LITERAL           PIC X(05).
           05  PH-HDR-TERM-CODE         PIC X(05).
           05  PH-HDR-BATCH-ID          PIC X(08).
           05                           PIC X(11).
       01  POSTING-OUT-TRAILER REDEFINES POSTING-OUT-RECORD.
           05  PT-TRL-LITERAL           PIC X(05).
           05  PT-TRL-COUNT             PIC 9(09).
           05                           PIC X(15).

       FD  EXAM-REGISTER.

       01  EXAM-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TABLE-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  TABLE-EOF                       VALUE "Y".
           05  EXAMIN-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  EXAMIN-EOF                      VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-TABLE-STATUS         PIC XX.
           05  WS-EXAMIN-STATUS        PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-SCORE-VALID-SWITCH   PIC X(01)   VALUE "Y".
               88  SCORE-IS-VALID                  VALUE "Y".
           05  WS-DUP-COURSE-SWITCH    PIC X(01)   VALUE "N".
               88  COURSE-IS-DUPLICATE             VALUE "Y".
           05  WS-OVFL-SCAN-EOF-SWITCH PIC X(01)   VALUE "N".
               88  OVFL-SCAN-EOF                   VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-OVFL-CRS-SUB         PIC 9(02) VALUE ZERO.
           05  WS-CRS-SUB              PIC 9(02) VALUE ZERO.
           05  WS-NUM-EXAMS            PIC 9(04) VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(04) VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(04) VALUE ZERO.
           05  WS-NUM-AWARDS           PIC 9(04) VALUE ZERO.
           05  WS-AWARD-SUB            PIC 9(04) VALUE ZERO.
           05  WS-AWARD-RESOLVED-ID    PIC X(06) VALUE SPACES.
           05  WS-AWARD-PCT            PIC 999   VALUE ZERO.
           05  WS-AWARD-BASIS          PIC X(01) VALUE SPACE.
           05  WS-SCORES-READ          PIC 9(07) VALUE ZERO.
           05  WS-AWARDS-WRITTEN       PIC 9(09) VALUE ZERO.
           05  WS-AWARDS-IN-GPA        PIC 9(07) VALUE ZERO.
           05  WS-SCORES-BELOW-TABLE   PIC 9(07) VALUE ZERO.
           05  WS-SCORES-DUPLICATE     PIC 9(07) VALUE ZERO.
           05  WS-SCORES-REJECTED      PIC 9(07) VALUE ZERO.

       01  EXAM-TBL-GROUP.
           05  EXAM-ENTRY OCCURS 1000 TIMES.
               10  ET-EXAM-CODE        PIC X(06).
               10  ET-MIN-SCORE        PIC 9(03).
               10  ET-COURSE-ID        PIC X(06).
               10  ET-CREDITS          PIC 99V9.
               10  ET-GPA-FLAG         PIC X(01).
               10  ET-GPA-PCT          PIC 9(03).

      *****************************************************
      *  AWARDS WRITTEN THIS RUN, BY STUDENT AND RESOLVED  *
      *  COURSE, SO TWO EXAMS MAPPING TO ONE COURSE CAN    *
      *  NEVER BOTH POST BEFORE GRDPOST SEES EITHER.       *
      *****************************************************
       01  AWARD-TBL-GROUP.
           05  AWARD-ENTRY OCCURS 2000 TIMES.
               10  AW-STUDENT-ID       PIC 9(09).
               10  AW-RESOLVED-ID      PIC X(06).

       01  EQUIV-WORK-FIELDS.
           05  WS-EQUIV-STATUS         PIC XX.
           05  EQUIV-EOF-SWITCH        PIC X(01) VALUE "N".
               88  EQUIV-EOF                     VALUE "Y".
           05  WS-NUM-EQUIV            PIC 9(03) VALUE ZERO.
           05  WS-EQ-SUB               PIC 9(03) VALUE ZERO.
           05  WS-EQ-HOPS              PIC 9(01) VALUE ZERO.
           05  WS-EQ-HIT-SWITCH        PIC X(01) VALUE "N".
               88  EQUIV-HIT                     VALUE "Y".
           05  WS-RESOLVE-ID           PIC X(06) VALUE SPACES.

       01  EQUIV-TBL-GROUP.
           05  EQUIV-ENTRY OCCURS 200 TIMES.
               10  EQ-OLD-ID           PIC X(06).
               10  EQ-NEW-ID           PIC X(06).

       01  EXAM-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  EXH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  EXH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  EXH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "EXAMPOST EXAM CREDIT INTAKE REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  EXAM-DETAIL-LINE.
           05  EX-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  EX-EXAM-CODE       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  EX-EXAM-SCORE      PIC ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  EX-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  EX-CREDITS         PIC Z9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  EX-BASIS           PIC X(01).
           05                     PIC X(02)  VALUE SPACE.
           05  EX-DISPOSITION     PIC X(40).
           05                     PIC X(51)  VALUE SPACE.

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

           PERFORM UNTIL EXAMIN-EOF
               READ EXAM-SCORE-IN-FILE
                   AT END
                       SET EXAMIN-EOF TO TRUE
               END-READ
               IF NOT EXAMIN-EOF
                   ADD 1 TO WS-SCORES-READ
                   PERFORM 110-AWARD-EXAM-CREDIT
               END-IF
           END-PERFORM.

           PERFORM 235-WRITE-BATCH-TRAILER.

           PERFORM 240-PRINT-TRAILER.

           CLOSE EXAM-SCORE-IN-FILE
                 STUDENT-FILE
                 OVERFLOW-FILE
                 POSTING-OUT-FILE
                 EXAM-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO EXH-MONTH.
           MOVE CD-DAY     TO EXH-DAY.
           MOVE CD-YEAR    TO EXH-YEAR.

           OPEN INPUT EXAM-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE EXAM PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ EXAM-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' EXAMPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF EP-TERM-CODE = SPACES
                   OR EP-BATCH-ID = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' TERM OR BATCH ID MISSING ON EXAMPARM'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           CLOSE EXAM-PARM-FILE.

           PERFORM 120-LOAD-EXAM-TABLE.

           PERFORM 915-LOAD-EQUIV.

           OPEN INPUT EXAM-SCORE-IN-FILE.

           IF WS-EXAMIN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE EXAM SCORE FILE'
               DISPLAY ' FILE STATUS IS ', WS-EXAMIN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT OVERFLOW-FILE.

           IF WS-OVFL-STATUS NOT = '00' AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT POSTING-OUT-FILE.

           MOVE SPACES          TO POSTING-OUT-RECORD.
           MOVE "*HDR*"         TO PH-HDR-LITERAL.
           MOVE EP-TERM-CODE    TO PH-HDR-TERM-CODE.
           MOVE EP-BATCH-ID     TO PH-HDR-BATCH-ID.
           WRITE POSTING-OUT-RECORD.

           OPEN OUTPUT EXAM-REGISTER.

           MOVE EXAM-HEADING-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER PAGE.
           MOVE SPACES TO EXAM-REC.
           WRITE EXAM-REC.


      *****************************************************
      *  120-LOAD-EXAM-TABLE - THE SCORE TABLE IS READ IN  *
      *  KEY ORDER (EXAM CODE, MINIMUM SCORE) INTO         *
      *  WORKING STORAGE.  AN ENTRY THAT FAILS ITS EDITS   *
      *  STOPS THE RUN RATHER THAN AWARD FROM A BAD ROW.   *
      *****************************************************
       120-LOAD-EXAM-TABLE.

           OPEN INPUT EXAM-TABLE-FILE.

           IF WS-TABLE-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-EXAM-TABLE'
               DISPLAY ' ERROR OPENING THE EXAM SCORE TABLE'
               DISPLAY ' FILE STATUS IS ', WS-TABLE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL TABLE-EOF
               READ EXAM-TABLE-FILE
                   AT END
                       SET TABLE-EOF TO TRUE
               END-READ
               IF NOT TABLE-EOF
                   ADD 1 TO WS-NUM-EXAMS
                   IF WS-NUM-EXAMS > 1000
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-EXAM-TABLE'
                       DISPLAY ' MORE THAN 1000 EXAM ENTRIES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   IF ES-COURSE-ID = SPACES
                           OR ES-CREDITS NOT NUMERIC
                           OR ES-CREDITS = ZERO
                           OR NOT ES-GPA-FLAG-VALID
                           OR (ES-COUNTS-IN-GPA
                               AND ES-GPA-PCT NOT NUMERIC)
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-EXAM-TABLE'
                       DISPLAY ' EXAM TABLE ENTRY FAILS EDITS - '
                               ES-EXAM-CODE ' ' ES-MIN-SCORE
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE ES-EXAM-CODE
                       TO ET-EXAM-CODE (WS-NUM-EXAMS)
                   MOVE ES-MIN-SCORE
                       TO ET-MIN-SCORE (WS-NUM-EXAMS)
                   MOVE ES-COURSE-ID
                       TO ET-COURSE-ID (WS-NUM-EXAMS)
                   MOVE ES-CREDITS
                       TO ET-CREDITS (WS-NUM-EXAMS)
                   MOVE ES-GPA-FLAG
                       TO ET-GPA-FLAG (WS-NUM-EXAMS)
                   MOVE ES-GPA-PCT
                       TO ET-GPA-PCT (WS-NUM-EXAMS)
               END-IF
           END-PERFORM.

           IF WS-NUM-EXAMS = ZERO
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-EXAM-TABLE'
               DISPLAY ' EXAMSCOR IS EMPTY - NOTHING TO AWARD BY'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           CLOSE EXAM-TABLE-FILE.


       110-AWARD-EXAM-CREDIT.

           MOVE "Y" TO WS-SCORE-VALID-SWITCH.
           MOVE EI-STUDENT-ID   TO EX-STUDENT-ID.
           MOVE EI-EXAM-CODE    TO EX-EXAM-CODE.
           MOVE ZERO            TO EX-EXAM-SCORE.
           MOVE SPACES          TO EX-COURSE-ID.
           MOVE ZERO            TO EX-CREDITS.
           MOVE SPACE           TO EX-BASIS.

           IF EI-STUDENT-ID NOT NUMERIC
                   OR EI-STUDENT-ID = ZERO
                   OR EI-EXAM-CODE = SPACES
                   OR EI-EXAM-SCORE NOT NUMERIC
               ADD 1 TO WS-SCORES-REJECTED
               MOVE "REJECTED - SCORE FIELDS FAIL EDITS"
                   TO EX-DISPOSITION
               MOVE "N" TO WS-SCORE-VALID-SWITCH
           END-IF.

           IF SCORE-IS-VALID
               MOVE EI-EXAM-SCORE TO EX-EXAM-SCORE
               PERFORM 130-FIND-TABLE-ENTRY
               IF WS-MATCH-SUB = ZERO
                   ADD 1 TO WS-SCORES-BELOW-TABLE
                   MOVE "NO AWARD - SCORE BELOW TABLE MINIMUM"
                       TO EX-DISPOSITION
                   MOVE "N" TO WS-SCORE-VALID-SWITCH
               ELSE
                   MOVE ET-COURSE-ID (WS-MATCH-SUB) TO EX-COURSE-ID
                   MOVE ET-CREDITS (WS-MATCH-SUB)   TO EX-CREDITS
               END-IF
           END-IF.

           IF SCORE-IS-VALID
               MOVE EI-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-SCORES-REJECTED
                       MOVE "REJECTED - STUDENT ID NOT ON MASTER"
                           TO EX-DISPOSITION
                       MOVE "N" TO WS-SCORE-VALID-SWITCH
               END-READ
           END-IF.

           IF SCORE-IS-VALID
               MOVE ET-COURSE-ID (WS-MATCH-SUB) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               MOVE WS-RESOLVE-ID TO WS-AWARD-RESOLVED-ID
               PERFORM 140-CHECK-HISTORY
               IF COURSE-IS-DUPLICATE
                   ADD 1 TO WS-SCORES-DUPLICATE
                   MOVE "REFUSED - COURSE ALREADY ON HISTORY"
                       TO EX-DISPOSITION
                   MOVE "N" TO WS-SCORE-VALID-SWITCH
               END-IF
           END-IF.

           IF SCORE-IS-VALID
               PERFORM 150-CHECK-RUN-AWARDS
               IF COURSE-IS-DUPLICATE
                   ADD 1 TO WS-SCORES-DUPLICATE
                   MOVE "REFUSED - COURSE ALREADY AWARDED IN RUN"
                       TO EX-DISPOSITION
                   MOVE "N" TO WS-SCORE-VALID-SWITCH
               END-IF
           END-IF.

           IF SCORE-IS-VALID
               PERFORM 160-WRITE-POSTING
           ELSE
               PERFORM 170-WRITE-REGISTER-LINE
           END-IF.


      *****************************************************
      *  130-FIND-TABLE-ENTRY - THE ENTRY FOR THE EXAM     *
      *  CODE WITH THE HIGHEST MINIMUM SCORE NOT ABOVE     *
      *  THE SCORE TAKEN.  NO SUCH ENTRY, NO AWARD.        *
      *****************************************************
       130-FIND-TABLE-ENTRY.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-NUM-EXAMS
               IF ET-EXAM-CODE (WS-SCAN-SUB) = EI-EXAM-CODE
                       AND ET-MIN-SCORE (WS-SCAN-SUB)
                           NOT > EI-EXAM-SCORE
                   IF WS-MATCH-SUB = ZERO
                       MOVE WS-SCAN-SUB TO WS-MATCH-SUB
                   ELSE
                       IF ET-MIN-SCORE (WS-SCAN-SUB) >
                               ET-MIN-SCORE (WS-MATCH-SUB)
                           MOVE WS-SCAN-SUB TO WS-MATCH-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  140-CHECK-HISTORY - THE AWARDED COURSE MAY NOT    *
      *  ALREADY BE ON THE MASTER OR ANY OVERFLOW SEGMENT  *
      *  UNDER ANY NUMBER IT HAS CARRIED, WHETHER TAKEN    *
      *  HERE OR AWARDED BY AN EARLIER EXAM.               *
      *****************************************************
       140-CHECK-HISTORY.

           MOVE "N" TO WS-DUP-COURSE-SWITCH.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > SM-NUM-CRS-COMPLTD
               MOVE SM-COURSE-ID (WS-CRS-SUB) TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               IF WS-RESOLVE-ID = WS-AWARD-RESOLVED-ID
                   MOVE "Y" TO WS-DUP-COURSE-SWITCH
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-OVFL-SCAN-EOF-SWITCH.
           PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                   UNTIL OVFL-SCAN-EOF
               MOVE EI-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET OVFL-SCAN-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-OVFL-CRS-SUB FROM 1 BY 1
                               UNTIL WS-OVFL-CRS-SUB >
                                     SO-NUM-CRS-SEGMENT
                           MOVE SO-COURSE-ID (WS-OVFL-CRS-SUB)
                               TO WS-RESOLVE-ID
                           PERFORM 920-RESOLVE-COURSE-ID
                           IF WS-RESOLVE-ID = WS-AWARD-RESOLVED-ID
                               MOVE "Y" TO WS-DUP-COURSE-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.


       150-CHECK-RUN-AWARDS.

           MOVE "N" TO WS-DUP-COURSE-SWITCH.
           PERFORM VARYING WS-AWARD-SUB FROM 1 BY 1
                   UNTIL WS-AWARD-SUB > WS-NUM-AWARDS
               IF AW-STUDENT-ID (WS-AWARD-SUB) = EI-STUDENT-ID
                       AND AW-RESOLVED-ID (WS-AWARD-SUB)
                           = WS-AWARD-RESOLVED-ID
                   MOVE "Y" TO WS-DUP-COURSE-SWITCH
               END-IF
           END-PERFORM.


      *****************************************************
      *  160-WRITE-POSTING - ONE GRDTRAN DETAIL.  CREDITS  *
      *  ARE ATTEMPTED AND EARNED ALIKE; THE PERCENTAGE    *
      *  IS THE TABLE'S ONLY WHEN THE AWARD COUNTS IN THE  *
      *  GPA, ZERO OTHERWISE.  NO SECTION IS NAMED.        *
      *****************************************************
       160-WRITE-POSTING.

           IF ET-GPA-FLAG (WS-MATCH-SUB) = "Y"
               MOVE "X" TO WS-AWARD-BASIS
               MOVE ET-GPA-PCT (WS-MATCH-SUB) TO WS-AWARD-PCT
               ADD 1 TO WS-AWARDS-IN-GPA
           ELSE
               MOVE "E" TO WS-AWARD-BASIS
               MOVE ZERO TO WS-AWARD-PCT
           END-IF.

           MOVE EI-STUDENT-ID              TO PO-STUDENT-ID.
           MOVE ET-COURSE-ID (WS-MATCH-SUB) TO PO-COURSE-ID.
           MOVE ET-CREDITS (WS-MATCH-SUB)  TO PO-COURSE-CREDITS.
           MOVE WS-AWARD-PCT               TO PO-PERCENTAGE-EARNED.
           MOVE ET-CREDITS (WS-MATCH-SUB)  TO PO-ATTEMPTED-CREDITS.
           MOVE WS-AWARD-BASIS             TO PO-GRADING-BASIS.
           MOVE SPACES                     TO PO-SECTION-NO.
           MOVE SPACE                      TO PO-CONSORTIUM-FLAG.
           WRITE POSTING-OUT-RECORD.
           ADD 1 TO WS-AWARDS-WRITTEN.

           IF WS-NUM-AWARDS < 2000
               ADD 1 TO WS-NUM-AWARDS
               MOVE EI-STUDENT-ID
                   TO AW-STUDENT-ID (WS-NUM-AWARDS)
               MOVE WS-AWARD-RESOLVED-ID
                   TO AW-RESOLVED-ID (WS-NUM-AWARDS)
           ELSE
               DISPLAY '******************************'
               DISPLAY ' 160-WRITE-POSTING'
               DISPLAY ' MORE THAN 2000 AWARDS IN ONE RUN -'
               DISPLAY ' RAISE THE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-AWARD-BASIS TO EX-BASIS.
           MOVE "AWARDED" TO EX-DISPOSITION.
           PERFORM 170-WRITE-REGISTER-LINE.


       170-WRITE-REGISTER-LINE.

           MOVE EXAM-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC.


       235-WRITE-BATCH-TRAILER.

           MOVE SPACES            TO POSTING-OUT-RECORD.
           MOVE "*TRL*"           TO PT-TRL-LITERAL.
           MOVE WS-AWARDS-WRITTEN TO PT-TRL-COUNT.
           WRITE POSTING-OUT-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO EXAM-REC.
           WRITE EXAM-REC AFTER 2.

           MOVE "EXAM SCORES READ" TO TR-CAPTION.
           MOVE WS-SCORES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER 1.

           MOVE "EXAM CREDITS AWARDED" TO TR-CAPTION.
           MOVE WS-AWARDS-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER 1.

           MOVE "  OF WHICH COUNTED IN THE GPA" TO TR-CAPTION.
           MOVE WS-AWARDS-IN-GPA TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER 1.

           MOVE "SCORES BELOW TABLE MINIMUM" TO TR-CAPTION.
           MOVE WS-SCORES-BELOW-TABLE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER 1.

           MOVE "DUPLICATE AWARDS REFUSED" TO TR-CAPTION.
           MOVE WS-SCORES-DUPLICATE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER 1.

           MOVE "SCORES REJECTED" TO TR-CAPTION.
           MOVE WS-SCORES-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO EXAM-REC.
           WRITE EXAM-REC AFTER 1.


      *****************************************************
      *  915-LOAD-EQUIV - LOADS THE COURSE RENUMBERING     *
      *  EQUIVALENCY CROSS-REFERENCE.  AN ABSENT FILE      *
      *  SIMPLY LOADS NOTHING.                             *
      *****************************************************
       915-LOAD-EQUIV.

           OPEN INPUT EQUIV-FILE.

           PERFORM UNTIL EQUIV-EOF
               READ EQUIV-FILE
                   AT END
                       SET EQUIV-EOF TO TRUE
               END-READ
               IF NOT EQUIV-EOF
                   ADD 1 TO WS-NUM-EQUIV
                   IF WS-NUM-EQUIV > 200
                       DISPLAY '******************************'
                       DISPLAY ' 915-LOAD-EQUIV'
                       DISPLAY ' MORE THAN 200 EQUIVALENCIES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE EQ-OLD-COURSE-ID
                       TO EQ-OLD-ID (WS-NUM-EQUIV)
                   MOVE EQ-NEW-COURSE-ID
                       TO EQ-NEW-ID (WS-NUM-EQUIV)
               END-IF
           END-PERFORM.

           CLOSE EQUIV-FILE.


      *****************************************************
      *  920-RESOLVE-COURSE-ID - FOLLOWS THE EQUIVALENCY   *
      *  CHAIN FROM THE ID IN WS-RESOLVE-ID TO ITS         *
      *  CURRENT SUCCESSOR, AT MOST FIVE HOPS.  AN ID      *
      *  WITH NO ENTRY RESOLVES TO ITSELF.                 *
      *****************************************************
       920-RESOLVE-COURSE-ID.

           MOVE ZERO TO WS-EQ-HOPS.
           MOVE "Y" TO WS-EQ-HIT-SWITCH.
           PERFORM UNTIL NOT EQUIV-HIT OR WS-EQ-HOPS >= 5
               MOVE "N" TO WS-EQ-HIT-SWITCH
               PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                       UNTIL WS-EQ-SUB > WS-NUM-EQUIV
                          OR EQUIV-HIT
                   IF EQ-OLD-ID (WS-EQ-SUB) = WS-RESOLVE-ID
                       MOVE EQ-NEW-ID (WS-EQ-SUB) TO WS-RESOLVE-ID
                       MOVE "Y" TO WS-EQ-HIT-SWITCH
                   END-IF
               END-PERFORM
               ADD 1 TO WS-EQ-HOPS
           END-PERFORM.
