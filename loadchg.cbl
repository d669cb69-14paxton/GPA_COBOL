       IDENTIFICATION DIVISION.

       PROGRAM-ID. LOADCHG.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  LOADCHG - POST-CENSUS CREDIT-LOAD CHANGE REPORT   *
      *  RUN WEEKLY AFTER THE CENSUS DATE.  FOR THE        *
      *  LCHGPARM TERM, COMPARES EACH STUDENT'S ATTEMPTED- *
      *  CREDIT LOAD FROZEN ON THE CENSUS SNAPSHOT         *
      *  (SNAPFILE) WITH THE CURRENT REGISTRATION          *
      *  (REGFILE), BOTH PUT IN AN ENROLLMENT LEVEL BY THE *
      *  FULL-TIME, THREE-QUARTER AND HALF-TIME MINIMUMS   *
      *  ON THE PARM CARD.  EVERY STUDENT WHOSE LEVEL HAS  *
      *  CHANGED SINCE CENSUS PRINTS ON LOADRPT AND IS     *
      *  WRITTEN TO THE LOADFEED AID-OFFICE FEED WITH THE  *
      *  CENSUS AND CURRENT VALUES SIDE BY SIDE, CLOSED BY *
      *  THE STANDARD *CTL* TRAILER.  A SNAPSHOT WITH NO   *
      *  LEVEL CAPTURED IS PASSED OVER.                    *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LOAD-PARM-FILE
               ASSIGN LCHGPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN SNAPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CN-SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT LOAD-FEED-FILE
               ASSIGN LOADFEED.

           SELECT LOAD-REPORT
               ASSIGN LOADRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  LOAD-PARM-FILE.

       01  LOAD-PARM-RECORD.
           05  LP-TERM-CODE             PIC X(05).
           05  LP-FT-CREDITS            PIC 99V9.
           05  LP-TQ-CREDITS            PIC 99V9.
           05  LP-HT-CREDITS            PIC 99V9.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SNAPSHOT-FILE.

            COPY CENSSNAP IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  LOAD-FEED-FILE.

       01  LOAD-FEED-RECORD.
           05  LF-STUDENT-ID            PIC 9(09).
           05  LF-TERM-CODE             PIC X(05).
           05  LF-SNAP-DATE             PIC 9(08).
           05  LF-CENSUS-LOAD           PIC 999V9.
           05  LF-CENSUS-LEVEL          PIC X(01).
           05  LF-CURRENT-LOAD          PIC 999V9.
           05  LF-CURRENT-LEVEL         PIC X(01).
           05  LF-DIRECTION             PIC X(01).
               88  LF-LOAD-DROPPED              VALUE "D".
               88  LF-LOAD-ROSE                 VALUE "U".
           05  LF-ENROLL-STATUS         PIC X(01).
           05                           PIC X(06).

       FD  LOAD-REPORT.

       01  LOAD-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-SNAP-SCAN-SWITCH     PIC X(01)   VALUE "N".
               88  SNAP-SCAN-DONE                  VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-SNAP-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-CURRENT-LOAD         PIC 999V9 VALUE ZERO.
           05  WS-CURRENT-LEVEL        PIC X(01) VALUE SPACE.
           05  WS-CENSUS-RANK          PIC 9(01) VALUE ZERO.
           05  WS-CURRENT-RANK         PIC 9(01) VALUE ZERO.
           05  WS-LEVEL-CODE           PIC X(01) VALUE SPACE.
           05  WS-LEVEL-RANK           PIC 9(01) VALUE ZERO.
           05  WS-SNAPS-READ           PIC 9(07) VALUE ZERO.
           05  WS-NOT-CAPTURED         PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-UNCHANGED      PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-DROPPED        PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-ROSE           PIC 9(07) VALUE ZERO.

       01  CONTROL-TRAILER-FIELDS.
           05  WS-LF-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-LF-CTL-HASH          PIC 9(13) VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  LOAD-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  LDH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  LDH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  LDH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "POST-CENSUS CREDIT-LOAD CHANGES".
           05                 PIC X(06)   VALUE "TERM: ".
           05  LDH-TERM-CODE  PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  LOAD-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(31)  VALUE "STUDENT NAME".
           05                 PIC X(07)  VALUE "CENSUS".
           05                 PIC X(05)  VALUE "LVL".
           05                 PIC X(07)  VALUE "CURRNT".
           05                 PIC X(05)  VALUE "LVL".
           05                 PIC X(10)  VALUE "CHANGE".
           05                 PIC X(56)  VALUE SPACE.

       01  LOAD-DETAIL-LINE.
           05  LD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-STUDENT-NAME    PIC X(29).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-CENSUS-LOAD     PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  LD-CENSUS-LEVEL    PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  LD-CURRENT-LOAD    PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  LD-CURRENT-LEVEL   PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  LD-CHANGE          PIC X(10).
           05                     PIC X(56)  VALUE SPACE.

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

           MOVE "N" TO WS-SNAP-SCAN-SWITCH.
           MOVE WS-TERM-CODE TO CN-TERM-CODE.
           MOVE ZEROS TO CN-STUDENT-ID.
           START SNAPSHOT-FILE
               KEY IS NOT LESS THAN CN-SNAP-KEY
               INVALID KEY
                   SET SNAP-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SNAP-SCAN-DONE
               READ SNAPSHOT-FILE NEXT
                   AT END
                       SET SNAP-SCAN-DONE TO TRUE
               END-READ
               IF NOT SNAP-SCAN-DONE
                   IF CN-TERM-CODE NOT = WS-TERM-CODE
                       SET SNAP-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-SNAPS-READ
                       PERFORM 110-COMPARE-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 235-WRITE-CONTROL-TRAILER.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SNAPSHOT-FILE
                 STUDENT-FILE
                 CURRENT-REG-FILE
                 LOAD-FEED-FILE
                 LOAD-REPORT.

           STOP RUN.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE AID-OFFICE FEED.                     *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-LF-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-LF-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO LOAD-FEED-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO LOAD-FEED-RECORD.
           WRITE LOAD-FEED-RECORD.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO LDH-MONTH.
           MOVE CD-DAY     TO LDH-DAY.
           MOVE CD-YEAR    TO LDH-YEAR.

           OPEN INPUT LOAD-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE LOAD CHANGE PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ LOAD-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' LCHGPARM IS EMPTY - CONTROL CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF LP-FT-CREDITS NOT NUMERIC
                   OR LP-TQ-CREDITS NOT NUMERIC
                   OR LP-HT-CREDITS NOT NUMERIC
                   OR LP-TERM-CODE = SPACES
                   OR LP-FT-CREDITS NOT > LP-TQ-CREDITS
                   OR LP-TQ-CREDITS NOT > LP-HT-CREDITS
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' LCHGPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE LP-TERM-CODE TO WS-TERM-CODE.
           MOVE LP-TERM-CODE TO LDH-TERM-CODE.

           CLOSE LOAD-PARM-FILE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE WS-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' TERM ', WS-TERM-CODE,
                           ' NOT ON THE ACADEMIC CALENDAR'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           CLOSE CALENDAR-FILE.

           OPEN INPUT SNAPSHOT-FILE.

           IF WS-SNAP-STATUS NOT = '00' AND WS-SNAP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SNAPSHOT FILE'
               DISPLAY ' FILE STATUS IS ', WS-SNAP-STATUS
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

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CURRENT REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT LOAD-FEED-FILE
                       LOAD-REPORT.

           MOVE LOAD-HEADING-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER PAGE.
           MOVE LOAD-COLUMN-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 2.
           MOVE SPACES TO LOAD-REC.
           WRITE LOAD-REC.


      *****************************************************
      *  110-COMPARE-STUDENT - PUTS THE CURRENT LOAD IN    *
      *  ITS LEVEL AND, WHEN IT DIFFERS FROM THE LEVEL     *
      *  FROZEN AT CENSUS, REPORTS AND FEEDS THE STUDENT.  *
      *  THE LEVELS RANK N, L, H, T, F SO THE DIRECTION    *
      *  OF THE CHANGE CAN BE TOLD.                        *
      *****************************************************
       110-COMPARE-STUDENT.

           IF CN-LEVEL-NOT-CAPTURED
               ADD 1 TO WS-NOT-CAPTURED
           ELSE
               PERFORM 120-SET-CURRENT-LOAD
               IF WS-CURRENT-LEVEL = CN-ENROLL-LEVEL
                   ADD 1 TO WS-LEVEL-UNCHANGED
               ELSE
                   MOVE CN-ENROLL-LEVEL TO WS-LEVEL-CODE
                   PERFORM 130-RANK-LEVEL
                   MOVE WS-LEVEL-RANK TO WS-CENSUS-RANK
                   MOVE WS-CURRENT-LEVEL TO WS-LEVEL-CODE
                   PERFORM 130-RANK-LEVEL
                   MOVE WS-LEVEL-RANK TO WS-CURRENT-RANK
                   PERFORM 140-WRITE-CHANGE
               END-IF
           END-IF.


      *****************************************************
      *  120-SET-CURRENT-LOAD - SUMS THE ATTEMPTED CREDITS *
      *  OF THE STUDENT'S CURRENT REGISTRATION FOR THE     *
      *  TERM AND SETS THE LEVEL THE SAME WAY CENSSNAP     *
      *  SET IT AT CENSUS.                                 *
      *****************************************************
       120-SET-CURRENT-LOAD.

           MOVE ZERO  TO WS-CURRENT-LOAD.
           MOVE SPACE TO WS-CURRENT-LEVEL.
           MOVE CN-STUDENT-ID TO RG-STUDENT-ID.
           MOVE WS-TERM-CODE  TO RG-TERM-CODE.
           READ CURRENT-REG-FILE
               INVALID KEY
                   MOVE "N" TO WS-CURRENT-LEVEL
               NOT INVALID KEY
                   PERFORM VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
                       ADD RG-ATTEMPTED-CREDITS (RGCRSNDX)
                           TO WS-CURRENT-LOAD
                   END-PERFORM
           END-READ.

           EVALUATE TRUE
               WHEN WS-CURRENT-LEVEL = "N"
                   CONTINUE
               WHEN WS-CURRENT-LOAD >= LP-FT-CREDITS
                   MOVE "F" TO WS-CURRENT-LEVEL
               WHEN WS-CURRENT-LOAD >= LP-TQ-CREDITS
                   MOVE "T" TO WS-CURRENT-LEVEL
               WHEN WS-CURRENT-LOAD >= LP-HT-CREDITS
                   MOVE "H" TO WS-CURRENT-LEVEL
               WHEN OTHER
                   MOVE "L" TO WS-CURRENT-LEVEL
           END-EVALUATE.


       130-RANK-LEVEL.

           EVALUATE WS-LEVEL-CODE
               WHEN "F"
                   MOVE 4 TO WS-LEVEL-RANK
               WHEN "T"
                   MOVE 3 TO WS-LEVEL-RANK
               WHEN "H"
                   MOVE 2 TO WS-LEVEL-RANK
               WHEN "L"
                   MOVE 1 TO WS-LEVEL-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-LEVEL-RANK
           END-EVALUATE.


       140-WRITE-CHANGE.

           MOVE CN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
                   MOVE SPACE  TO SM-ENROLL-STATUS
           END-READ.

           MOVE SPACES            TO LOAD-FEED-RECORD.
           MOVE CN-STUDENT-ID     TO LF-STUDENT-ID.
           MOVE CN-TERM-CODE      TO LF-TERM-CODE.
           MOVE CN-SNAP-DATE      TO LF-SNAP-DATE.
           MOVE CN-ATTEMPTED-LOAD TO LF-CENSUS-LOAD.
           MOVE CN-ENROLL-LEVEL   TO LF-CENSUS-LEVEL.
           MOVE WS-CURRENT-LOAD   TO LF-CURRENT-LOAD.
           MOVE WS-CURRENT-LEVEL  TO LF-CURRENT-LEVEL.
           MOVE SM-ENROLL-STATUS  TO LF-ENROLL-STATUS.

           MOVE CN-STUDENT-ID     TO LD-STUDENT-ID.
           MOVE SM-STUDENT-NAME   TO LD-STUDENT-NAME.
           MOVE CN-ATTEMPTED-LOAD TO LD-CENSUS-LOAD.
           MOVE CN-ENROLL-LEVEL   TO LD-CENSUS-LEVEL.
           MOVE WS-CURRENT-LOAD   TO LD-CURRENT-LOAD.
           MOVE WS-CURRENT-LEVEL  TO LD-CURRENT-LEVEL.

           IF WS-CURRENT-RANK < WS-CENSUS-RANK
               MOVE "D"         TO LF-DIRECTION
               MOVE "DROPPED"   TO LD-CHANGE
               ADD 1 TO WS-LEVEL-DROPPED
           ELSE
               MOVE "U"         TO LF-DIRECTION
               MOVE "INCREASED" TO LD-CHANGE
               ADD 1 TO WS-LEVEL-ROSE
           END-IF.

           WRITE LOAD-FEED-RECORD.
           ADD 1 TO WS-LF-CTL-COUNT.
           ADD LF-STUDENT-ID TO WS-LF-CTL-HASH.

           MOVE LOAD-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO LOAD-REC.
           WRITE LOAD-REC AFTER 2.

           MOVE "SNAPSHOT RECORDS READ" TO TR-CAPTION.
           MOVE WS-SNAPS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 1.

           MOVE "NO LOAD CAPTURED - NOT COMPARED" TO TR-CAPTION.
           MOVE WS-NOT-CAPTURED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 1.

           MOVE "LEVEL UNCHANGED SINCE CENSUS" TO TR-CAPTION.
           MOVE WS-LEVEL-UNCHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 1.

           MOVE "LEVEL DROPPED SINCE CENSUS" TO TR-CAPTION.
           MOVE WS-LEVEL-DROPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 1.

           MOVE "LEVEL INCREASED SINCE CENSUS" TO TR-CAPTION.
           MOVE WS-LEVEL-ROSE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 1.

           MOVE "AID FEED RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-LF-CTL-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LOAD-REC.
           WRITE LOAD-REC AFTER 1.
