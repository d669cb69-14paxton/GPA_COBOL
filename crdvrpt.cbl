       IDENTIFICATION DIVISION.

       PROGRAM-ID. CRDVRPT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CRDVRPT - CATALOG CREDIT-RANGE VARIANCE REPORT    *
      *  CHECKS EVERY COURSE OCCURRENCE ON THE STUDENT     *
      *  MASTER (AND ITS OVERFLOW SEGMENTS) AGAINST THE    *
      *  MINIMUM AND MAXIMUM CREDITS THE COURSE CATALOG    *
      *  CARRIES FOR THE COURSE, AND LISTS EACH OCCURRENCE *
      *  WHOSE CREDITS FALL OUTSIDE THE RANGE - HISTORY    *
      *  POSTED BEFORE THE RANGE EDITS, OR BEFORE A        *
      *  COURSE'S RANGE WAS NARROWED.  THE REGISTRAR       *
      *  REVIEWS THE LIST; NOTHING IS CHANGED.  AN         *
      *  OCCURRENCE WHOSE COURSE IS NOT ON THE CATALOG IS  *
      *  NOT LISTED, ONLY COUNTED IN THE TRAILER.          *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL OVERFLOW-FILE
               ASSIGN OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SO-OVFL-KEY
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT VARIANCE-REPORT
               ASSIGN CRDVRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VARIANCE-REPORT.

       01  VARIANCE-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  STUMAST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  STUMAST-EOF                     VALUE "Y".
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  WS-CAT-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  COURSE-ON-CATALOG               VALUE "Y".
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-WORK-COURSE-ID       PIC X(06) VALUE SPACES.
           05  WS-WORK-CREDITS         PIC 99V9  VALUE ZERO.
           05  WS-WORK-TERM            PIC X(05) VALUE SPACES.
           05  WS-WORK-SEGMENT-NO      PIC 9(02) VALUE ZERO.
           05  WS-MIN-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-MAX-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-STUDENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-OCCURS-CHECKED       PIC 9(07) VALUE ZERO.
           05  WS-OCCURS-OUTSIDE       PIC 9(07) VALUE ZERO.
           05  WS-OCCURS-NOT-CATALOGED PIC 9(07) VALUE ZERO.

       01  CATALOG-TBL-GROUP.
                   05 CATALOG-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-CATALOG
                      INDEXED BY CAT-X.
                           10 CAT-COURSE-ID     PIC X(06).
                           10 CAT-MIN-CREDITS   PIC 99V9.
                           10 CAT-MAX-CREDITS   PIC 99V9.

       01  VARIANCE-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  VRH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  VRH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  VRH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "CATALOG CREDIT-RANGE VARIANCE REPORT".
           05                 PIC X(70)  VALUE SPACE.

       01  VARIANCE-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(32)  VALUE "STUDENT NAME".
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(07)  VALUE "TERM".
           05                 PIC X(07)  VALUE "CRED".
           05                 PIC X(07)  VALUE " MIN".
           05                 PIC X(07)  VALUE " MAX".
           05                 PIC X(12)  VALUE "SOURCE".
           05                 PIC X(41)  VALUE SPACE.

       01  VARIANCE-DETAIL-LINE.
           05  VD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-STUDENT-NAME    PIC X(30).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-TERM-CODE       PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-CREDITS         PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  VD-MIN-CREDITS     PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  VD-MAX-CREDITS     PIC Z9.9.
           05                     PIC X(03)  VALUE SPACE.
           05  VD-SOURCE          PIC X(09).
           05                     PIC X(01)  VALUE SPACE.
           05  VD-SEGMENT-NO      PIC Z9 BLANK WHEN ZERO.
           05                     PIC X(41)  VALUE SPACE.

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

           PERFORM UNTIL STUMAST-EOF
               READ STUDENT-FILE
                   AT END
                       SET STUMAST-EOF TO TRUE
               END-READ
               IF NOT STUMAST-EOF
                   IF WS-STUD-STATUS = '00'
                       ADD 1 TO WS-STUDENTS-READ
                       PERFORM 110-CHECK-STUDENT
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 000-MAIN-MODULE'
                       DISPLAY ' ERROR IN READING THE STUDENT FILE'
                       DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
                       DISPLAY '*******************************'
                       SET STUMAST-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 OVERFLOW-FILE
                 VARIANCE-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO VRH-MONTH.
           MOVE CD-DAY     TO VRH-DAY.
           MOVE CD-YEAR    TO VRH-YEAR.

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

           PERFORM 120-LOAD-CATALOG.

           OPEN OUTPUT VARIANCE-REPORT.

           MOVE VARIANCE-HEADING-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER PAGE.
           MOVE VARIANCE-COLUMN-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER 2.
           MOVE SPACES TO VARIANCE-REC.
           WRITE VARIANCE-REC.


       120-LOAD-CATALOG.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-CATALOG'
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
                       DISPLAY ' 120-LOAD-CATALOG'
                       DISPLAY ' TOO MANY COURSES IN CRSECATG -'
                       DISPLAY ' MAXIMUM IS 500'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CC-COURSE-ID
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-MIN-CREDITS
                       TO CAT-MIN-CREDITS (WS-NUM-CATALOG)
                   MOVE CC-MAX-CREDITS
                       TO CAT-MAX-CREDITS (WS-NUM-CATALOG)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  110-CHECK-STUDENT - CHECKS THE MASTER'S COURSE    *
      *  OCCURRENCES, THEN EACH OVERFLOW SEGMENT IN TURN   *
      *  UNTIL THE FIRST SEGMENT NUMBER NOT ON FILE.       *
      *****************************************************
       110-CHECK-STUDENT.

           PERFORM 140-CHECK-MASTER-COURSE
               VARYING SMSTINDX FROM 1 BY 1
               UNTIL SMSTINDX > SM-NUM-CRS-COMPLTD.

           MOVE "N" TO WS-OVFL-SEG-EOF-SWITCH.
           PERFORM VARYING WS-OVFL-SEG-NO FROM 1 BY 1
                   UNTIL OVFL-SEG-EOF
               MOVE SM-STUDENT-ID  TO SO-STUDENT-ID
               MOVE WS-OVFL-SEG-NO TO SO-SEGMENT-NO
               READ OVERFLOW-FILE
                   INVALID KEY
                       SET OVFL-SEG-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM 150-CHECK-OVFL-COURSE
                           VARYING SOCRSNDX FROM 1 BY 1
                           UNTIL SOCRSNDX > SO-NUM-CRS-SEGMENT
               END-READ
           END-PERFORM.


       140-CHECK-MASTER-COURSE.

           MOVE SM-COURSE-ID (SMSTINDX)         TO WS-WORK-COURSE-ID.
           MOVE SM-COURSE-CREDITS (SMSTINDX)    TO WS-WORK-CREDITS.
           MOVE SM-CRS-TERM-CODE (SMSTINDX)     TO WS-WORK-TERM.
           MOVE ZERO                            TO WS-WORK-SEGMENT-NO.
           PERFORM 170-CHECK-OCCURRENCE.


       150-CHECK-OVFL-COURSE.

           MOVE SO-COURSE-ID (SOCRSNDX)         TO WS-WORK-COURSE-ID.
           MOVE SO-COURSE-CREDITS (SOCRSNDX)    TO WS-WORK-CREDITS.
           MOVE SO-CRS-TERM-CODE (SOCRSNDX)     TO WS-WORK-TERM.
           MOVE SO-SEGMENT-NO                   TO WS-WORK-SEGMENT-NO.
           PERFORM 170-CHECK-OCCURRENCE.


      *****************************************************
      *  160-LOOKUP-RANGE - SETS WS-MIN-CREDITS AND        *
      *  WS-MAX-CREDITS FOR THE COURSE IN WS-WORK-COURSE-  *
      *  ID, OR TURNS COURSE-ON-CATALOG OFF.               *
      *****************************************************
       160-LOOKUP-RANGE.

           MOVE "N" TO WS-CAT-FOUND-SWITCH.
           SET CAT-X TO 1.
           SEARCH CATALOG-ENTRY VARYING CAT-X
               AT END
                   CONTINUE
               WHEN CAT-COURSE-ID (CAT-X) = WS-WORK-COURSE-ID
                   MOVE "Y" TO WS-CAT-FOUND-SWITCH
                   MOVE CAT-MIN-CREDITS (CAT-X) TO WS-MIN-CREDITS
                   MOVE CAT-MAX-CREDITS (CAT-X) TO WS-MAX-CREDITS
           END-SEARCH.


       170-CHECK-OCCURRENCE.

           ADD 1 TO WS-OCCURS-CHECKED.
           PERFORM 160-LOOKUP-RANGE.

           EVALUATE TRUE
           WHEN NOT COURSE-ON-CATALOG
               ADD 1 TO WS-OCCURS-NOT-CATALOGED
           WHEN WS-WORK-CREDITS < WS-MIN-CREDITS
                   OR WS-WORK-CREDITS > WS-MAX-CREDITS
               ADD 1 TO WS-OCCURS-OUTSIDE
               PERFORM 180-PRINT-VARIANCE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.


       180-PRINT-VARIANCE.

           MOVE SM-STUDENT-ID        TO VD-STUDENT-ID.
           MOVE SM-STUDENT-NAME      TO VD-STUDENT-NAME.
           MOVE WS-WORK-COURSE-ID    TO VD-COURSE-ID.
           MOVE WS-WORK-TERM         TO VD-TERM-CODE.
           MOVE WS-WORK-CREDITS      TO VD-CREDITS.
           MOVE WS-MIN-CREDITS       TO VD-MIN-CREDITS.
           MOVE WS-MAX-CREDITS       TO VD-MAX-CREDITS.
           IF WS-WORK-SEGMENT-NO = ZERO
               MOVE "MASTER"         TO VD-SOURCE
           ELSE
               MOVE "OVERFLOW"       TO VD-SOURCE
           END-IF.
           MOVE WS-WORK-SEGMENT-NO   TO VD-SEGMENT-NO.

           MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER 2.

           MOVE "STUDENTS READ" TO TR-CAPTION.
           MOVE WS-STUDENTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER 1.

           MOVE "COURSE OCCURRENCES CHECKED" TO TR-CAPTION.
           MOVE WS-OCCURS-CHECKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER 1.

           MOVE "OCCURRENCES OUTSIDE CATALOG RANGE" TO TR-CAPTION.
           MOVE WS-OCCURS-OUTSIDE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER 1.

           MOVE "OCCURRENCES NOT ON THE CATALOG" TO TR-CAPTION.
           MOVE WS-OCCURS-NOT-CATALOGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VARIANCE-REC.
           WRITE VARIANCE-REC AFTER 1.
