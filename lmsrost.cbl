       IDENTIFICATION DIVISION.

       PROGRAM-ID. LMSROST.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  LMSROST - LEARNING MANAGEMENT SYSTEM ROSTER FEED  *
      *  NIGHTLY OUTBOUND EXTRACT OF SECTION ENROLLMENTS   *
      *  FOR THE TERM ON THE LMSPARM CARD.  EVERY COURSE   *
      *  ON A REGFILE REGISTRATION FOR THE TERM IS FOUND   *
      *  IN ITS SECTION THROUGH REGSECT, AND THE SECTION'S *
      *  INSTRUCTOR OF RECORD IS TAKEN FROM SECTFILE; A    *
      *  COURSE ADDED WITHOUT A SECTION HAS NO LMS COURSE  *
      *  SHELL AND IS ONLY COUNTED.  THE ENROLLMENTS ARE   *
      *  SORTED BY STUDENT AND COURSE AND MATCHED TO THE   *
      *  SNAPSHOT THE LAST RUN LEFT (LMSPREV): AN          *
      *  ENROLLMENT NOT IN THE SNAPSHOT IS SENT AS AN ADD, *
      *  ONE IN THE SNAPSHOT BUT NO LONGER REGISTERED AS A *
      *  DROP, AND A SECTION CHANGE AS A DROP FROM THE OLD *
      *  SECTION AND AN ADD TO THE NEW.  ONLY THESE ADDS   *
      *  AND DROPS GO TO THE LMSOUT FEED, WHICH ENDS WITH  *
      *  THE STANDARD EXTRCTL TRAILER.  SNAPSHOT ENTRIES   *
      *  FOR ANY OTHER TERM ARE DROPPED FROM THE SNAPSHOT  *
      *  WITHOUT BEING SENT.  TONIGHT'S ENROLLMENTS ARE    *
      *  WRITTEN TO LMSNEXT, WHICH BECOMES THE NEXT RUN'S  *
      *  LMSPREV; WITH NO LMSPREV (THE FIRST RUN OF A      *
      *  TERM) EVERY ENROLLMENT IS SENT AS AN ADD.  EACH   *
      *  ADD AND DROP PRINTS ON LMSRPT WITH THE RUN'S      *
      *  CONTROL TOTALS.                                   *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LMS-PARM-FILE
               ASSIGN LMSPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT OPTIONAL PRIOR-SNAPSHOT-FILE
               ASSIGN LMSPREV
               FILE STATUS IS WS-PREV-STATUS.

           SELECT NEXT-SNAPSHOT-FILE
               ASSIGN LMSNEXT.

           SELECT LMS-EXTRACT
               ASSIGN LMSOUT.

           SELECT LMS-REPORT
               ASSIGN LMSRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  LMS-PARM-FILE.

       01  LMS-PARM-RECORD.
           05  LP-TERM-CODE             PIC X(05).

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-ENROLL-KEY.
               10  SR-STUDENT-ID        PIC 9(09).
               10  SR-COURSE-ID         PIC X(06).
           05  SR-SECTION-NO            PIC X(03).
           05  SR-INSTRUCTOR-ID         PIC X(06).

      *****************************************************
      *  ROSTER SNAPSHOT - ONE RECORD PER ENROLLMENT SENT, *
      *  IN STUDENT / COURSE ORDER.  LMSNEXT IS WRITTEN IN *
      *  THE SAME LAYOUT AS LMSPREV IS READ.               *
      *****************************************************
       FD  PRIOR-SNAPSHOT-FILE.

       01  PRIOR-SNAPSHOT-RECORD.
           05  PV-ENROLL-KEY.
               10  PV-STUDENT-ID        PIC 9(09).
               10  PV-COURSE-ID         PIC X(06).
           05  PV-TERM-CODE             PIC X(05).
           05  PV-SECTION-NO            PIC X(03).
           05  PV-INSTRUCTOR-ID         PIC X(06).
           05                           PIC X(11).

       FD  NEXT-SNAPSHOT-FILE.

       01  NEXT-SNAPSHOT-RECORD.
           05  NX-STUDENT-ID            PIC 9(09).
           05  NX-COURSE-ID             PIC X(06).
           05  NX-TERM-CODE             PIC X(05).
           05  NX-SECTION-NO            PIC X(03).
           05  NX-INSTRUCTOR-ID         PIC X(06).
           05                           PIC X(11).

       FD  LMS-EXTRACT.

       01  LMS-EXTRACT-RECORD.
           05  LX-ACTION                PIC X(01).
               88  LX-ACTION-ADD                VALUE "A".
               88  LX-ACTION-DROP               VALUE "D".
           05  LX-STUDENT-ID            PIC 9(09).
           05  LX-TERM-CODE             PIC X(05).
           05  LX-COURSE-ID             PIC X(06).
           05  LX-SECTION-NO            PIC X(03).
           05  LX-INSTRUCTOR-ID         PIC X(06).
           05  LX-NAME-LAST             PIC X(16).
           05  LX-NAME-FIRST            PIC X(12).
           05  LX-EXTRACT-DATE          PIC 9(08).
           05                           PIC X(14).

       FD  LMS-REPORT.

       01  LMS-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  REG-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  REG-EOF                         VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  PREV-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  PREV-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-PREV-STATUS          PIC XX.
           05  WS-REG-SECT-SWITCH      PIC X(01)   VALUE "N".
               88  REG-SECTION-FOUND               VALUE "Y".
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-REGS-READ            PIC 9(07) VALUE ZERO.
           05  WS-ENROLLS-RELEASED     PIC 9(09) VALUE ZERO.
           05  WS-NO-SECTION           PIC 9(07) VALUE ZERO.
           05  WS-SECT-NOT-ON-MAST     PIC 9(07) VALUE ZERO.
           05  WS-PREV-READ            PIC 9(09) VALUE ZERO.
           05  WS-PREV-OTHER-TERM      PIC 9(07) VALUE ZERO.
           05  WS-ADDS-SENT            PIC 9(07) VALUE ZERO.
           05  WS-DROPS-SENT           PIC 9(07) VALUE ZERO.
           05  WS-SECTION-CHANGES      PIC 9(07) VALUE ZERO.
           05  WS-UNCHANGED            PIC 9(09) VALUE ZERO.
           05  WS-SNAPSHOT-WRITTEN     PIC 9(09) VALUE ZERO.

      *****************************************************
      *  MATCH KEYS - STUDENT AND COURSE OF THE CURRENT    *
      *  ENROLLMENT AND OF THE SNAPSHOT ENTRY, SET TO      *
      *  HIGH-VALUES WHEN EACH SIDE RUNS OUT.              *
      *****************************************************
       01  MATCH-KEY-FIELDS.
           05  WS-CUR-KEY.
               10  WS-CUR-STUDENT-ID   PIC 9(09).
               10  WS-CUR-COURSE-ID    PIC X(06).
           05  WS-PRV-KEY.
               10  WS-PRV-STUDENT-ID   PIC 9(09).
               10  WS-PRV-COURSE-ID    PIC X(06).

       01  CONTROL-TRAILER-FIELDS.
           05  WS-LX-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-LX-CTL-HASH          PIC 9(13) VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  LMS-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  LRH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  LRH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  LRH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "LMSROST LMS ROSTER ADD / DROP FEED".
           05                 PIC X(06)   VALUE "TERM: ".
           05  LRH-TERM-CODE  PIC X(05).
           05                 PIC X(57)  VALUE SPACE.

       01  LMS-COLUMN-LINE.
           05                 PIC X(08)  VALUE "ACTION".
           05                 PIC X(11)  VALUE "STUDENT".
           05                 PIC X(30)  VALUE "NAME".
           05                 PIC X(08)  VALUE "COURSE".
           05                 PIC X(05)  VALUE "SECT".
           05                 PIC X(70)  VALUE "INSTRUCTOR".

       01  LMS-DETAIL-LINE.
           05  LD-ACTION          PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  LD-NAME-FIRST      PIC X(12).
           05                     PIC X(01)  VALUE SPACE.
           05  LD-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-SECTION-NO      PIC X(03).
           05                     PIC X(02)  VALUE SPACE.
           05  LD-INSTRUCTOR-ID   PIC X(06).
           05                     PIC X(64)  VALUE SPACE.

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

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
               ON ASCENDING KEY SR-COURSE-ID
               INPUT PROCEDURE IS 200-RELEASE-ENROLLMENTS
               OUTPUT PROCEDURE IS 300-MATCH-TO-SNAPSHOT.

           PERFORM 235-WRITE-CONTROL-TRAILER.

           PERFORM 240-PRINT-TRAILER.

           CLOSE SECTION-MASTER-FILE
                 REG-SECTION-FILE
                 STUDENT-FILE
                 NEXT-SNAPSHOT-FILE
                 LMS-EXTRACT
                 LMS-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO LRH-MONTH.
           MOVE CD-DAY     TO LRH-DAY.
           MOVE CD-YEAR    TO LRH-YEAR.

           OPEN INPUT LMS-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE LMS PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ LMS-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' LMSPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF LP-TERM-CODE = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' LMSPARM TERM CODE IS BLANK'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE LP-TERM-CODE TO WS-TERM-CODE.
           MOVE LP-TERM-CODE TO LRH-TERM-CODE.

           CLOSE LMS-PARM-FILE.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEXT-SNAPSHOT-FILE.

           OPEN OUTPUT LMS-EXTRACT.

           OPEN OUTPUT LMS-REPORT.

           MOVE LMS-HEADING-LINE TO LMS-REC.
           WRITE LMS-REC AFTER PAGE.
           MOVE LMS-COLUMN-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 2.
           MOVE SPACES TO LMS-REC.
           WRITE LMS-REC.


      *****************************************************
      *  200-RELEASE-ENROLLMENTS - ONE SORT RECORD PER     *
      *  COURSE ON A REGISTRATION FOR THE PARM TERM THAT   *
      *  WAS ADDED INTO A SECTION.                         *
      *****************************************************
       200-RELEASE-ENROLLMENTS.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 200-RELEASE-ENROLLMENTS'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL REG-EOF
               READ CURRENT-REG-FILE
                   AT END
                       SET REG-EOF TO TRUE
               END-READ
               IF NOT REG-EOF
                   IF RG-TERM-CODE = WS-TERM-CODE
                       ADD 1 TO WS-REGS-READ
                       PERFORM 210-RELEASE-REG-COURSE
                           VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CURRENT-REG-FILE.


      *****************************************************
      *  210-RELEASE-REG-COURSE - THE SECTION COMES FROM   *
      *  REGSECT AND ITS INSTRUCTOR FROM SECTFILE.  A      *
      *  SECTION MISSING FROM SECTFILE IS STILL SENT, WITH *
      *  NO INSTRUCTOR, SO THE STUDENT REACHES THE SHELL.  *
      *****************************************************
       210-RELEASE-REG-COURSE.

           MOVE RG-STUDENT-ID           TO RS-STUDENT-ID.
           MOVE RG-TERM-CODE            TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (RGCRSNDX) TO RS-COURSE-ID.
           MOVE "N" TO WS-REG-SECT-SWITCH.
           READ REG-SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-SECT-SWITCH
           END-READ.

           IF REG-SECTION-FOUND
               MOVE RG-STUDENT-ID           TO SR-STUDENT-ID
               MOVE RG-COURSE-ID (RGCRSNDX) TO SR-COURSE-ID
               MOVE RS-SECTION-NO           TO SR-SECTION-NO
               MOVE RS-COURSE-ID            TO CS-COURSE-ID
               MOVE RS-TERM-CODE            TO CS-TERM-CODE
               MOVE RS-SECTION-NO           TO CS-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-SECT-NOT-ON-MAST
                       MOVE SPACES TO SR-INSTRUCTOR-ID
                   NOT INVALID KEY
                       MOVE CS-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
               END-READ
               RELEASE SORT-RECORD
               ADD 1 TO WS-ENROLLS-RELEASED
           ELSE
               ADD 1 TO WS-NO-SECTION
           END-IF.


      *****************************************************
      *  300-MATCH-TO-SNAPSHOT - MATCHES TONIGHT'S SORTED  *
      *  ENROLLMENTS TO LAST RUN'S SNAPSHOT ON STUDENT AND *
      *  COURSE AND SENDS THE DIFFERENCES.                 *
      *****************************************************
       300-MATCH-TO-SNAPSHOT.

           OPEN INPUT PRIOR-SNAPSHOT-FILE.

           IF WS-PREV-STATUS NOT = '00' AND WS-PREV-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 300-MATCH-TO-SNAPSHOT'
               DISPLAY ' ERROR OPENING THE PRIOR ROSTER SNAPSHOT'
               DISPLAY ' FILE STATUS IS ', WS-PREV-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 310-RETURN-ENROLLMENT.
           PERFORM 320-READ-SNAPSHOT.

           PERFORM UNTIL WS-CUR-KEY = HIGH-VALUES
                     AND WS-PRV-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CUR-KEY < WS-PRV-KEY
                       PERFORM 330-SEND-ADD
                       PERFORM 350-WRITE-SNAPSHOT
                       PERFORM 310-RETURN-ENROLLMENT
                   WHEN WS-CUR-KEY > WS-PRV-KEY
                       PERFORM 340-SEND-DROP
                       PERFORM 320-READ-SNAPSHOT
                   WHEN OTHER
                       IF SR-SECTION-NO = PV-SECTION-NO
                           ADD 1 TO WS-UNCHANGED
                       ELSE
                           ADD 1 TO WS-SECTION-CHANGES
                           PERFORM 340-SEND-DROP
                           PERFORM 330-SEND-ADD
                       END-IF
                       PERFORM 350-WRITE-SNAPSHOT
                       PERFORM 310-RETURN-ENROLLMENT
                       PERFORM 320-READ-SNAPSHOT
               END-EVALUATE
           END-PERFORM.

           CLOSE PRIOR-SNAPSHOT-FILE.


       310-RETURN-ENROLLMENT.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

           IF SORT-EOF
               MOVE HIGH-VALUES TO WS-CUR-KEY
           ELSE
               MOVE SR-ENROLL-KEY TO WS-CUR-KEY
           END-IF.


      *****************************************************
      *  320-READ-SNAPSHOT - NEXT SNAPSHOT ENTRY FOR THE   *
      *  PARM TERM.  ENTRIES LEFT FROM ANOTHER TERM ARE    *
      *  COUNTED AND PASSED OVER.                          *
      *****************************************************
       320-READ-SNAPSHOT.

           MOVE LOW-VALUES TO WS-PRV-KEY.

           PERFORM UNTIL WS-PRV-KEY NOT = LOW-VALUES
               IF PREV-EOF
                   MOVE HIGH-VALUES TO WS-PRV-KEY
               ELSE
                   READ PRIOR-SNAPSHOT-FILE
                       AT END
                           SET PREV-EOF TO TRUE
                   END-READ
                   IF NOT PREV-EOF
                       ADD 1 TO WS-PREV-READ
                       IF PV-TERM-CODE = WS-TERM-CODE
                           MOVE PV-ENROLL-KEY TO WS-PRV-KEY
                       ELSE
                           ADD 1 TO WS-PREV-OTHER-TERM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       330-SEND-ADD.

           MOVE SPACES            TO LMS-EXTRACT-RECORD.
           MOVE "A"               TO LX-ACTION.
           MOVE SR-STUDENT-ID     TO LX-STUDENT-ID.
           MOVE SR-COURSE-ID      TO LX-COURSE-ID.
           MOVE SR-SECTION-NO     TO LX-SECTION-NO.
           MOVE SR-INSTRUCTOR-ID  TO LX-INSTRUCTOR-ID.
           ADD 1 TO WS-ADDS-SENT.
           PERFORM 360-WRITE-DELTA.


       340-SEND-DROP.

           MOVE SPACES            TO LMS-EXTRACT-RECORD.
           MOVE "D"               TO LX-ACTION.
           MOVE PV-STUDENT-ID     TO LX-STUDENT-ID.
           MOVE PV-COURSE-ID      TO LX-COURSE-ID.
           MOVE PV-SECTION-NO     TO LX-SECTION-NO.
           MOVE PV-INSTRUCTOR-ID  TO LX-INSTRUCTOR-ID.
           ADD 1 TO WS-DROPS-SENT.
           PERFORM 360-WRITE-DELTA.


       350-WRITE-SNAPSHOT.

           MOVE SPACES            TO NEXT-SNAPSHOT-RECORD.
           MOVE SR-STUDENT-ID     TO NX-STUDENT-ID.
           MOVE SR-COURSE-ID      TO NX-COURSE-ID.
           MOVE WS-TERM-CODE      TO NX-TERM-CODE.
           MOVE SR-SECTION-NO     TO NX-SECTION-NO.
           MOVE SR-INSTRUCTOR-ID  TO NX-INSTRUCTOR-ID.
           WRITE NEXT-SNAPSHOT-RECORD.
           ADD 1 TO WS-SNAPSHOT-WRITTEN.


      *****************************************************
      *  360-WRITE-DELTA - NAMES THE STUDENT FROM THE      *
      *  STUDENT MASTER, WRITES THE FEED RECORD, ADDS IT   *
      *  TO THE TRAILER TOTALS AND PRINTS IT.              *
      *****************************************************
       360-WRITE-DELTA.

           MOVE WS-TERM-CODE      TO LX-TERM-CODE.
           MOVE CD-CURRENT-DATE   TO LX-EXTRACT-DATE.
           MOVE LX-STUDENT-ID     TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO LX-NAME-LAST
                                  LX-NAME-FIRST
               NOT INVALID KEY
                   MOVE SM-NAME-LAST  TO LX-NAME-LAST
                   MOVE SM-NAME-FIRST TO LX-NAME-FIRST
           END-READ.

           WRITE LMS-EXTRACT-RECORD.
           ADD 1 TO WS-LX-CTL-COUNT.
           ADD LX-STUDENT-ID TO WS-LX-CTL-HASH.

           MOVE SPACES TO LMS-DETAIL-LINE.
           IF LX-ACTION-ADD
               MOVE "ADD"  TO LD-ACTION
           ELSE
               MOVE "DROP" TO LD-ACTION
           END-IF.
           MOVE LX-STUDENT-ID     TO LD-STUDENT-ID.
           MOVE LX-NAME-LAST      TO LD-NAME-LAST.
           MOVE LX-NAME-FIRST     TO LD-NAME-FIRST.
           MOVE LX-COURSE-ID      TO LD-COURSE-ID.
           MOVE LX-SECTION-NO     TO LD-SECTION-NO.
           MOVE LX-INSTRUCTOR-ID  TO LD-INSTRUCTOR-ID.
           MOVE LMS-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (COUNT, STUDENT-ID HASH TOTAL, RUN  *
      *  DATE) TO THE LMS FEED.  A NIGHT WITH NO CHANGES   *
      *  STILL SENDS THE TRAILER, WITH A ZERO COUNT.       *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-LX-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-LX-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO LMS-EXTRACT-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO LMS-EXTRACT-RECORD.
           WRITE LMS-EXTRACT-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO LMS-REC.
           WRITE LMS-REC AFTER 2.

           MOVE "REGISTRATIONS READ FOR THE TERM" TO TR-CAPTION.
           MOVE WS-REGS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "SECTION ENROLLMENTS TONIGHT" TO TR-CAPTION.
           MOVE WS-ENROLLS-RELEASED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "COURSES WITH NO SECTION - NOT SENT" TO TR-CAPTION.
           MOVE WS-NO-SECTION TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "SECTIONS NOT ON SECTION MASTER" TO TR-CAPTION.
           MOVE WS-SECT-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "PRIOR SNAPSHOT RECORDS READ" TO TR-CAPTION.
           MOVE WS-PREV-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "PRIOR SNAPSHOT - OTHER TERM" TO TR-CAPTION.
           MOVE WS-PREV-OTHER-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "ENROLLMENTS UNCHANGED" TO TR-CAPTION.
           MOVE WS-UNCHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "SECTION CHANGES" TO TR-CAPTION.
           MOVE WS-SECTION-CHANGES TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "ADDS SENT" TO TR-CAPTION.
           MOVE WS-ADDS-SENT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "DROPS SENT" TO TR-CAPTION.
           MOVE WS-DROPS-SENT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "FEED RECORDS (TRAILER COUNT)" TO TR-CAPTION.
           MOVE WS-LX-CTL-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.

           MOVE "SNAPSHOT RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-SNAPSHOT-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LMS-REC.
           WRITE LMS-REC AFTER 1.
