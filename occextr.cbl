       IDENTIFICATION DIVISION.

       PROGRAM-ID. OCCEXTR.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  OCCEXTR - NIGHTLY COURSE-OCCURRENCE EXTRACT       *
      *  SWEEPS THE STUDENT MASTER AND ITS OVERFLOW        *
      *  SEGMENTS ONCE AND WRITES THE FLATTENED, SORTED    *
      *  OCCURRENCE FILE (OCCFILE, LAYOUT CRSEOCC) THAT    *
      *  THE SWEEP REPORTS READ INSTEAD OF THE MASTER -    *
      *  CRSERPT, DEPTRPT, PREREQCK, BILLEXT, FINSAP AND   *
      *  GPAAUDIT.  EACH MASTER RECORD YIELDS A STUDENT    *
      *  HEADER FOLLOWED BY ONE RECORD PER COURSE          *
      *  OCCURRENCE, IN STUDENT, TERM AND COURSE ORDER.    *
      *  EVERY OCCURRENCE IS RESOLVED HERE, ONCE, AGAINST  *
      *  THE COURSE CATALOG (DEPARTMENT AND CROSS-LIST     *
      *  GROUP) AND THE POSTED-SECTION CROSS-REFERENCE     *
      *  (SECTION AND INSTRUCTOR).  THE FILE CLOSES WITH   *
      *  THE *CTL* TRAILER EXTENDED WITH HEADER,           *
      *  OCCURRENCE AND ATTEMPTED-CREDIT TOTALS, TO WHICH  *
      *  EVERY READER BALANCES.  IF THE SORTED OUTPUT DOES *
      *  NOT BALANCE TO THE SWEEP THE TRAILER IS WITHHELD  *
      *  AND THE STEP ENDS WITH RETURN CODE 8, SO NO       *
      *  REPORT RUNS FROM A SHORT FILE.  CONTROL TOTALS    *
      *  PRINT ON OCCRPT.                                  *
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

           SELECT OPTIONAL POSTED-SECTION-FILE
               ASSIGN GRDSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PS-POST-KEY
               FILE STATUS IS WS-PSECT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT OCCURRENCE-EXTRACT
               ASSIGN OCCFILE.

           SELECT OCCURRENCE-REPORT
               ASSIGN OCCRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  POSTED-SECTION-FILE.

            COPY GRDSECT IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-STUDENT-ID            PIC 9(09).
           05  SR-RECORD-TYPE           PIC X(01).
           05  SR-TERM-CODE             PIC X(05).
           05  SR-COURSE-ID             PIC X(06).
           05                           PIC X(59).

       FD  OCCURRENCE-EXTRACT.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OCCURRENCE-REPORT.

       01  OCC-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  STUMAST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  STUMAST-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-PSECT-STATUS         PIC XX.
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-BALANCE-SWITCH       PIC X(01)   VALUE "Y".
               88  EXTRACT-IN-BALANCE              VALUE "Y".

      *****************************************************
      *  SWEEP TOTALS ARE TAKEN AS RECORDS ARE RELEASED TO *
      *  THE SORT; OUTPUT TOTALS AS THEY ARE WRITTEN.  THE *
      *  TWO SETS MUST AGREE BEFORE THE TRAILER IS         *
      *  WRITTEN.                                          *
      *****************************************************
       01  CONTROL-TOTALS.
           05  WS-MASTER-READ          PIC 9(09) VALUE ZERO.
           05  WS-OVFL-SEGMENTS        PIC 9(09) VALUE ZERO.
           05  WS-OCCUR-RELEASED       PIC 9(09) VALUE ZERO.
           05  WS-UNCATALOGED          PIC 9(09) VALUE ZERO.
           05  WS-NO-SECTION           PIC 9(09) VALUE ZERO.
           05  WS-CREDIT-RELEASED      PIC 9(09)V9 VALUE ZERO.
           05  WS-HEADERS-WRITTEN      PIC 9(09) VALUE ZERO.
           05  WS-OCCUR-WRITTEN        PIC 9(09) VALUE ZERO.
           05  WS-CREDIT-WRITTEN       PIC 9(09)V9 VALUE ZERO.

       01  CONTROL-TRAILER-FIELDS.
           05  WS-CO-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-CO-CTL-HASH          PIC 9(13) VALUE ZERO.

       01  CATALOG-TBL-GROUP.
                   05 CATALOG-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-CATALOG
                      INDEXED BY CAT-X.
                           10 CAT-COURSE-ID     PIC X(06).
                           10 CAT-DEPARTMENT    PIC X(04).
                           10 CAT-XLIST-GROUP   PIC X(06).

       01  OCC-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  OCH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  OCH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  OCH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "COURSE-OCCURRENCE EXTRACT CONTROL TOTALS".
           05                 PIC X(68)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

       01  HOURS-DETAIL-LINE.
           05  HR-CAPTION             PIC X(36).
           05  HR-HOURS               PIC ZZZ,ZZZ,ZZ9.9.
           05                         PIC X(83)  VALUE SPACE.

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
               ON ASCENDING KEY SR-RECORD-TYPE
               ON ASCENDING KEY SR-TERM-CODE
               ON ASCENDING KEY SR-COURSE-ID
               INPUT PROCEDURE IS 200-SWEEP-MASTER
               OUTPUT PROCEDURE IS 300-WRITE-EXTRACT.

           PERFORM 230-CHECK-BALANCE.

           IF EXTRACT-IN-BALANCE
               PERFORM 235-WRITE-CONTROL-TRAILER
           END-IF.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 OVERFLOW-FILE
                 POSTED-SECTION-FILE
                 OCCURRENCE-EXTRACT
                 OCCURRENCE-REPORT.

           IF NOT EXTRACT-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE *CTL*     *
      *  TRAILER: RECORDS WRITTEN (HEADERS AND             *
      *  OCCURRENCES), STUDENT-ID HASH OVER THEM, RUN      *
      *  DATE, AND THE HEADER, OCCURRENCE AND ATTEMPTED-   *
      *  CREDIT TOTALS.                                    *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE SPACES TO COURSE-OCCURRENCE-RECORD.
           MOVE "*CTL*"            TO CO-CTL-LITERAL.
           MOVE WS-CO-CTL-COUNT    TO CO-CTL-RECORD-COUNT.
           MOVE WS-CO-CTL-HASH     TO CO-CTL-ID-HASH-TOTAL.
           MOVE CD-CURRENT-DATE    TO CO-CTL-RUN-DATE.
           MOVE WS-HEADERS-WRITTEN TO CO-CTL-STUDENT-COUNT.
           MOVE WS-OCCUR-WRITTEN   TO CO-CTL-OCCUR-COUNT.
           MOVE WS-CREDIT-WRITTEN  TO CO-CTL-CREDIT-TOTAL.
           WRITE COURSE-OCCURRENCE-RECORD.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO OCH-MONTH.
           MOVE CD-DAY     TO OCH-DAY.
           MOVE CD-YEAR    TO OCH-YEAR.

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

           OPEN INPUT POSTED-SECTION-FILE.

           IF WS-PSECT-STATUS NOT = '00'
                   AND WS-PSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE POSTED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-PSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 120-LOAD-CATALOG.

           OPEN OUTPUT OCCURRENCE-EXTRACT.

           OPEN OUTPUT OCCURRENCE-REPORT.

           MOVE OCC-HEADING-LINE TO OCC-REC.
           WRITE OCC-REC AFTER PAGE.
           MOVE SPACES TO OCC-REC.
           WRITE OCC-REC.


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
                   MOVE CC-DEPARTMENT
                       TO CAT-DEPARTMENT (WS-NUM-CATALOG)
                   MOVE CC-XLIST-GROUP
                       TO CAT-XLIST-GROUP (WS-NUM-CATALOG)
               END-IF
           END-PERFORM.

           CLOSE CATALOG-FILE.


      *****************************************************
      *  200-SWEEP-MASTER - READS THE MASTER IN KEY ORDER  *
      *  AND RELEASES EACH STUDENT'S HEADER AND COURSE     *
      *  OCCURRENCES, MASTER TABLE FIRST, THEN EVERY       *
      *  OVERFLOW SEGMENT IN SEGMENT ORDER.                *
      *****************************************************
       200-SWEEP-MASTER.

           PERFORM UNTIL STUMAST-EOF
               READ STUDENT-FILE
                   AT END
                       SET STUMAST-EOF TO TRUE
               END-READ
               IF NOT STUMAST-EOF
                   IF WS-STUD-STATUS = '00'
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 210-RELEASE-STUDENT
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 200-SWEEP-MASTER'
                       DISPLAY ' ERROR IN READING THE STUDENT FILE'
                       DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
                       DISPLAY '*******************************'
                       SET STUMAST-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.


       210-RELEASE-STUDENT.

           MOVE SPACES                TO COURSE-OCCURRENCE-RECORD.
           MOVE SM-STUDENT-ID         TO CO-STUDENT-ID.
           SET CO-STUDENT-HEADER      TO TRUE.
           MOVE SM-NAME-LAST          TO CO-NAME-LAST.
           MOVE SM-NAME-FIRST         TO CO-NAME-FIRST.
           MOVE SM-ENROLL-STATUS      TO CO-ENROLL-STATUS.
           MOVE SM-ACADEMIC-STANDING  TO CO-ACADEMIC-STANDING.
           MOVE SM-MAJOR-CODE         TO CO-MAJOR-CODE.
           MOVE SM-LAST-GPA           TO CO-LAST-GPA.
           MOVE SM-LAST-TOTAL-CREDITS TO CO-LAST-TOTAL-CREDITS.
           MOVE SM-GPA-AS-OF-DATE     TO CO-GPA-AS-OF-DATE.
           MOVE COURSE-OCCURRENCE-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.

           PERFORM 220-RELEASE-MASTER-COURSE
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
                       ADD 1 TO WS-OVFL-SEGMENTS
                       PERFORM 225-RELEASE-OVFL-COURSE
                           VARYING SOCRSNDX FROM 1 BY 1
                           UNTIL SOCRSNDX > SO-NUM-CRS-SEGMENT
               END-READ
           END-PERFORM.


       220-RELEASE-MASTER-COURSE.

           MOVE SPACES TO COURSE-OCCURRENCE-RECORD.
           MOVE SM-STUDENT-ID TO CO-STUDENT-ID.
           SET CO-OCCURRENCE TO TRUE.
           MOVE SM-CRS-TERM-CODE (SMSTINDX)     TO CO-TERM-CODE.
           MOVE SM-COURSE-ID (SMSTINDX)         TO CO-COURSE-ID.
           MOVE SM-COURSE-CREDITS (SMSTINDX)    TO CO-COURSE-CREDITS.
           MOVE SM-LETTER-ENTERED (SMSTINDX)    TO CO-LETTER-ENTERED.
           MOVE SM-ATTEMPTED-CREDITS (SMSTINDX) TO CO-ATTEMPTED-CREDITS.
           MOVE SM-GRADING-BASIS (SMSTINDX)     TO CO-GRADING-BASIS.
           MOVE SM-FORGIVE-FLAG (SMSTINDX)      TO CO-FORGIVE-FLAG.
           MOVE ZERO TO CO-SEGMENT-NO.
           SET CO-SEGMENT-SLOT TO SMSTINDX.
           PERFORM 250-RESOLVE-OCCURRENCE.


       225-RELEASE-OVFL-COURSE.

           MOVE SPACES TO COURSE-OCCURRENCE-RECORD.
           MOVE SO-STUDENT-ID TO CO-STUDENT-ID.
           SET CO-OCCURRENCE TO TRUE.
           MOVE SO-CRS-TERM-CODE (SOCRSNDX)     TO CO-TERM-CODE.
           MOVE SO-COURSE-ID (SOCRSNDX)         TO CO-COURSE-ID.
           MOVE SO-COURSE-CREDITS (SOCRSNDX)    TO CO-COURSE-CREDITS.
           MOVE SO-LETTER-ENTERED (SOCRSNDX)    TO CO-LETTER-ENTERED.
           MOVE SO-ATTEMPTED-CREDITS (SOCRSNDX) TO CO-ATTEMPTED-CREDITS.
           MOVE SO-GRADING-BASIS (SOCRSNDX)     TO CO-GRADING-BASIS.
           MOVE SO-FORGIVE-FLAG (SOCRSNDX)      TO CO-FORGIVE-FLAG.
           MOVE WS-OVFL-SEG-NO TO CO-SEGMENT-NO.
           SET CO-SEGMENT-SLOT TO SOCRSNDX.
           PERFORM 250-RESOLVE-OCCURRENCE.


      *****************************************************
      *  250-RESOLVE-OCCURRENCE - ATTACHES THE CATALOG     *
      *  DEPARTMENT AND CROSS-LIST GROUP OF THE COURSE ID  *
      *  AS POSTED (???? AND FLAG N WHEN NOT CATALOGED)    *
      *  AND THE SECTION AND INSTRUCTOR GRADE POSTING      *
      *  RECORDED ON GRDSECT (BLANK WHEN NONE), THEN       *
      *  RELEASES THE OCCURRENCE.                          *
      *****************************************************
       250-RESOLVE-OCCURRENCE.

           MOVE "????" TO CO-DEPARTMENT.
           MOVE "N"    TO CO-CATALOG-FLAG.
           MOVE SPACES TO CO-XLIST-GROUP.
           SET CAT-X TO 1.
           SEARCH CATALOG-ENTRY VARYING CAT-X
               AT END
                   ADD 1 TO WS-UNCATALOGED
               WHEN CAT-COURSE-ID (CAT-X) = CO-COURSE-ID
                   MOVE CAT-DEPARTMENT (CAT-X)  TO CO-DEPARTMENT
                   MOVE CAT-XLIST-GROUP (CAT-X) TO CO-XLIST-GROUP
                   SET CO-CATALOGED TO TRUE
           END-SEARCH.

           MOVE SPACES TO CO-SECTION-NO.
           MOVE SPACES TO CO-INSTRUCTOR-ID.
           MOVE CO-STUDENT-ID TO PS-STUDENT-ID.
           MOVE CO-COURSE-ID  TO PS-COURSE-ID.
           READ POSTED-SECTION-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-SECTION
               NOT INVALID KEY
                   MOVE PS-SECTION-NO    TO CO-SECTION-NO
                   MOVE PS-INSTRUCTOR-ID TO CO-INSTRUCTOR-ID
           END-READ.

           ADD 1 TO WS-OCCUR-RELEASED.
           ADD CO-ATTEMPTED-CREDITS TO WS-CREDIT-RELEASED.
           MOVE COURSE-OCCURRENCE-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.


      *****************************************************
      *  300-WRITE-EXTRACT - RETURNS THE SORTED RECORDS TO *
      *  OCCFILE, TAKING THE OUTPUT AND TRAILER TOTALS.    *
      *****************************************************
       300-WRITE-EXTRACT.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   MOVE SORT-RECORD TO COURSE-OCCURRENCE-RECORD
                   IF CO-STUDENT-HEADER
                       ADD 1 TO WS-HEADERS-WRITTEN
                   ELSE
                       ADD 1 TO WS-OCCUR-WRITTEN
                       ADD CO-ATTEMPTED-CREDITS TO WS-CREDIT-WRITTEN
                   END-IF
                   WRITE COURSE-OCCURRENCE-RECORD
                   ADD 1 TO WS-CO-CTL-COUNT
                   ADD CO-STUDENT-ID TO WS-CO-CTL-HASH
               END-IF
           END-PERFORM.


      *****************************************************
      *  230-CHECK-BALANCE - THE FILE WRITTEN MUST HOLD    *
      *  ONE HEADER PER MASTER RECORD READ AND EVERY       *
      *  OCCURRENCE AND CREDIT RELEASED.  ANY DIFFERENCE   *
      *  WITHHOLDS THE TRAILER.                            *
      *****************************************************
       230-CHECK-BALANCE.

           IF WS-HEADERS-WRITTEN NOT = WS-MASTER-READ
                   OR WS-OCCUR-WRITTEN NOT = WS-OCCUR-RELEASED
                   OR WS-CREDIT-WRITTEN NOT = WS-CREDIT-RELEASED
               MOVE "N" TO WS-BALANCE-SWITCH
               DISPLAY '******************************'
               DISPLAY ' 230-CHECK-BALANCE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO THE MASTER'
               DISPLAY ' SWEEP - THE CONTROL TRAILER IS WITHHELD'
               DISPLAY ' AND THE EXTRACT MAY NOT BE USED.'
               DISPLAY '*******************************'
           END-IF.


       240-PRINT-TRAILER.

           MOVE SPACES TO OCC-REC.
           WRITE OCC-REC AFTER 2.

           MOVE "MASTER RECORDS READ" TO TR-CAPTION.
           MOVE WS-MASTER-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "OVERFLOW SEGMENTS READ" TO TR-CAPTION.
           MOVE WS-OVFL-SEGMENTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "COURSE OCCURRENCES SWEPT" TO TR-CAPTION.
           MOVE WS-OCCUR-RELEASED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "OCCURRENCES NOT IN CATALOG" TO TR-CAPTION.
           MOVE WS-UNCATALOGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "OCCURRENCES WITHOUT A POSTED SECTION" TO TR-CAPTION.
           MOVE WS-NO-SECTION TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "STUDENT HEADERS WRITTEN" TO TR-CAPTION.
           MOVE WS-HEADERS-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "OCCURRENCE RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-OCCUR-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "TOTAL RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-CO-CTL-COUNT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           MOVE "TOTAL ATTEMPTED CREDITS" TO HR-CAPTION.
           MOVE WS-CREDIT-WRITTEN TO HR-HOURS.
           MOVE HOURS-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 1.

           IF EXTRACT-IN-BALANCE
               MOVE "STATUS - IN BALANCE, TRAILER WRITTEN"
                   TO TR-CAPTION
           ELSE
               MOVE "STATUS - OUT OF BALANCE, NO TRAILER"
                   TO TR-CAPTION
           END-IF.
           MOVE ZERO TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO OCC-REC.
           WRITE OCC-REC AFTER 2.
