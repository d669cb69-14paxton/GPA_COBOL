
      *****************************************************
      *  PREREQCK - PREREQUISITE VIOLATION AUDIT           *
      *  WALKS EVERY STUDENT'S COURSE OCCURRENCES (FROM    *
      *  THE NIGHTLY COURSE-OCCURRENCE EXTRACT, OCCFILE)   *
      *  IN COURSE-TERM ORDER AND CHECKS EACH COMPLETED    *
      *  COURSE AGAINST THE PREREQUISITE COURSE IDS ON ITS *
      *  CATALOG RECORD.  A PREREQUISITE SATISFIES ONLY    *
      *  WHEN IT WAS COMPLETED IN AN EARLIER TERM THAN THE *
      *  COURSE THAT REQUIRES IT.  VIOLATIONS PRINT ON     *
      *  PREQRPT FOR THE ADVISING OFFICE'S EXCEPTION       *
      *  REVIEW.  THE PREREQUISITES CHECKED ARE THOSE IN   *
      *  FORCE IN THE TERM THE COURSE WAS TAKEN, FROM THE  *
      *  CATALOG VERSION HISTORY (CRSEHIST) WHERE CATMNT   *
      *  HAS SINCE CHANGED THEM.  THE RUN BALANCES ITS     *
      *  HEADER, OCCURRENCE AND CREDIT TOTALS TO THE       *
      *  EXTRACT'S TRAILER AND ENDS WITH RETURN CODE 8 ON  *
      *  A SHORT OR OUT-OF-BALANCE EXTRACT.                *
      *****************************************************

       ENVIRONMENT DIVISION.

       FILE-CONTROL.

           SELECT OCCURRENCE-FILE
               ASSIGN OCCFILE
               FILE STATUS IS WS-OCC-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL VERSION-FILE
               ASSIGN CRSEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CV-VERSION-KEY
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT OPTIONAL EQUIV-FILE
               ASSIGN CRSEQUIV

       FILE SECTION.

       FD  OCCURRENCE-FILE.

            COPY CRSEOCC IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERSION-FILE.

            COPY CRSEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EQUIV-FILE.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  OCCFILE-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  OCCFILE-EOF                     VALUE "Y".
           05  WS-OCC-STATUS           PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  CATALOG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  CATALOG-EOF                     VALUE "Y".
           05  WS-STUDENT-PENDING-SWITCH PIC X(01) VALUE "N".
               88  STUDENT-PENDING                 VALUE "Y".
           05  WS-CUR-STUDENT-ID       PIC 9(09) VALUE ZERO.
           05  WS-CUR-NAME-LAST        PIC X(16) VALUE SPACES.
           05  WS-NUM-CATALOG          PIC 9(03) VALUE ZERO.
           05  WS-NUM-HIST             PIC 9(03) VALUE ZERO.
           05  WS-HIST-SUB             PIC 9(03) VALUE ZERO.
           05  WS-VIOLATIONS-FOUND     PIC 9(07) VALUE ZERO.
           05  WS-HIST-TRUNCATED       PIC 9(07) VALUE ZERO.

      *****************************************************
      *  OCCFILE BALANCING - TOTALS TAKEN AS THE EXTRACT   *
      *  IS READ AND THE VALUES FROM ITS *CTL* TRAILER.    *
      *****************************************************
       01  OCCFILE-CONTROL-FIELDS.
           05  WS-OCC-TRAILER-SWITCH   PIC X(01)   VALUE "N".
               88  OCC-TRAILER-SEEN                VALUE "Y".
           05  WS-OCC-BALANCE-SWITCH   PIC X(01)   VALUE "Y".
               88  OCCFILE-IN-BALANCE              VALUE "Y".
           05  WS-OCC-RECORDS          PIC 9(09) VALUE ZERO.
           05  WS-OCC-HASH             PIC 9(13) VALUE ZERO.
           05  WS-OCC-STUDENTS         PIC 9(09) VALUE ZERO.
           05  WS-OCC-OCCURRENCES      PIC 9(09) VALUE ZERO.
           05  WS-OCC-CREDITS          PIC 9(09)V9 VALUE ZERO.
           05  WS-OT-RECORD-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-OT-ID-HASH-TOTAL     PIC 9(13) VALUE ZERO.
           05  WS-OT-STUDENT-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-OT-OCCUR-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-OT-CREDIT-TOTAL      PIC 9(09)V9 VALUE ZERO.

      *****************************************************
      *  CATALOG TABLE WITH THE PREREQUISITE CHAINS.  THE  *
      *  PREREQ SLOTS OF AN UNCATALOGED COURSE ARE BLANK,  *
                      DEPENDING ON WS-NUM-CATALOG
                      INDEXED BY CAT-X.
               10  CAT-COURSE-ID       PIC X(06).
               10  CAT-EFFECTIVE-TERM  PIC X(05).
               10  CAT-PREREQ-ID       PIC X(06) OCCURS 3 TIMES.

      *****************************************************
      *  SUPERSEDED CATALOG VERSIONS, IN COURSE AND        *
      *  EFFECTIVE-TERM ORDER AS LOADED FROM CRSEHIST.     *
      *****************************************************
       01  VERSION-WORK-FIELDS.
           05  WS-VERSION-STATUS       PIC XX.
           05  VERSION-EOF-SWITCH      PIC X(01) VALUE "N".
               88  VERSION-EOF                   VALUE "Y".
           05  WS-NUM-VERSIONS         PIC 9(04) VALUE ZERO.
           05  WS-VER-SUB              PIC 9(04) VALUE ZERO.
           05  WS-VERSION-SUB          PIC 9(04) VALUE ZERO.
           05  WS-VERSION-TERM         PIC X(05) VALUE SPACES.

       01  VERSION-TBL-GROUP.
           05  VERSION-ENTRY OCCURS 1000 TIMES.
               10  VR-COURSE-ID        PIC X(06).
               10  VR-EFFECTIVE-TERM   PIC X(05).
               10  VR-PREREQ-ID        PIC X(06) OCCURS 3 TIMES.

      *****************************************************
      *  ONE STUDENT'S FULL COURSE HISTORY (MASTER PLUS    *
      *  OVERFLOW), GATHERED BEFORE CHECKING SO EVERY      *
           05  PQ-REMARK          PIC X(30).
           05                     PIC X(42)  VALUE SPACE.

       01  OCC-BALANCE-HEADING-LINE.
           05                 PIC X(36)
               VALUE "COURSE-OCCURRENCE EXTRACT BALANCING".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(07)  VALUE "TRAILER".
           05                 PIC X(07)  VALUE SPACE.
           05                 PIC X(08)  VALUE "THIS RUN".
           05                 PIC X(70)  VALUE SPACE.

       01  OCC-BALANCE-LINE.
           05  OB-CAPTION             PIC X(36).
           05  OB-TRAILER-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(04)  VALUE SPACE.
           05  OB-READ-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(70)  VALUE SPACE.

       01  OCC-BALANCE-HOURS-LINE.
           05  OH-CAPTION             PIC X(36).
           05  OH-TRAILER-HOURS       PIC ZZZ,ZZZ,ZZ9.9.
           05                         PIC X(02)  VALUE SPACE.
           05  OH-READ-HOURS          PIC ZZZ,ZZZ,ZZ9.9.
           05                         PIC X(68)  VALUE SPACE.

       01  OCC-STATUS-LINE.
           05  OS-CAPTION             PIC X(60).
           05                         PIC X(72)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.

           PERFORM 100-HSK.

           PERFORM UNTIL OCCFILE-EOF
               READ OCCURRENCE-FILE
                   AT END
                       SET OCCFILE-EOF TO TRUE
               END-READ
               IF NOT OCCFILE-EOF
                   IF WS-OCC-STATUS = '00'
                       PERFORM 105-APPLY-OCC-RECORD
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 000-MAIN-MODULE'
                       DISPLAY ' ERROR IN READING THE OCCURRENCE FILE'
                       DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
                       DISPLAY '*******************************'
                       SET OCCFILE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF STUDENT-PENDING
               PERFORM 110-CHECK-STUDENT
           END-IF.

           PERFORM 240-PRINT-TRAILER.

           PERFORM 180-BALANCE-TO-OCCFILE.

           CLOSE OCCURRENCE-FILE
                 PREREQ-REPORT.

           IF NOT OCCFILE-IN-BALANCE
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' OCCFILE DOES NOT BALANCE TO ITS TRAILER -'
               DISPLAY ' THE AUDIT IS INCOMPLETE.  SEE PREQRPT.'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


           PERFORM 915-LOAD-EQUIV.

           PERFORM 120-LOAD-CATALOG.
           PERFORM 930-LOAD-VERSIONS.

           OPEN INPUT OCCURRENCE-FILE.

           IF WS-OCC-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OCCURRENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OCC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.
                   END-IF
                   MOVE CC-COURSE-ID
                       TO CAT-COURSE-ID (WS-NUM-CATALOG)
                   MOVE CC-EFFECTIVE-TERM
                       TO CAT-EFFECTIVE-TERM (WS-NUM-CATALOG)
                   PERFORM VARYING WS-PREQ-SUB FROM 1 BY 1
                           UNTIL WS-PREQ-SUB > 3
                       MOVE CC-PREREQ-ID (WS-PREQ-SUB)


      *****************************************************
      *  105-APPLY-OCC-RECORD - A STUDENT HEADER CHECKS    *
      *  THE PREVIOUS STUDENT AND OPENS THE NEXT; AN       *
      *  OCCURRENCE GOES INTO THE OPEN STUDENT'S HISTORY   *
      *  TABLE; THE *CTL* TRAILER ENDS THE FILE.  EVERY    *
      *  RECORD COUNTS TOWARD THE BALANCE TO THE TRAILER.  *
      *****************************************************
       105-APPLY-OCC-RECORD.

           IF CO-CTL-PRESENT
               PERFORM 185-SAVE-OCC-TRAILER
           ELSE
               ADD 1 TO WS-OCC-RECORDS
               ADD CO-STUDENT-ID TO WS-OCC-HASH
               IF CO-STUDENT-HEADER
                   ADD 1 TO WS-OCC-STUDENTS
                   IF STUDENT-PENDING
                       PERFORM 110-CHECK-STUDENT
                   END-IF
                   ADD 1 TO WS-STUDENTS-CHECKED
                   MOVE "Y" TO WS-STUDENT-PENDING-SWITCH
                   MOVE CO-STUDENT-ID TO WS-CUR-STUDENT-ID
                   MOVE CO-NAME-LAST  TO WS-CUR-NAME-LAST
                   MOVE ZERO TO WS-NUM-HIST
               ELSE
                   ADD 1 TO WS-OCC-OCCURRENCES
                   ADD CO-ATTEMPTED-CREDITS TO WS-OCC-CREDITS
                   IF STUDENT-PENDING
                       PERFORM 130-GATHER-COURSE
                   END-IF
               END-IF
           END-IF.


      *****************************************************
      *  110-CHECK-STUDENT - WITH THE FULL HISTORY IN THE  *
      *  HISTORY TABLE, CHECKS EVERY OCCURRENCE'S          *
      *  PREREQUISITES AGAINST IT.                         *
      *****************************************************
       110-CHECK-STUDENT.

           MOVE "N" TO WS-STUDENT-PENDING-SWITCH.

           PERFORM 140-CHECK-ONE-COURSE
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-NUM-HIST.


       130-GATHER-COURSE.

           IF WS-NUM-HIST < 500
               ADD 1 TO WS-NUM-HIST
               MOVE CO-COURSE-ID TO WS-RESOLVE-ID
               PERFORM 920-RESOLVE-COURSE-ID
               MOVE WS-RESOLVE-ID
                   TO HT-COURSE-ID (WS-NUM-HIST)
               MOVE CO-TERM-CODE
                   TO HT-TERM-CODE (WS-NUM-HIST)
           ELSE
               ADD 1 TO WS-HIST-TRUNCATED

      *****************************************************
      *  140-CHECK-ONE-COURSE - FOR EACH PREREQUISITE THE  *
      *  CATALOG NAMES FOR THE COURSE IN THE TERM IT WAS   *
      *  TAKEN, SCANS THE HISTORY FOR A COMPLETION OF THAT *
      *  PREREQUISITE IN AN EARLIER TERM.  A PREREQUISITE  *
      *  TAKEN THE SAME TERM OR LATER, OR NEVER, IS A      *
      *  VIOLATION.                                        *
      *****************************************************
       140-CHECK-ONE-COURSE.

               WHEN CAT-COURSE-ID (CAT-X) =
                       HT-COURSE-ID (WS-HIST-SUB)
                   ADD 1 TO WS-COURSES-CHECKED
                   MOVE HT-TERM-CODE (WS-HIST-SUB) TO WS-VERSION-TERM
                   PERFORM 935-FIND-VERSION
                   PERFORM 150-CHECK-PREREQS
           END-SEARCH.


           PERFORM VARYING WS-PREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREQ-SUB > 3
               IF WS-VERSION-SUB = ZERO
                   MOVE CAT-PREREQ-ID (CAT-X WS-PREQ-SUB)
                       TO WS-WORK-PREREQ-ID
               ELSE
                   MOVE VR-PREREQ-ID (WS-VERSION-SUB WS-PREQ-SUB)
                       TO WS-WORK-PREREQ-ID
               END-IF
               IF WS-WORK-PREREQ-ID NOT = SPACES
                   MOVE WS-WORK-PREREQ-ID TO WS-RESOLVE-ID
                   PERFORM 920-RESOLVE-COURSE-ID
       190-WRITE-VIOLATION.

           ADD 1 TO WS-VIOLATIONS-FOUND.
           MOVE WS-CUR-STUDENT-ID TO PQ-STUDENT-ID.
           MOVE WS-CUR-NAME-LAST  TO PQ-NAME-LAST.
           MOVE HT-COURSE-ID (WS-HIST-SUB) TO PQ-COURSE-ID.
           MOVE HT-TERM-CODE (WS-HIST-SUB) TO PQ-TERM-CODE.
           MOVE WS-WORK-PREREQ-ID TO PQ-PREREQ-ID.
           MOVE TRAILER-DETAIL-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 1.

      *****************************************************
      *  180-BALANCE-TO-OCCFILE - PRINTS THE EXTRACT'S     *
      *  TRAILER TOTALS BESIDE THE TOTALS READ THIS RUN.   *
      *  A MISSING TRAILER, OR ANY DIFFERENCE IN RECORD    *
      *  COUNT, STUDENT-ID HASH, HEADER COUNT, OCCURRENCE  *
      *  COUNT OR ATTEMPTED CREDITS, PUTS THE RUN OUT OF   *
      *  BALANCE.                                          *
      *****************************************************
       180-BALANCE-TO-OCCFILE.

           IF NOT OCC-TRAILER-SEEN
               MOVE "N" TO WS-OCC-BALANCE-SWITCH
               DISPLAY '******************************'
               DISPLAY ' 180-BALANCE-TO-OCCFILE'
               DISPLAY ' OCCFILE HAS NO *CTL* TRAILER - THE'
               DISPLAY ' EXTRACT IS SHORT OR WAS WITHHELD'
               DISPLAY '*******************************'
           END-IF.

           IF WS-OCC-RECORDS NOT = WS-OT-RECORD-COUNT
                   OR WS-OCC-HASH NOT = WS-OT-ID-HASH-TOTAL
                   OR WS-OCC-STUDENTS NOT = WS-OT-STUDENT-COUNT
                   OR WS-OCC-OCCURRENCES NOT = WS-OT-OCCUR-COUNT
                   OR WS-OCC-CREDITS NOT = WS-OT-CREDIT-TOTAL
               MOVE "N" TO WS-OCC-BALANCE-SWITCH
           END-IF.

           MOVE SPACES TO PREQ-REC.
           WRITE PREQ-REC AFTER 2.
           MOVE OCC-BALANCE-HEADING-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 1.

           MOVE "STUDENT HEADERS" TO OB-CAPTION.
           MOVE WS-OT-STUDENT-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-STUDENTS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 2.

           MOVE "COURSE OCCURRENCES" TO OB-CAPTION.
           MOVE WS-OT-OCCUR-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-OCCURRENCES TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 1.

           MOVE "TOTAL RECORDS" TO OB-CAPTION.
           MOVE WS-OT-RECORD-COUNT TO OB-TRAILER-COUNT.
           MOVE WS-OCC-RECORDS TO OB-READ-COUNT.
           MOVE OCC-BALANCE-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 1.

           MOVE "ATTEMPTED CREDITS" TO OH-CAPTION.
           MOVE WS-OT-CREDIT-TOTAL TO OH-TRAILER-HOURS.
           MOVE WS-OCC-CREDITS TO OH-READ-HOURS.
           MOVE OCC-BALANCE-HOURS-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 1.

           EVALUATE TRUE
               WHEN NOT OCC-TRAILER-SEEN
                   MOVE "STATUS - NO EXTRACT TRAILER, OUT OF BALANCE"
                       TO OS-CAPTION
               WHEN WS-OCC-HASH NOT = WS-OT-ID-HASH-TOTAL
                   MOVE "STATUS - STUDENT-ID HASH DISAGREES"
                       TO OS-CAPTION
               WHEN OCCFILE-IN-BALANCE
                   MOVE "STATUS - IN BALANCE" TO OS-CAPTION
               WHEN OTHER
                   MOVE "STATUS - OUT OF BALANCE" TO OS-CAPTION
           END-EVALUATE.
           MOVE OCC-STATUS-LINE TO PREQ-REC.
           WRITE PREQ-REC AFTER 2.


      *****************************************************
      *  185-SAVE-OCC-TRAILER - HOLDS THE EXTRACT'S        *
      *  TRAILER TOTALS AND ENDS THE READ.                 *
      *****************************************************
       185-SAVE-OCC-TRAILER.

           MOVE "Y" TO WS-OCC-TRAILER-SWITCH.
           MOVE CO-CTL-RECORD-COUNT  TO WS-OT-RECORD-COUNT.
           MOVE CO-CTL-ID-HASH-TOTAL TO WS-OT-ID-HASH-TOTAL.
           MOVE CO-CTL-STUDENT-COUNT TO WS-OT-STUDENT-COUNT.
           MOVE CO-CTL-OCCUR-COUNT   TO WS-OT-OCCUR-COUNT.
           MOVE CO-CTL-CREDIT-TOTAL  TO WS-OT-CREDIT-TOTAL.
           SET OCCFILE-EOF TO TRUE.


      *****************************************************
      *  915-LOAD-EQUIV - LOADS THE COURSE RENUMBERING     *
               END-PERFORM
               ADD 1 TO WS-EQ-HOPS
           END-PERFORM.


      *****************************************************
      *  930-LOAD-VERSIONS - LOADS THE SUPERSEDED CATALOG  *
      *  VERSIONS.  AN ABSENT HISTORY FILE LOADS NOTHING - *
      *  EVERY COURSE IS THEN REPORTED AGAINST THE         *
      *  VERSION ON THE CATALOG.                           *
      *****************************************************
       930-LOAD-VERSIONS.

           OPEN INPUT VERSION-FILE.

           PERFORM UNTIL VERSION-EOF
               READ VERSION-FILE
                   AT END
                       SET VERSION-EOF TO TRUE
               END-READ
               IF NOT VERSION-EOF
                   ADD 1 TO WS-NUM-VERSIONS
                   IF WS-NUM-VERSIONS > 1000
                       DISPLAY '******************************'
                       DISPLAY ' 930-LOAD-VERSIONS'
                       DISPLAY ' MORE THAN 1000 CATALOG VERSIONS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE CV-COURSE-ID
                       TO VR-COURSE-ID (WS-NUM-VERSIONS)
                   MOVE CV-EFFECTIVE-TERM
                       TO VR-EFFECTIVE-TERM (WS-NUM-VERSIONS)
                   PERFORM VARYING WS-PREQ-SUB FROM 1 BY 1
                           UNTIL WS-PREQ-SUB > 3
                       MOVE CV-PREREQ-ID (WS-PREQ-SUB)
                           TO VR-PREREQ-ID
                              (WS-NUM-VERSIONS WS-PREQ-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE VERSION-FILE.


      *****************************************************
      *  935-FIND-VERSION - PICKS THE CATALOG VERSION IN   *
      *  FORCE IN WS-VERSION-TERM FOR THE COURSE AT CAT-X. *
      *  WS-VERSION-SUB COMES BACK ZERO WHEN THE CATALOG   *
      *  RECORD ITSELF IS IN FORCE (OR THE TERM IS BLANK); *
      *  OTHERWISE IT POINTS AT THE LATEST SUPERSEDED      *
      *  VERSION EFFECTIVE BY THAT TERM, OR THE EARLIEST   *
      *  ONE KNOWN WHEN THE TERM PREDATES THEM ALL.        *
      *****************************************************
       935-FIND-VERSION.

           MOVE ZERO TO WS-VERSION-SUB.
           IF WS-VERSION-TERM NOT = SPACES
                   AND WS-VERSION-TERM < CAT-EFFECTIVE-TERM (CAT-X)
               PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                       UNTIL WS-VER-SUB > WS-NUM-VERSIONS
                   IF VR-COURSE-ID (WS-VER-SUB) = CAT-COURSE-ID (CAT-X)
                       IF WS-VERSION-SUB = ZERO
                               OR VR-EFFECTIVE-TERM (WS-VER-SUB)
                                   NOT > WS-VERSION-TERM
                           MOVE WS-VER-SUB TO WS-VERSION-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
