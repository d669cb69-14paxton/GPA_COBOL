       IDENTIFICATION DIVISION.

       PROGRAM-ID. HOLDRECN.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  HOLDRECN - MONTHLY HOLD RECONCILIATION BY OFFICE  *
      *  LISTS, FOR EACH OFFICE ON THE HOLDSRC AUTHORITY   *
      *  TABLE, EVERY ACTIVE HOLD ON HOLDFILE OF A TYPE    *
      *  THAT OFFICE OWNS - WHETHER ITS OWN FEED PLACED IT *
      *  OR IT WAS KEYED BY HAND - SO THE OFFICE CAN       *
      *  BALANCE THE REGISTRAR'S HOLDS TO ITS OWN LIST AND *
      *  SEND RELEASES FOR ANY THAT NO LONGER APPLY.  EACH *
      *  OFFICE STARTS A NEW PAGE OF HLDRECON SO THE PAGES *
      *  CAN BE SENT SEPARATELY; AN OFFICE WITH NO ACTIVE  *
      *  HOLDS STILL GETS ITS PAGE.  EACH HOLD SHOWS THE   *
      *  STUDENT'S NAME, THE DATE PLACED AND DAYS ACTIVE,  *
      *  WHO PLACED IT AND THE REASON.                     *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT RECON-REPORT
               ASSIGN HLDRECON.

       DATA DIVISION.

       FILE SECTION.

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-SOURCE-SUB            PIC 9(02).
           05  SR-STUDENT-ID            PIC 9(09).
           05  SR-HOLD-TYPE             PIC X(01).
           05  SR-PLACED-DATE           PIC 9(08).
           05  SR-PLACED-BY             PIC X(06).
           05  SR-REASON                PIC X(30).

       FD  RECON-REPORT.

       01  RECON-REC      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  HOLD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  HOLD-EOF                        VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INTEGER        PIC 9(07) VALUE ZERO.
           05  WS-PLACED-INTEGER       PIC 9(07) VALUE ZERO.
           05  WS-DAYS-ACTIVE          PIC 9(05) VALUE ZERO.
           05  WS-CUR-OFFICE           PIC 9(02) VALUE ZERO.
           05  WS-NEXT-OFFICE          PIC 9(02) VALUE ZERO.
           05  WS-OFFICE-HOLDS         PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ACTIVE-HOLDS         PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-LISTED         PIC 9(07) VALUE ZERO.
           05  WS-UNOWNED-HOLDS        PIC 9(07) VALUE ZERO.
           05  WS-OFFICE-COUNT         PIC 9(07) OCCURS 10 TIMES.

            COPY HOLDSRC IN KC2477.SHARED.COBOL.STUDGPA.

       01  RECON-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RCH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RCH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RCH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "ACTIVE HOLD RECONCILIATION - OFFICE:".
           05                 PIC X(01)   VALUE SPACE.
           05  RCH-SOURCE-CODE PIC X(03).
           05                 PIC X(02)   VALUE SPACE.
           05  RCH-OFFICE-NAME PIC X(20).
           05                 PIC X(46)   VALUE SPACE.

       01  RECON-COLUMN-LINE.
           05                 PIC X(12)  VALUE "STUDENT ID".
           05                 PIC X(32)  VALUE "NAME".
           05                 PIC X(05)  VALUE "TYPE".
           05                 PIC X(10)  VALUE "PLACED".
           05                 PIC X(09)  VALUE "DAYS".
           05                 PIC X(09)  VALUE "PLACED BY".
           05                 PIC X(55)  VALUE "REASON".

       01  RECON-DETAIL-LINE.
           05  RD-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-STUDENT-NAME    PIC X(29).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-HOLD-TYPE       PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RD-PLACED-DATE     PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  RD-DAYS-ACTIVE     PIC ZZ,ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  RD-PLACED-BY       PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-REASON          PIC X(30).
           05                     PIC X(25)  VALUE SPACE.

       01  NO-HOLDS-LINE.
           05                     PIC X(40)
               VALUE "NO ACTIVE HOLDS FOR THIS OFFICE".
           05                     PIC X(92)  VALUE SPACE.

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
               ON ASCENDING KEY SR-SOURCE-SUB
               ON ASCENDING KEY SR-STUDENT-ID
               ON ASCENDING KEY SR-HOLD-TYPE
               INPUT PROCEDURE IS 200-RELEASE-HOLDS
               OUTPUT PROCEDURE IS 300-LIST-OFFICES.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 RECON-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RCH-MONTH.
           MOVE CD-DAY     TO RCH-DAY.
           MOVE CD-YEAR    TO RCH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT RECON-REPORT.

           PERFORM VARYING WS-CUR-OFFICE FROM 1 BY 1
                   UNTIL WS-CUR-OFFICE > 10
               MOVE ZERO TO WS-OFFICE-COUNT (WS-CUR-OFFICE)
           END-PERFORM.
           MOVE ZERO TO WS-CUR-OFFICE.


      *****************************************************
      *  200-RELEASE-HOLDS - EVERY ACTIVE HOLD IS RELEASED *
      *  TO THE SORT UNDER THE OFFICE THAT OWNS ITS TYPE.  *
      *  HOLDS OF A TYPE NO OFFICE OWNS (FINANCIAL,        *
      *  ADVISING, DISCIPLINARY) ARE THE REGISTRAR'S OWN   *
      *  AND ARE ONLY COUNTED.                             *
      *****************************************************
       200-RELEASE-HOLDS.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 200-RELEASE-HOLDS'
               DISPLAY ' ERROR OPENING THE STUDENT HOLD FILE'
               DISPLAY ' FILE STATUS IS ', WS-HOLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET HOLD-EOF TO TRUE
               END-READ
               IF NOT HOLD-EOF
                   ADD 1 TO WS-HOLDS-READ
                   IF HD-ACTIVE
                       ADD 1 TO WS-ACTIVE-HOLDS
                       PERFORM 210-RELEASE-ONE-HOLD
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE HOLD-FILE.


       210-RELEASE-ONE-HOLD.

           SET HS-NDX TO 1.
           SEARCH HS-ENTRY VARYING HS-NDX
               AT END
                   ADD 1 TO WS-UNOWNED-HOLDS
               WHEN HS-HOLD-TYPE (HS-NDX) = HD-HOLD-TYPE
                   SET WS-NEXT-OFFICE TO HS-NDX
                   PERFORM UNTIL WS-NEXT-OFFICE = 1
                           OR HS-SOURCE-CODE (WS-NEXT-OFFICE) NOT =
                              HS-SOURCE-CODE (WS-NEXT-OFFICE - 1)
                       SUBTRACT 1 FROM WS-NEXT-OFFICE
                   END-PERFORM
                   MOVE WS-NEXT-OFFICE   TO SR-SOURCE-SUB
                   MOVE HD-STUDENT-ID    TO SR-STUDENT-ID
                   MOVE HD-HOLD-TYPE     TO SR-HOLD-TYPE
                   MOVE HD-PLACED-DATE   TO SR-PLACED-DATE
                   MOVE HD-PLACED-BY     TO SR-PLACED-BY
                   MOVE HD-REASON        TO SR-REASON
                   RELEASE SORT-RECORD
           END-SEARCH.


      *****************************************************
      *  300-LIST-OFFICES - CONTROL BREAK ON OFFICE, WHICH *
      *  THE SORT CARRIES AS THE OFFICE'S FIRST HOLDSRC    *
      *  ENTRY.  AN OFFICE THE SORT SKIPS OVER HAS NO      *
      *  ACTIVE HOLDS AND PRINTS ITS PAGE EMPTY.           *
      *****************************************************
       300-LIST-OFFICES.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   PERFORM UNTIL WS-CUR-OFFICE = SR-SOURCE-SUB
                       PERFORM 310-NEXT-OFFICE
                   END-PERFORM
                   PERFORM 320-PRINT-HOLD
               END-IF
           END-PERFORM.

           PERFORM 305-FIND-NEXT-OFFICE.
           PERFORM UNTIL WS-NEXT-OFFICE > HS-NUM-ENTRIES
               PERFORM 310-NEXT-OFFICE
               PERFORM 305-FIND-NEXT-OFFICE
           END-PERFORM.

           IF WS-CUR-OFFICE > ZERO
               PERFORM 330-END-OFFICE
           END-IF.


      *****************************************************
      *  305-FIND-NEXT-OFFICE - THE NEXT HOLDSRC ENTRY     *
      *  THAT BEGINS A NEW OFFICE, OR ONE PAST THE TABLE.  *
      *****************************************************
       305-FIND-NEXT-OFFICE.

           COMPUTE WS-NEXT-OFFICE = WS-CUR-OFFICE + 1.
           PERFORM UNTIL WS-NEXT-OFFICE = 1
                   OR WS-NEXT-OFFICE > HS-NUM-ENTRIES
                   OR HS-SOURCE-CODE (WS-NEXT-OFFICE) NOT =
                      HS-SOURCE-CODE (WS-NEXT-OFFICE - 1)
               ADD 1 TO WS-NEXT-OFFICE
           END-PERFORM.


      *****************************************************
      *  310-NEXT-OFFICE - CLOSES THE OFFICE IN PROGRESS   *
      *  AND HEADS A NEW PAGE FOR THE NEXT ONE.            *
      *****************************************************
       310-NEXT-OFFICE.

           IF WS-CUR-OFFICE > ZERO
               PERFORM 330-END-OFFICE
           END-IF.

           PERFORM 305-FIND-NEXT-OFFICE.
           MOVE WS-NEXT-OFFICE TO WS-CUR-OFFICE.
           MOVE ZERO TO WS-OFFICE-HOLDS.
           SET HS-NDX TO WS-CUR-OFFICE.
           MOVE HS-SOURCE-CODE (HS-NDX) TO RCH-SOURCE-CODE.
           MOVE HS-OFFICE-NAME (HS-NDX) TO RCH-OFFICE-NAME.

           MOVE RECON-HEADING-LINE TO RECON-REC.
           WRITE RECON-REC AFTER PAGE.
           MOVE RECON-COLUMN-LINE TO RECON-REC.
           WRITE RECON-REC AFTER 2.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.


       320-PRINT-HOLD.

           ADD 1 TO WS-OFFICE-HOLDS.
           ADD 1 TO WS-HOLDS-LISTED.

           MOVE SR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "*** NOT ON STUDENT MASTER"
                       TO RD-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO RD-STUDENT-NAME
           END-READ.

           IF SR-PLACED-DATE > ZERO
               COMPUTE WS-PLACED-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SR-PLACED-DATE)
               COMPUTE WS-DAYS-ACTIVE =
                   WS-TODAY-INTEGER - WS-PLACED-INTEGER
           ELSE
               MOVE ZERO TO WS-DAYS-ACTIVE
           END-IF.

           MOVE SR-STUDENT-ID   TO RD-STUDENT-ID.
           MOVE SR-HOLD-TYPE    TO RD-HOLD-TYPE.
           MOVE SR-PLACED-DATE  TO RD-PLACED-DATE.
           MOVE WS-DAYS-ACTIVE  TO RD-DAYS-ACTIVE.
           MOVE SR-PLACED-BY    TO RD-PLACED-BY.
           MOVE SR-REASON       TO RD-REASON.
           MOVE RECON-DETAIL-LINE TO RECON-REC.
           WRITE RECON-REC.


       330-END-OFFICE.

           MOVE WS-OFFICE-HOLDS TO WS-OFFICE-COUNT (WS-CUR-OFFICE).

           IF WS-OFFICE-HOLDS = ZERO
               MOVE NO-HOLDS-LINE TO RECON-REC
               WRITE RECON-REC AFTER 1
           END-IF.

           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC AFTER 1.
           MOVE "ACTIVE HOLDS FOR THIS OFFICE" TO TR-CAPTION.
           MOVE WS-OFFICE-HOLDS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RECON-REC.
           WRITE RECON-REC AFTER 1.


      *****************************************************
      *  240-PRINT-TRAILER - A CONTROL PAGE FOR THE        *
      *  REGISTRAR: EACH OFFICE'S COUNT AND THE HOLDS NO   *
      *  OFFICE OWNS, TOGETHER BALANCING TO THE ACTIVE     *
      *  HOLDS ON FILE.                                    *
      *****************************************************
       240-PRINT-TRAILER.

           MOVE SPACES TO RCH-SOURCE-CODE.
           MOVE "CONTROL TOTALS" TO RCH-OFFICE-NAME.
           MOVE RECON-HEADING-LINE TO RECON-REC.
           WRITE RECON-REC AFTER PAGE.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC AFTER 1.

           MOVE "HOLD RECORDS READ" TO TR-CAPTION.
           MOVE WS-HOLDS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RECON-REC.
           WRITE RECON-REC AFTER 1.

           MOVE "ACTIVE HOLDS ON FILE" TO TR-CAPTION.
           MOVE WS-ACTIVE-HOLDS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RECON-REC.
           WRITE RECON-REC AFTER 1.

           MOVE ZERO TO WS-CUR-OFFICE.
           PERFORM 305-FIND-NEXT-OFFICE.
           PERFORM UNTIL WS-NEXT-OFFICE > HS-NUM-ENTRIES
               MOVE WS-NEXT-OFFICE TO WS-CUR-OFFICE
               MOVE SPACES TO TR-CAPTION
               STRING "  LISTED FOR " DELIMITED BY SIZE
                      HS-OFFICE-NAME (WS-CUR-OFFICE)
                          DELIMITED BY SIZE
                   INTO TR-CAPTION
               END-STRING
               MOVE WS-OFFICE-COUNT (WS-CUR-OFFICE) TO TR-COUNT
               MOVE TRAILER-DETAIL-LINE TO RECON-REC
               WRITE RECON-REC AFTER 1
               PERFORM 305-FIND-NEXT-OFFICE
           END-PERFORM.

           MOVE "  REGISTRAR'S OWN - NOT LISTED" TO TR-CAPTION.
           MOVE WS-UNOWNED-HOLDS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RECON-REC.
           WRITE RECON-REC AFTER 1.
