       IDENTIFICATION DIVISION.

       PROGRAM-ID. SRKRATE.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SRKRATE - STUDENT RIGHT-TO-KNOW GRADUATION AND    *
      *  TRANSFER-OUT RATES                                *
      *  PLACES EVERY MEMBER OF EACH ENTERING COHORT ON    *
      *  THE COHORT FILE (OR THE ONE COHORT NAMED ON THE   *
      *  SRKPARM CARD) IN EXACTLY ONE OUTCOME: COMPLETED   *
      *  WITHIN 100, 150 OR 200 PERCENT OF NORMAL TIME,    *
      *  ALLOWABLE EXCLUSION, STILL ENROLLED, TRANSFERRED  *
      *  OUT, OR NO LONGER ENROLLED.  NORMAL TIME IS THE   *
      *  SRKPARM YEARS (FOUR WHEN NO CARD IS GIVEN),       *
      *  COUNTED IN WHOLE MONTHS FROM THE START OF THE     *
      *  COHORT TERM ON ACADCAL - FROM THE MEMBER'S COHORT *
      *  ENTRY DATE WHEN THE TERM IS NOT ON THE CALENDAR - *
      *  TO THE CONFERRAL DATE OF THE FIRST DEGREE ON      *
      *  DEGRFILE CONFERRED SINCE THEN.  A MEMBER WITH NO  *
      *  DEGREE IN THE 200 PERCENT WINDOW IS TAKEN FROM    *
      *  THE LIVE MASTER, OR THE ARCHIVE MASTER WHEN       *
      *  ARCHIVED: DECEASED IS THE ALLOWABLE EXCLUSION,    *
      *  ACTIVE OR ON LEAVE IS STILL ENROLLED, AND ANY     *
      *  OTHER MEMBER MATCHED ON THE TOUTFILE              *
      *  SUBSEQUENT-ENROLLMENT FILE AS ENROLLED ELSEWHERE  *
      *  SINCE ENTRY HAS TRANSFERRED OUT.  RATES ARE TAKEN *
      *  OVER THE COHORT LESS EXCLUSIONS AND PRINT ON      *
      *  SRKRPT; A COHORT WHOSE 200 PERCENT WINDOW HAS NOT *
      *  CLOSED IS MARKED PROVISIONAL.  ONE GR01 RECORD    *
      *  PER COHORT GOES TO THE SRKOUT SUBMISSION FILE,    *
      *  WHICH ENDS WITH THE STANDARD *CTL* TRAILER;       *
      *  HAVING NO STUDENT IDS, IT CARRIES THE TOTAL       *
      *  COHORT MEMBERSHIP IN THE HASH FIELD.              *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL SRK-PARM-FILE
               ASSIGN SRKPARM
               FILE STATUS IS WS-SPARM-STATUS.

           SELECT COHORT-FILE
               ASSIGN COHORT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CO-STUDENT-ID
               FILE STATUS IS WS-COHORT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN ARCHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AR-STUDENT-ID
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL TRANSFER-OUT-FILE
               ASSIGN TOUTFILE
               FILE STATUS IS WS-TOUT-STATUS.

           SELECT SRK-OUT-FILE
               ASSIGN SRKOUT.

           SELECT SRK-REPORT
               ASSIGN SRKRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  SRK-PARM-FILE.

      *****************************************************
      *  OPTIONAL CARD: THE ONE COHORT TO REPORT (BLANK    *
      *  FOR EVERY COHORT ON THE FILE) AND THE NORMAL TIME *
      *  TO COMPLETION IN YEARS (BLANK OR ZERO FOR FOUR).  *
      *****************************************************
       01  SRK-PARM-RECORD.
           05  SP-COHORT-CODE           PIC X(05).
           05  SP-NORMAL-YEARS          PIC X(01).
           05  SP-NORMAL-YEARS-N REDEFINES SP-NORMAL-YEARS
                                        PIC 9(01).

       FD  COHORT-FILE.

       01  COHORT-RECORD.
           05  CO-STUDENT-ID            PIC 9(09).
           05  CO-COHORT-CODE           PIC X(05).
           05  CO-ENTRY-DATE            PIC 9(08).

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ARCHIVE-FILE.

       01  ARCHIVE-MASTER-RECORD.
           05  AR-STUDENT-ID            PIC 9(09).
           05  AR-REST                  PIC X(723).

       FD  TRANSFER-OUT-FILE.

      *****************************************************
      *  SUBSEQUENT-ENROLLMENT MATCH - ONE RECORD PER      *
      *  FORMER STUDENT FOUND ENROLLED AT ANOTHER          *
      *  INSTITUTION, WITH THAT INSTITUTION AND THE DATE   *
      *  ENROLLMENT THERE WAS FIRST REPORTED.              *
      *****************************************************
       01  TRANSFER-OUT-RECORD.
           05  TO-STUDENT-ID            PIC 9(09).
           05  TO-INSTITUTION-CODE      PIC X(08).
           05  TO-ENROLLED-DATE         PIC 9(08).

       FD  SRK-OUT-FILE.

       01  SRK-OUT-RECORD               PIC X(100).
       01  SRK-COHORT-RECORD REDEFINES SRK-OUT-RECORD.
           05  GW-RECORD-TYPE           PIC X(04).
           05  GW-COHORT-CODE           PIC X(05).
           05  GW-NORMAL-YEARS          PIC 9(01).
           05  GW-AS-OF-DATE            PIC 9(08).
           05  GW-RATE-STATUS           PIC X(01).
               88  GW-RATES-FINAL               VALUE "F".
               88  GW-RATES-PROVISIONAL         VALUE "P".
           05  GW-COHORT-SIZE           PIC 9(07).
           05  GW-EXCLUSIONS            PIC 9(07).
           05  GW-ADJUSTED-COHORT       PIC 9(07).
           05  GW-COMPLETED-100         PIC 9(07).
           05  GW-COMPLETED-150         PIC 9(07).
           05  GW-COMPLETED-200         PIC 9(07).
           05  GW-TRANSFERRED-OUT       PIC 9(07).
           05  GW-STILL-ENROLLED        PIC 9(07).
           05  GW-NO-LONGER-ENROLLED    PIC 9(07).
           05  GW-RATE-100              PIC 9(03)V9.
           05  GW-RATE-150              PIC 9(03)V9.
           05  GW-RATE-200              PIC 9(03)V9.
           05  GW-TRANSFER-OUT-RATE     PIC 9(03)V9.
           05                           PIC X(02).

       FD  SRK-REPORT.

       01  SRK-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  COHORT-EOF-SWITCH       PIC X(01)   VALUE "N".
               88  COHORT-EOF                      VALUE "Y".
           05  TOUT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TOUT-EOF                        VALUE "Y".
           05  DEGR-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  DEGR-SCAN-DONE                  VALUE "Y".
           05  WS-MASTER-FOUND-SWITCH  PIC X(01)   VALUE "N".
               88  MEMBER-ON-MASTER                VALUE "Y".
           05  WS-TRANSFER-SWITCH      PIC X(01)   VALUE "N".
               88  MEMBER-TRANSFERRED              VALUE "Y".
           05  WS-COHORT-FOUND-SWITCH  PIC X(01)   VALUE "N".
               88  COHORT-SLOT-FOUND               VALUE "Y".
           05  WS-SPARM-STATUS         PIC XX.
           05  WS-COHORT-STATUS        PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-ARCH-STATUS          PIC XX.
           05  WS-TOUT-STATUS          PIC XX.
           05  WS-SELECT-COHORT        PIC X(05) VALUE SPACES.
           05  WS-NORMAL-YEARS         PIC 9(01) VALUE 4.
           05  WS-LIMIT-100            PIC 9(03) VALUE ZERO.
           05  WS-LIMIT-150            PIC 9(03) VALUE ZERO.
           05  WS-LIMIT-200            PIC 9(03) VALUE ZERO.
           05  WS-START-DATE           PIC 9(08) VALUE ZERO.
           05  WS-START-PARTS REDEFINES WS-START-DATE.
               10  WS-START-YEAR       PIC 9(04).
               10  WS-START-MONTH      PIC 9(02).
               10  WS-START-DAY        PIC 9(02).
           05  WS-END-DATE             PIC 9(08) VALUE ZERO.
           05  WS-END-PARTS REDEFINES WS-END-DATE.
               10  WS-END-YEAR         PIC 9(04).
               10  WS-END-MONTH        PIC 9(02).
               10  WS-END-DAY          PIC 9(02).
           05  WS-CONFER-DATE          PIC 9(08) VALUE ZERO.
           05  WS-ELAPSED-MONTHS       PIC S9(05) VALUE ZERO.
           05  WS-COH-SUB              PIC 9(03) VALUE ZERO.
           05  WS-SHIFT-SUB            PIC 9(03) VALUE ZERO.
           05  WS-NUM-COHORTS          PIC 9(03) VALUE ZERO.
           05  WS-NUM-TRANSFERS        PIC 9(05) VALUE ZERO.
           05  WS-TO-SUB               PIC 9(05) VALUE ZERO.
           05  WS-MEMBERS-READ         PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-PLACED       PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-NOT-FOUND    PIC 9(07) VALUE ZERO.
           05  WS-FROM-ARCHIVE         PIC 9(07) VALUE ZERO.
           05  WS-LATE-COMPLETERS      PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-CALENDAR      PIC 9(07) VALUE ZERO.
           05  WS-GR01-WRITTEN         PIC 9(07) VALUE ZERO.

       01  TRANSFER-TBL-GROUP.
           05  TRANSFER-ENTRY OCCURS 5000 TIMES.
               10  TT-STUDENT-ID       PIC 9(09).
               10  TT-ENROLLED-DATE    PIC 9(08).

      *****************************************************
      *  COHORT TABLE - KEPT IN COHORT CODE ORDER AS       *
      *  COHORTS ARE FOUND, SO THE REPORT AND THE          *
      *  SUBMISSION COME OUT IN ENTRY-TERM ORDER.  THE     *
      *  OUTCOME COUNTS DO NOT OVERLAP: EVERY MEMBER ADDS  *
      *  TO EXACTLY ONE.                                   *
      *****************************************************
       01  COHORT-TBL-GROUP.
           05  COHORT-TALLY OCCURS 50 TIMES.
               10  CH-COHORT-CODE      PIC X(05).
               10  CH-START-DATE       PIC 9(08).
               10  CH-CALENDAR-FLAG    PIC X(01).
                   88  CH-ON-CALENDAR            VALUE "Y".
               10  CH-COUNTS.
                   15  CH-MEMBERS          PIC 9(07).
                   15  CH-EXCLUSIONS       PIC 9(07).
                   15  CH-COMPLETED-100    PIC 9(07).
                   15  CH-COMPLETED-150    PIC 9(07).
                   15  CH-COMPLETED-200    PIC 9(07).
                   15  CH-TRANSFERRED      PIC 9(07).
                   15  CH-STILL-ENROLLED   PIC 9(07).
                   15  CH-NO-LONGER        PIC 9(07).

      *****************************************************
      *  RATE WORK AREA - ONE COHORT'S COUNTS, OR THE      *
      *  ALL-COHORT TOTALS, AND THE RATES TAKEN FROM THEM. *
      *****************************************************
       01  RATE-WORK-FIELDS.
           05  WS-CALC-COUNTS.
               10  WS-CALC-MEMBERS         PIC 9(07).
               10  WS-CALC-EXCLUSIONS      PIC 9(07).
               10  WS-CALC-COMPLETED-100   PIC 9(07).
               10  WS-CALC-COMPLETED-150   PIC 9(07).
               10  WS-CALC-COMPLETED-200   PIC 9(07).
               10  WS-CALC-TRANSFERRED     PIC 9(07).
               10  WS-CALC-STILL-ENROLLED  PIC 9(07).
               10  WS-CALC-NO-LONGER       PIC 9(07).
           05  WS-CALC-ADJUSTED        PIC 9(07) VALUE ZERO.
           05  WS-CALC-RATE-100        PIC 9(03)V9 VALUE ZERO.
           05  WS-CALC-RATE-150        PIC 9(03)V9 VALUE ZERO.
           05  WS-CALC-RATE-200        PIC 9(03)V9 VALUE ZERO.
           05  WS-CALC-TRANSFER-RATE   PIC 9(03)V9 VALUE ZERO.
           05  WS-CALC-STATUS          PIC X(01) VALUE SPACE.
               88  CALC-RATES-PROVISIONAL        VALUE "P".
           05  WS-TOTAL-COUNTS.
               10  WS-TOT-MEMBERS          PIC 9(07) VALUE ZERO.
               10  WS-TOT-EXCLUSIONS       PIC 9(07) VALUE ZERO.
               10  WS-TOT-COMPLETED-100    PIC 9(07) VALUE ZERO.
               10  WS-TOT-COMPLETED-150    PIC 9(07) VALUE ZERO.
               10  WS-TOT-COMPLETED-200    PIC 9(07) VALUE ZERO.
               10  WS-TOT-TRANSFERRED      PIC 9(07) VALUE ZERO.
               10  WS-TOT-STILL-ENROLLED   PIC 9(07) VALUE ZERO.
               10  WS-TOT-NO-LONGER        PIC 9(07) VALUE ZERO.
           05  WS-TOT-PROVISIONAL      PIC X(01) VALUE "F".

       01  CONTROL-TRAILER-FIELDS.
           05  WS-SX-CTL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-SX-CTL-HASH          PIC 9(13) VALUE ZERO.

            COPY EXTRCTL IN KC2477.SHARED.COBOL.STUDGPA.

       01  SRK-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  SH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  SH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  SH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(48)
               VALUE "STUDENT RIGHT-TO-KNOW GRADUATION RATES".
           05                 PIC X(21)
               VALUE "NORMAL TIME (YEARS): ".
           05  SH-NORMAL-YEARS    PIC 9(01).
           05                 PIC X(38)   VALUE SPACE.

       01  RATE-COLUMN-LINE.
           05                 PIC X(06)   VALUE "COHORT".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "MEMBERS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "EXCLUDE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "ADJUSTD".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "CMP100".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "CMP150".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "CMP200".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "XFR OUT".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "ENROLLD".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "LEFT".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "GR100".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "GR150".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "GR200".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(05)   VALUE "XFR".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(11)   VALUE "STATUS".
           05                 PIC X(04)   VALUE SPACE.

       01  RATE-DETAIL-LINE.
           05  RD-COHORT-CODE     PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-COHORT-SIZE     PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-EXCLUSIONS      PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-ADJUSTED        PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-COMPLETED-100   PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-COMPLETED-150   PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-COMPLETED-200   PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-TRANSFERRED     PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-STILL-ENROLLED  PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-NO-LONGER       PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-RATE-100        PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-RATE-150        PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-RATE-200        PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-TRANSFER-RATE   PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  RD-STATUS          PIC X(11).
           05                     PIC X(04)  VALUE SPACE.


       01  RATE-LEGEND-LINE-1.
           05                     PIC X(44)  VALUE
               "CMP100, CMP150, CMP200 - COMPLETED WITHIN 10".
           05                     PIC X(44)  VALUE
               "0 PCT, AFTER 100 AND WITHIN 150 PCT, AFTER 1".
           05                     PIC X(44)  VALUE
               "50 AND WITHIN 200 PCT OF NORMAL TIME        ".
       01  RATE-LEGEND-LINE-2.
           05                     PIC X(44)  VALUE
               "GR100, GR150, GR200 - CUMULATIVE COMPLETION ".
           05                     PIC X(44)  VALUE
               "RATES, AND XFR THE TRANSFER-OUT RATE, IN PCT".
           05                     PIC X(44)  VALUE
               " OF THE COHORT LESS EXCLUSIONS (ADJUSTD)    ".
       01  RATE-LEGEND-LINE-3.
           05                     PIC X(44)  VALUE
               "LEFT - NO LONGER ENROLLED, INCLUDING COMPLET".
           05                     PIC X(44)  VALUE
               "IONS AFTER 200 PCT.  PROVISIONAL - THE 200 P".
           05                     PIC X(44)  VALUE
               "CT WINDOW HAS NOT YET CLOSED                ".

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

           PERFORM UNTIL COHORT-EOF
               READ COHORT-FILE
                   AT END
                       SET COHORT-EOF TO TRUE
               END-READ
               IF NOT COHORT-EOF
                   IF WS-SELECT-COHORT = SPACES
                           OR CO-COHORT-CODE = WS-SELECT-COHORT
                       ADD 1 TO WS-MEMBERS-READ
                       PERFORM 110-PLACE-MEMBER
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 200-PRINT-RATES.

           PERFORM 235-WRITE-CONTROL-TRAILER.

           PERFORM 240-PRINT-TRAILER.

           CLOSE COHORT-FILE
                 CALENDAR-FILE
                 DEGREE-FILE
                 STUDENT-FILE
                 ARCHIVE-FILE
                 SRK-OUT-FILE
                 SRK-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO SH-MONTH.
           MOVE CD-DAY     TO SH-DAY.
           MOVE CD-YEAR    TO SH-YEAR.

           OPEN INPUT SRK-PARM-FILE.
           READ SRK-PARM-FILE
               AT END
                   MOVE SPACES TO SRK-PARM-RECORD
           END-READ.
           CLOSE SRK-PARM-FILE.

           MOVE SP-COHORT-CODE TO WS-SELECT-COHORT.
           IF SP-NORMAL-YEARS NOT = SPACE
               IF SP-NORMAL-YEARS-N NOT NUMERIC
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' SRKPARM NORMAL TIME MUST BE 1 TO 9 YEARS'
                   DISPLAY '*******************************'
                   STOP RUN
               END-IF
               IF SP-NORMAL-YEARS-N > ZERO
                   MOVE SP-NORMAL-YEARS-N TO WS-NORMAL-YEARS
               END-IF
           END-IF.

           MOVE WS-NORMAL-YEARS TO SH-NORMAL-YEARS.
           COMPUTE WS-LIMIT-100 = WS-NORMAL-YEARS * 12.
           COMPUTE WS-LIMIT-150 = WS-NORMAL-YEARS * 18.
           COMPUTE WS-LIMIT-200 = WS-NORMAL-YEARS * 24.

           OPEN INPUT COHORT-FILE.

           IF WS-COHORT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COHORT FILE'
               DISPLAY ' FILE STATUS IS ', WS-COHORT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DEGREE-FILE.

           IF WS-DEGR-STATUS NOT = '00' AND WS-DEGR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEGREE MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-DEGR-STATUS
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

           OPEN INPUT ARCHIVE-FILE.

           IF WS-ARCH-STATUS NOT = '00' AND WS-ARCH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ARCHIVE MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ARCH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 900-LOAD-TRANSFERS.

           OPEN OUTPUT SRK-OUT-FILE
                       SRK-REPORT.


      *****************************************************
      *  110-PLACE-MEMBER - PUTS ONE COHORT MEMBER IN ITS  *
      *  OUTCOME.  A DEGREE INSIDE THE 200 PERCENT WINDOW  *
      *  DECIDES IT OUTRIGHT; OTHERWISE THE MEMBER'S       *
      *  STATUS ON THE LIVE OR ARCHIVE MASTER DOES, IN THE *
      *  ORDER DECEASED, STILL ENROLLED, TRANSFERRED OUT,  *
      *  NO LONGER ENROLLED.                               *
      *****************************************************
       110-PLACE-MEMBER.

           PERFORM 120-FIND-COHORT-SLOT.

           IF CH-ON-CALENDAR (WS-COH-SUB)
               MOVE CH-START-DATE (WS-COH-SUB) TO WS-START-DATE
           ELSE
               MOVE CO-ENTRY-DATE TO WS-START-DATE
           END-IF.

           ADD 1 TO CH-MEMBERS (WS-COH-SUB).
           ADD 1 TO WS-MEMBERS-PLACED.

           PERFORM 130-FIND-FIRST-DEGREE.

           MOVE -1 TO WS-ELAPSED-MONTHS.
           IF WS-CONFER-DATE > ZERO
               MOVE WS-CONFER-DATE TO WS-END-DATE
               PERFORM 150-MONTHS-ELAPSED
           END-IF.

           EVALUATE TRUE
               WHEN WS-ELAPSED-MONTHS >= ZERO
                       AND WS-ELAPSED-MONTHS <= WS-LIMIT-100
                   ADD 1 TO CH-COMPLETED-100 (WS-COH-SUB)
               WHEN WS-ELAPSED-MONTHS > WS-LIMIT-100
                       AND WS-ELAPSED-MONTHS <= WS-LIMIT-150
                   ADD 1 TO CH-COMPLETED-150 (WS-COH-SUB)
               WHEN WS-ELAPSED-MONTHS > WS-LIMIT-150
                       AND WS-ELAPSED-MONTHS <= WS-LIMIT-200
                   ADD 1 TO CH-COMPLETED-200 (WS-COH-SUB)
               WHEN OTHER
                   IF WS-ELAPSED-MONTHS > WS-LIMIT-200
                       ADD 1 TO WS-LATE-COMPLETERS
                   END-IF
                   PERFORM 140-PLACE-NON-COMPLETER
           END-EVALUATE.


      *****************************************************
      *  120-FIND-COHORT-SLOT - FINDS THE MEMBER'S COHORT  *
      *  IN THE TABLE, OR OPENS A SLOT FOR IT IN COHORT    *
      *  CODE ORDER, TAKING THE COHORT'S START DATE FROM   *
      *  THE ACADEMIC CALENDAR.                            *
      *****************************************************
       120-FIND-COHORT-SLOT.

           MOVE "N" TO WS-COHORT-FOUND-SWITCH.
           PERFORM VARYING WS-COH-SUB FROM 1 BY 1
                   UNTIL WS-COH-SUB > WS-NUM-COHORTS
                      OR COHORT-SLOT-FOUND
                      OR CH-COHORT-CODE (WS-COH-SUB) > CO-COHORT-CODE
               IF CH-COHORT-CODE (WS-COH-SUB) = CO-COHORT-CODE
                   MOVE "Y" TO WS-COHORT-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF COHORT-SLOT-FOUND
               SUBTRACT 1 FROM WS-COH-SUB
           ELSE
               PERFORM 125-ADD-COHORT
           END-IF.


       125-ADD-COHORT.

           IF WS-NUM-COHORTS >= 50
               DISPLAY '******************************'
               DISPLAY ' 125-ADD-COHORT'
               DISPLAY ' MORE THAN 50 COHORTS - RAISE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM VARYING WS-SHIFT-SUB FROM WS-NUM-COHORTS BY -1
                   UNTIL WS-SHIFT-SUB < WS-COH-SUB
               MOVE COHORT-TALLY (WS-SHIFT-SUB)
                   TO COHORT-TALLY (WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-NUM-COHORTS.

           MOVE CO-COHORT-CODE TO CH-COHORT-CODE (WS-COH-SUB).
           MOVE ZEROS TO CH-COUNTS (WS-COH-SUB).

           MOVE CO-COHORT-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-CALENDAR
                   MOVE "N" TO CH-CALENDAR-FLAG (WS-COH-SUB)
                   MOVE CO-ENTRY-DATE TO CH-START-DATE (WS-COH-SUB)
               NOT INVALID KEY
                   MOVE "Y" TO CH-CALENDAR-FLAG (WS-COH-SUB)
                   MOVE CAL-TERM-START-DATE
                       TO CH-START-DATE (WS-COH-SUB)
           END-READ.


      *****************************************************
      *  130-FIND-FIRST-DEGREE - THE EARLIEST CONFERRAL    *
      *  DATE AMONG THE MEMBER'S DEGREES ON DEGRFILE THAT  *
      *  FALLS ON OR AFTER THE START DATE, ZERO WHEN THERE *
      *  IS NONE.                                          *
      *****************************************************
       130-FIND-FIRST-DEGREE.

           MOVE ZERO TO WS-CONFER-DATE.
           MOVE "N" TO DEGR-SCAN-SWITCH.
           MOVE CO-STUDENT-ID TO DM-STUDENT-ID.
           MOVE ZERO TO DM-DEGREE-SEQ.
           START DEGREE-FILE
               KEY IS NOT LESS THAN DM-DEGREE-KEY
               INVALID KEY
                   SET DEGR-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DEGR-SCAN-DONE
               READ DEGREE-FILE NEXT
                   AT END
                       SET DEGR-SCAN-DONE TO TRUE
               END-READ
               IF NOT DEGR-SCAN-DONE
                   IF DM-STUDENT-ID NOT = CO-STUDENT-ID
                       SET DEGR-SCAN-DONE TO TRUE
                   ELSE
                       IF DM-CONFER-DATE >= WS-START-DATE
                               AND (WS-CONFER-DATE = ZERO
                                 OR DM-CONFER-DATE < WS-CONFER-DATE)
                           MOVE DM-CONFER-DATE TO WS-CONFER-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  140-PLACE-NON-COMPLETER - A MEMBER FOUND ON       *
      *  NEITHER MASTER CAN ONLY BE COUNTED AS NO LONGER   *
      *  ENROLLED, AND IS COUNTED AS NOT FOUND.  A         *
      *  TRANSFER-OUT MATCH COUNTS ONLY FOR ENROLLMENT     *
      *  ELSEWHERE REPORTED ON OR AFTER THE START DATE.    *
      *****************************************************
       140-PLACE-NON-COMPLETER.

           MOVE "N" TO WS-MASTER-FOUND-SWITCH.
           MOVE CO-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE CO-STUDENT-ID TO AR-STUDENT-ID
                   READ ARCHIVE-FILE
                       INVALID KEY
                           ADD 1 TO WS-MEMBERS-NOT-FOUND
                       NOT INVALID KEY
                           ADD 1 TO WS-FROM-ARCHIVE
                           MOVE ARCHIVE-MASTER-RECORD
                               TO STUDENT-MASTER-RECORD
                           MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   END-READ
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND-SWITCH
           END-READ.

           MOVE "N" TO WS-TRANSFER-SWITCH.
           PERFORM VARYING WS-TO-SUB FROM 1 BY 1
                   UNTIL WS-TO-SUB > WS-NUM-TRANSFERS
                      OR MEMBER-TRANSFERRED
               IF TT-STUDENT-ID (WS-TO-SUB) = CO-STUDENT-ID
                       AND TT-ENROLLED-DATE (WS-TO-SUB) >=
                           WS-START-DATE
                   MOVE "Y" TO WS-TRANSFER-SWITCH
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN NOT MEMBER-ON-MASTER
                   ADD 1 TO CH-NO-LONGER (WS-COH-SUB)
               WHEN SM-DECEASED
                   ADD 1 TO CH-EXCLUSIONS (WS-COH-SUB)
               WHEN SM-ENROLLED-ACTIVE OR SM-ON-LEAVE
                   ADD 1 TO CH-STILL-ENROLLED (WS-COH-SUB)
               WHEN MEMBER-TRANSFERRED
                   ADD 1 TO CH-TRANSFERRED (WS-COH-SUB)
               WHEN OTHER
                   ADD 1 TO CH-NO-LONGER (WS-COH-SUB)
           END-EVALUATE.


      *****************************************************
      *  150-MONTHS-ELAPSED - WHOLE CALENDAR MONTHS FROM   *
      *  WS-START-DATE TO WS-END-DATE.                     *
      *****************************************************
       150-MONTHS-ELAPSED.

           COMPUTE WS-ELAPSED-MONTHS =
               (WS-END-YEAR - WS-START-YEAR) * 12
               + WS-END-MONTH - WS-START-MONTH.


      *****************************************************
      *  200-PRINT-RATES - ONE LINE AND ONE GR01           *
      *  SUBMISSION RECORD PER COHORT, THEN THE ALL-COHORT *
      *  TOTAL LINE, WHICH IS PRINTED ONLY.                *
      *****************************************************
       200-PRINT-RATES.

           MOVE SRK-HEADING-LINE TO SRK-REC.
           WRITE SRK-REC AFTER PAGE.
           MOVE RATE-COLUMN-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 2.
           MOVE SPACES TO SRK-REC.
           WRITE SRK-REC.

           PERFORM 210-PRINT-COHORT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-NUM-COHORTS.

           MOVE WS-TOTAL-COUNTS TO WS-CALC-COUNTS.
           MOVE WS-TOT-PROVISIONAL TO WS-CALC-STATUS.
           PERFORM 220-COMPUTE-RATES.
           MOVE "TOTAL" TO RD-COHORT-CODE.
           PERFORM 230-FORMAT-RATE-LINE.
           MOVE RATE-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 2.

           MOVE RATE-LEGEND-LINE-1 TO SRK-REC.
           WRITE SRK-REC AFTER 3.
           MOVE RATE-LEGEND-LINE-2 TO SRK-REC.
           WRITE SRK-REC AFTER 1.
           MOVE RATE-LEGEND-LINE-3 TO SRK-REC.
           WRITE SRK-REC AFTER 1.


       210-PRINT-COHORT.

           MOVE CH-COUNTS (WS-COH-SUB) TO WS-CALC-COUNTS.

           MOVE CH-START-DATE (WS-COH-SUB) TO WS-START-DATE.
           MOVE CD-CURRENT-DATE TO WS-END-DATE.
           PERFORM 150-MONTHS-ELAPSED.
           IF WS-ELAPSED-MONTHS > WS-LIMIT-200
               MOVE "F" TO WS-CALC-STATUS
           ELSE
               MOVE "P" TO WS-CALC-STATUS
               MOVE "P" TO WS-TOT-PROVISIONAL
           END-IF.

           PERFORM 220-COMPUTE-RATES.
           MOVE CH-COHORT-CODE (WS-COH-SUB) TO RD-COHORT-CODE.
           PERFORM 230-FORMAT-RATE-LINE.
           MOVE RATE-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           ADD WS-CALC-MEMBERS         TO WS-TOT-MEMBERS.
           ADD WS-CALC-EXCLUSIONS      TO WS-TOT-EXCLUSIONS.
           ADD WS-CALC-COMPLETED-100   TO WS-TOT-COMPLETED-100.
           ADD WS-CALC-COMPLETED-150   TO WS-TOT-COMPLETED-150.
           ADD WS-CALC-COMPLETED-200   TO WS-TOT-COMPLETED-200.
           ADD WS-CALC-TRANSFERRED     TO WS-TOT-TRANSFERRED.
           ADD WS-CALC-STILL-ENROLLED  TO WS-TOT-STILL-ENROLLED.
           ADD WS-CALC-NO-LONGER       TO WS-TOT-NO-LONGER.

           MOVE SPACES TO SRK-OUT-RECORD.
           MOVE "GR01"                 TO GW-RECORD-TYPE.
           MOVE CH-COHORT-CODE (WS-COH-SUB) TO GW-COHORT-CODE.
           MOVE WS-NORMAL-YEARS        TO GW-NORMAL-YEARS.
           MOVE CD-CURRENT-DATE        TO GW-AS-OF-DATE.
           MOVE WS-CALC-STATUS         TO GW-RATE-STATUS.
           MOVE WS-CALC-MEMBERS        TO GW-COHORT-SIZE.
           MOVE WS-CALC-EXCLUSIONS     TO GW-EXCLUSIONS.
           MOVE WS-CALC-ADJUSTED       TO GW-ADJUSTED-COHORT.
           MOVE WS-CALC-COMPLETED-100  TO GW-COMPLETED-100.
           MOVE WS-CALC-COMPLETED-150  TO GW-COMPLETED-150.
           MOVE WS-CALC-COMPLETED-200  TO GW-COMPLETED-200.
           MOVE WS-CALC-TRANSFERRED    TO GW-TRANSFERRED-OUT.
           MOVE WS-CALC-STILL-ENROLLED TO GW-STILL-ENROLLED.
           MOVE WS-CALC-NO-LONGER      TO GW-NO-LONGER-ENROLLED.
           MOVE WS-CALC-RATE-100       TO GW-RATE-100.
           MOVE WS-CALC-RATE-150       TO GW-RATE-150.
           MOVE WS-CALC-RATE-200       TO GW-RATE-200.
           MOVE WS-CALC-TRANSFER-RATE  TO GW-TRANSFER-OUT-RATE.
           WRITE SRK-OUT-RECORD.

           ADD 1 TO WS-GR01-WRITTEN.
           ADD 1 TO WS-SX-CTL-COUNT.
           ADD WS-CALC-MEMBERS TO WS-SX-CTL-HASH.


      *****************************************************
      *  220-COMPUTE-RATES - RATES ARE PERCENTAGES OF THE  *
      *  ADJUSTED COHORT, THE MEMBERS LESS THE ALLOWABLE   *
      *  EXCLUSIONS; THE COMPLETION RATES ARE CUMULATIVE   *
      *  ACROSS THE TIME BANDS.  AN ADJUSTED COHORT OF     *
      *  ZERO HAS ZERO RATES.                              *
      *****************************************************
       220-COMPUTE-RATES.

           COMPUTE WS-CALC-ADJUSTED =
               WS-CALC-MEMBERS - WS-CALC-EXCLUSIONS.

           IF WS-CALC-ADJUSTED = ZERO
               MOVE ZERO TO WS-CALC-RATE-100
               MOVE ZERO TO WS-CALC-RATE-150
               MOVE ZERO TO WS-CALC-RATE-200
               MOVE ZERO TO WS-CALC-TRANSFER-RATE
           ELSE
               COMPUTE WS-CALC-RATE-100 ROUNDED =
                   WS-CALC-COMPLETED-100 * 100 / WS-CALC-ADJUSTED
               COMPUTE WS-CALC-RATE-150 ROUNDED =
                   (WS-CALC-COMPLETED-100 + WS-CALC-COMPLETED-150)
                   * 100 / WS-CALC-ADJUSTED
               COMPUTE WS-CALC-RATE-200 ROUNDED =
                   (WS-CALC-COMPLETED-100 + WS-CALC-COMPLETED-150
                    + WS-CALC-COMPLETED-200)
                   * 100 / WS-CALC-ADJUSTED
               COMPUTE WS-CALC-TRANSFER-RATE ROUNDED =
                   WS-CALC-TRANSFERRED * 100 / WS-CALC-ADJUSTED
           END-IF.


       230-FORMAT-RATE-LINE.

           MOVE WS-CALC-MEMBERS        TO RD-COHORT-SIZE.
           MOVE WS-CALC-EXCLUSIONS     TO RD-EXCLUSIONS.
           MOVE WS-CALC-ADJUSTED       TO RD-ADJUSTED.
           MOVE WS-CALC-COMPLETED-100  TO RD-COMPLETED-100.
           MOVE WS-CALC-COMPLETED-150  TO RD-COMPLETED-150.
           MOVE WS-CALC-COMPLETED-200  TO RD-COMPLETED-200.
           MOVE WS-CALC-TRANSFERRED    TO RD-TRANSFERRED.
           MOVE WS-CALC-STILL-ENROLLED TO RD-STILL-ENROLLED.
           MOVE WS-CALC-NO-LONGER      TO RD-NO-LONGER.
           MOVE WS-CALC-RATE-100       TO RD-RATE-100.
           MOVE WS-CALC-RATE-150       TO RD-RATE-150.
           MOVE WS-CALC-RATE-200       TO RD-RATE-200.
           MOVE WS-CALC-TRANSFER-RATE  TO RD-TRANSFER-RATE.
           IF CALC-RATES-PROVISIONAL
               MOVE "PROVISIONAL" TO RD-STATUS
           ELSE
               MOVE "FINAL" TO RD-STATUS
           END-IF.


      *****************************************************
      *  235-WRITE-CONTROL-TRAILER - APPENDS THE STANDARD  *
      *  *CTL* TRAILER (GR01 RECORD COUNT, TOTAL COHORT    *
      *  MEMBERSHIP IN THE HASH FIELD, RUN DATE) TO THE    *
      *  SUBMISSION FILE.                                  *
      *****************************************************
       235-WRITE-CONTROL-TRAILER.

           MOVE "*CTL*"          TO XT-CTL-LITERAL.
           MOVE CD-CURRENT-DATE  TO XT-RUN-DATE.
           MOVE WS-SX-CTL-COUNT  TO XT-RECORD-COUNT.
           MOVE WS-SX-CTL-HASH   TO XT-ID-HASH-TOTAL.
           MOVE SPACES TO SRK-OUT-RECORD.
           MOVE EXTRACT-CONTROL-TRAILER
               TO SRK-OUT-RECORD.
           WRITE SRK-OUT-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO SRK-REC.
           WRITE SRK-REC AFTER 2.

           MOVE "COHORT MEMBERS READ" TO TR-CAPTION.
           MOVE WS-MEMBERS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "COHORT MEMBERS PLACED" TO TR-CAPTION.
           MOVE WS-MEMBERS-PLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "STATUS TAKEN FROM ARCHIVE MASTER" TO TR-CAPTION.
           MOVE WS-FROM-ARCHIVE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "NOT ON LIVE OR ARCHIVE MASTER" TO TR-CAPTION.
           MOVE WS-MEMBERS-NOT-FOUND TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "COMPLETED AFTER 200 PCT" TO TR-CAPTION.
           MOVE WS-LATE-COMPLETERS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "COHORTS NOT ON ACADEMIC CALENDAR" TO TR-CAPTION.
           MOVE WS-NOT-ON-CALENDAR TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "TRANSFER-OUT MATCHES LOADED" TO TR-CAPTION.
           MOVE WS-NUM-TRANSFERS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.

           MOVE "GR01 COHORT RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-GR01-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SRK-REC.
           WRITE SRK-REC AFTER 1.


      *****************************************************
      *  900-LOAD-TRANSFERS - LOADS THE                    *
      *  SUBSEQUENT-ENROLLMENT MATCHES.  AN ABSENT FILE    *
      *  LOADS NOTHING, AND NO MEMBER COUNTS AS            *
      *  TRANSFERRED OUT.                                  *
      *****************************************************
       900-LOAD-TRANSFERS.

           OPEN INPUT TRANSFER-OUT-FILE.

           PERFORM UNTIL TOUT-EOF
               READ TRANSFER-OUT-FILE
                   AT END
                       SET TOUT-EOF TO TRUE
               END-READ
               IF NOT TOUT-EOF
                   ADD 1 TO WS-NUM-TRANSFERS
                   IF WS-NUM-TRANSFERS > 5000
                       DISPLAY '******************************'
                       DISPLAY ' 900-LOAD-TRANSFERS'
                       DISPLAY ' MORE THAN 5000 TRANSFER-OUT MATCHES -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE TO-STUDENT-ID
                       TO TT-STUDENT-ID (WS-NUM-TRANSFERS)
                   MOVE TO-ENROLLED-DATE
                       TO TT-ENROLLED-DATE (WS-NUM-TRANSFERS)
               END-IF
           END-PERFORM.

           CLOSE TRANSFER-OUT-FILE.
