       IDENTIFICATION DIVISION.

       PROGRAM-ID. RETNSWP.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  RETNSWP - OPERATIONAL LOG RETENTION SWEEP         *
      *  APPLIES THE RECORDS-RETENTION SCHEDULE (RETNSCHD) *
      *  TO THE OPERATIONAL LOGS THAT OTHERWISE GROW       *
      *  WITHOUT LIMIT - THE FERPA DISCLOSURE LOG          *
      *  (DISCLOG), THE COMMUNICATIONS LOG (COMMLOG), THE  *
      *  HOLD AUDIT TRAIL (HOLDAUDT), THE REJECT FILE      *
      *  (REJFILE), THE EXCEPTION SUSPENSE FILE (SUSPFILE) *
      *  AND THE JOURNAL GENERATION CATALOG (JRNLGCAT).    *
      *  EACH SCHEDULE ENTRY GIVES A LOG'S RETENTION IN    *
      *  DAYS AND THE DATE THAT GOVERNS IT; AN ENTRY WHOSE *
      *  GOVERNING DATE IS ON OR BEFORE TODAY LESS THE     *
      *  RETENTION IS EXPIRED AND IS DELETED, OR COPIED TO *
      *  THE RETNARCH RETENTION ARCHIVE AND THEN DELETED,  *
      *  AS THE SCHEDULE DIRECTS.  AN ENTRY TIED TO AN     *
      *  OPEN ITEM IS NEVER TOUCHED, HOWEVER OLD - A HOLD  *
      *  AUDIT ENTRY FOR A HOLD STILL ACTIVE ON HOLDFILE,  *
      *  A REJECT WITH NO REJRESOL RESOLUTION, AN          *
      *  UNCLEARED SUSPENSE ENTRY, AND A JOURNAL           *
      *  GENERATION STILL KEPT FOR RECOVERY.  AN ENTRY     *
      *  WITH NO GOVERNING DATE YET IS KEPT.  THE          *
      *  SEQUENTIAL LOGS ARE COPIED FORWARD THROUGH THE    *
      *  SWEEPWRK WORK FILE AND RELOADED ONLY WHEN         *
      *  SOMETHING EXPIRED; THE KEYED FILES ARE PURGED IN  *
      *  PLACE.  THE WHOLE SCHEDULE IS EDITED BEFORE ANY   *
      *  LOG IS OPENED, AND A LOG WITH NO SCHEDULE ENTRY   *
      *  IS NOT SWEPT.  THE RETNCERT DESTRUCTION           *
      *  CERTIFICATE LISTS, FOR THE RECORDS OFFICER, THE   *
      *  COUNTS READ, KEPT AND PURGED FOR EVERY LOG.       *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RETENTION-SCHEDULE-FILE
               ASSIGN RETNSCHD
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT OPTIONAL DISCLOSURE-LOG
               ASSIGN DISCLOG
               FILE STATUS IS WS-DISC-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN HOLDAUDT
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN REJFILE
               FILE STATUS IS WS-REJF-STATUS.

           SELECT OPTIONAL RESOLUTION-FILE
               ASSIGN REJRESOL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RR-RESOL-KEY
               FILE STATUS IS WS-RESOL-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SP-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT OPTIONAL GEN-CATALOG-FILE
               ASSIGN JRNLGCAT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS JG-GENERATION-NO
               FILE STATUS IS WS-GCAT-STATUS.

           SELECT SWEEP-WORK-FILE
               ASSIGN SWEEPWRK
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RETENTION-ARCHIVE
               ASSIGN RETNARCH.

           SELECT DESTRUCTION-CERTIFICATE
               ASSIGN RETNCERT.

       DATA DIVISION.

       FILE SECTION.

       FD  RETENTION-SCHEDULE-FILE.

            COPY RETNSCHD IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DISCLOSURE-LOG.

            COPY DISCLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-AUDIT-FILE.

       01  HOLD-AUDIT-RECORD.
           05  HA-ACTION                PIC X(01).
           05  HA-STUDENT-ID            PIC 9(09).
           05  HA-HOLD-TYPE             PIC X(01).
           05  HA-USER-ID               PIC X(06).
           05  HA-DATE                  PIC 9(08).
           05  HA-TIME                  PIC 9(06).
           05  HA-REASON                PIC X(30).

       FD  HOLD-FILE.

            COPY HOLDFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REJECT-FILE.

            COPY REJFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  RESOLUTION-FILE.

            COPY REJRESOL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SUSPENSE-FILE.

       01  SUSPENSE-RECORD.
           05  SP-SUSP-KEY.
               10  SP-STUDENT-ID       PIC 9(09).
               10  SP-EXCP-CODE        PIC X(04).
           05  SP-SEVERITY             PIC X(01).
           05  SP-MESSAGE              PIC X(60).
           05  SP-FIRST-DATE           PIC 9(08).
           05  SP-LAST-DATE            PIC 9(08).
           05  SP-STATUS               PIC X(01).
               88  SP-OPEN                         VALUE "O".
               88  SP-CLEARED                      VALUE "C".
           05  SP-CLEARED-DATE         PIC 9(08).

       FD  GEN-CATALOG-FILE.

            COPY JRNLGEN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SWEEP-WORK-FILE.

       01  SWEEP-WORK-RECORD            PIC X(800).

      *****************************************************
      *  RETENTION ARCHIVE - ONE RECORD PER EXPIRED ENTRY  *
      *  WHOSE SCHEDULE SAYS ARCHIVE: THE LOG IT CAME      *
      *  FROM, THE SWEEP DATE, THE GOVERNING DATE THAT     *
      *  EXPIRED IT, AND THE ENTRY AS IT STOOD.            *
      *****************************************************
       FD  RETENTION-ARCHIVE.

       01  RETENTION-ARCHIVE-RECORD.
           05  RA-LOG-NAME              PIC X(08).
           05  RA-SWEEP-DATE            PIC 9(08).
           05  RA-GOVERNING-DATE        PIC 9(08).
           05  RA-ENTRY-IMAGE           PIC X(800).

       FD  DESTRUCTION-CERTIFICATE.

       01  CERT-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  SCHD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SCHD-EOF                        VALUE "Y".
           05  LOG-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  LOG-EOF                         VALUE "Y".
           05  WS-SCHD-STATUS          PIC XX.
           05  WS-DISC-STATUS          PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-REJF-STATUS          PIC XX.
           05  WS-RESOL-STATUS         PIC XX.
           05  WS-SUSP-STATUS          PIC XX.
           05  WS-GCAT-STATUS          PIC XX.
           05  WS-WORK-STATUS          PIC XX.
           05  WS-LOG-SUB              PIC 9(02) VALUE ZERO.
           05  WS-CODE-SUB             PIC 9(02) VALUE ZERO.
           05  WS-CODE-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  DATE-CODE-FOUND                 VALUE "Y".
           05  WS-SCHEDULE-ENTRIES     PIC 9(03) VALUE ZERO.
           05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
           05  WS-TODAY-INTEGER        PIC 9(07) VALUE ZERO.
           05  WS-GOVERNING-DATE       PIC 9(08) VALUE ZERO.
           05  WS-EXPIRY-SWITCH        PIC X(01)   VALUE SPACE.
               88  ENTRY-EXPIRED                   VALUE "E".
               88  ENTRY-WITHIN-PERIOD             VALUE "W".
               88  ENTRY-UNDATED                   VALUE "N".
           05  WS-OPEN-ITEM-SWITCH     PIC X(01)   VALUE "N".
               88  ENTRY-OPEN-ITEM                 VALUE "Y".
           05  WS-PURGE-SWITCH         PIC X(01)   VALUE "N".
               88  PURGE-ENTRY                     VALUE "Y".
           05  WS-TOTAL-READ           PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-WITHIN         PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-OPEN-ITEM      PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-UNDATED        PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-PURGED         PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-ARCHIVED       PIC 9(09) VALUE ZERO.

      *****************************************************
      *  THE LOGS THIS SWEEP KNOWS, IN CERTIFICATE ORDER,  *
      *  WITH THE GOVERNING DATE CODES EACH ONE ACCEPTS.   *
      *****************************************************
       01  RETAINED-LOG-VALUES.
           05                 PIC X(08)   VALUE "DISCLOG".
           05                 PIC X(24)   VALUE "DISCLOSE".
           05                 PIC X(08)   VALUE "COMMLOG".
           05                 PIC X(24)   VALUE "PRODUCEDRETURNED".
           05                 PIC X(08)   VALUE "HOLDAUDT".
           05                 PIC X(24)   VALUE "ACTION".
           05                 PIC X(08)   VALUE "REJFILE".
           05                 PIC X(24)   VALUE "REJECTEDRESOLVED".
           05                 PIC X(08)   VALUE "SUSPFILE".
           05                 PIC X(24)
               VALUE "FIRST   LAST    CLEARED ".
           05                 PIC X(08)   VALUE "JRNLGCAT".
           05                 PIC X(24)   VALUE "CLOSED  LAST".

       01  RETAINED-LOG-TBL REDEFINES RETAINED-LOG-VALUES.
           05  RL-ENTRY OCCURS 6 TIMES INDEXED BY RL-NDX.
               10  RL-LOG-NAME         PIC X(08).
               10  RL-DATE-CODE        PIC X(08) OCCURS 3 TIMES.

      *****************************************************
      *  SWEEP CONTROL - THE SCHEDULE ENTRY AND RUN COUNTS *
      *  FOR EACH LOG, PARALLEL TO RETAINED-LOG-TBL.       *
      *****************************************************
       01  SWEEP-CONTROL-TABLE.
           05  SW-ENTRY OCCURS 6 TIMES.
               10  SW-SCHEDULED-SWITCH PIC X(01).
                   88  SW-SCHEDULED                VALUE "Y".
               10  SW-RETAIN-DAYS      PIC 9(05).
               10  SW-DATE-FIELD       PIC X(08).
               10  SW-DISPOSITION      PIC X(01).
                   88  SW-DISP-ARCHIVE             VALUE "A".
               10  SW-SCHEDULE-REF     PIC X(12).
               10  SW-CUTOFF-DATE      PIC 9(08).
               10  SW-READ             PIC 9(09).
               10  SW-WITHIN-PERIOD    PIC 9(09).
               10  SW-OPEN-ITEM        PIC 9(09).
               10  SW-UNDATED          PIC 9(09).
               10  SW-PURGED           PIC 9(09).
               10  SW-ARCHIVED         PIC 9(09).

       01  WS-PRINT-DATE               PIC 9(08).
       01  WS-PRINT-DATE-PARTS REDEFINES WS-PRINT-DATE.
           05  WS-PRINT-YEAR           PIC 9(04).
           05  WS-PRINT-MONTH          PIC 9(02).
           05  WS-PRINT-DAY            PIC 9(02).

       01  CERT-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CTH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CTH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CTH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(50)  VALUE
               "RETNSWP RECORDS-RETENTION DESTRUCTION CERTIFICATE".
           05                 PIC X(58)  VALUE SPACE.

       01  CERT-COLUMN-LINE-1.
           05                 PIC X(10)  VALUE "LOG".
           05                 PIC X(14)  VALUE "SCHEDULE".
           05                 PIC X(07)  VALUE " KEEP".
           05                 PIC X(10)  VALUE "GOVERNING".
           05                 PIC X(12)  VALUE "CUTOFF".
           05                 PIC X(10)  VALUE "DISPOSAL".
           05                 PIC X(12)  VALUE "    ENTRIES".
           05                 PIC X(12)  VALUE "     WITHIN".
           05                 PIC X(12)  VALUE "  HELD OPEN".
           05                 PIC X(12)  VALUE "    NO DATE".
           05                 PIC X(21)  VALUE "     PURGED".

       01  CERT-COLUMN-LINE-2.
           05                 PIC X(10)  VALUE SPACE.
           05                 PIC X(14)  VALUE "REFERENCE".
           05                 PIC X(07)  VALUE " DAYS".
           05                 PIC X(10)  VALUE "DATE".
           05                 PIC X(12)  VALUE "DATE".
           05                 PIC X(10)  VALUE SPACE.
           05                 PIC X(12)  VALUE "       READ".
           05                 PIC X(12)  VALUE "     PERIOD".
           05                 PIC X(12)  VALUE "       ITEM".
           05                 PIC X(12)  VALUE "       KEPT".
           05                 PIC X(21)  VALUE SPACE.

       01  CERT-DETAIL-LINE.
           05  CL-LOG-NAME        PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-SCHEDULE-REF    PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-RETAIN-DAYS     PIC ZZZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  CL-DATE-FIELD      PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-CUTOFF-MONTH    PIC 9(02).
           05  CL-CUTOFF-SLASH-1  PIC X(01).
           05  CL-CUTOFF-DAY      PIC 9(02).
           05  CL-CUTOFF-SLASH-2  PIC X(01).
           05  CL-CUTOFF-YEAR     PIC 9(04).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-DISPOSAL        PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-READ            PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CL-WITHIN-PERIOD   PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CL-OPEN-ITEM       PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CL-UNDATED         PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CL-PURGED          PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(10)  VALUE SPACE.

       01  CERT-TOTAL-LINE.
           05  CTL-CAPTION        PIC X(63).
           05  CTL-READ           PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CTL-WITHIN-PERIOD  PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CTL-OPEN-ITEM      PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CTL-UNDATED        PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(01)  VALUE SPACE.
           05  CTL-PURGED         PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(10)  VALUE SPACE.

       01  CERT-UNSCHEDULED-LINE.
           05  CU-LOG-NAME        PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05                     PIC X(41)
               VALUE "NOT ON THE RETENTION SCHEDULE - NOT SWEPT".
           05                     PIC X(81)  VALUE SPACE.

       01  CERT-TEXT-LINE.
           05  CX-TEXT            PIC X(80).
           05                     PIC X(52)  VALUE SPACE.

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

           IF SW-SCHEDULED (1)
               PERFORM 200-SWEEP-DISCLOG
           END-IF.

           IF SW-SCHEDULED (2)
               PERFORM 300-SWEEP-COMMLOG
           END-IF.

           IF SW-SCHEDULED (3)
               PERFORM 400-SWEEP-HOLDAUDT
           END-IF.

           IF SW-SCHEDULED (4)
               PERFORM 500-SWEEP-REJFILE
           END-IF.

           IF SW-SCHEDULED (5)
               PERFORM 600-SWEEP-SUSPFILE
           END-IF.

           IF SW-SCHEDULED (6)
               PERFORM 700-SWEEP-JRNLGCAT
           END-IF.

           PERFORM 800-PRINT-CERTIFICATE.

           CLOSE RETENTION-ARCHIVE
                 DESTRUCTION-CERTIFICATE.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CTH-MONTH.
           MOVE CD-DAY     TO CTH-DAY.
           MOVE CD-YEAR    TO CTH-YEAR.

           MOVE CD-CURRENT-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           MOVE SPACES TO SWEEP-CONTROL-TABLE.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > 6
               MOVE ZERO TO SW-RETAIN-DAYS (WS-LOG-SUB)
               MOVE ZERO TO SW-CUTOFF-DATE (WS-LOG-SUB)
               MOVE ZERO TO SW-READ (WS-LOG-SUB)
               MOVE ZERO TO SW-WITHIN-PERIOD (WS-LOG-SUB)
               MOVE ZERO TO SW-OPEN-ITEM (WS-LOG-SUB)
               MOVE ZERO TO SW-UNDATED (WS-LOG-SUB)
               MOVE ZERO TO SW-PURGED (WS-LOG-SUB)
               MOVE ZERO TO SW-ARCHIVED (WS-LOG-SUB)
           END-PERFORM.

           PERFORM 110-LOAD-SCHEDULE.

           OPEN OUTPUT RETENTION-ARCHIVE.

           OPEN OUTPUT DESTRUCTION-CERTIFICATE.


      *****************************************************
      *  110-LOAD-SCHEDULE - EDITS EVERY SCHEDULE ENTRY    *
      *  BEFORE ANY LOG IS OPENED; ONE BAD ENTRY STOPS THE *
      *  RUN WITH NOTHING PURGED.                          *
      *****************************************************
       110-LOAD-SCHEDULE.

           OPEN INPUT RETENTION-SCHEDULE-FILE.

           IF WS-SCHD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 110-LOAD-SCHEDULE'
               DISPLAY ' ERROR OPENING THE RETENTION SCHEDULE FILE'
               DISPLAY ' FILE STATUS IS ', WS-SCHD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SCHD-EOF
               READ RETENTION-SCHEDULE-FILE
                   AT END
                       SET SCHD-EOF TO TRUE
               END-READ
               IF NOT SCHD-EOF
                   ADD 1 TO WS-SCHEDULE-ENTRIES
                   PERFORM 120-EDIT-SCHEDULE-ENTRY
               END-IF
           END-PERFORM.

           CLOSE RETENTION-SCHEDULE-FILE.

           IF WS-SCHEDULE-ENTRIES = ZERO
               DISPLAY '******************************'
               DISPLAY ' 110-LOAD-SCHEDULE'
               DISPLAY ' RETNSCHD IS EMPTY - NOTHING TO SWEEP BY'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       120-EDIT-SCHEDULE-ENTRY.

           SET RL-NDX TO 1.
           SEARCH RL-ENTRY
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 120-EDIT-SCHEDULE-ENTRY'
                   DISPLAY ' RETNSCHD NAMES A LOG THIS SWEEP DOES'
                   DISPLAY ' NOT KNOW - ', RT-LOG-NAME
                   DISPLAY '*******************************'
                   STOP RUN
               WHEN RL-LOG-NAME (RL-NDX) = RT-LOG-NAME
                   SET WS-LOG-SUB TO RL-NDX
           END-SEARCH.

           IF SW-SCHEDULED (WS-LOG-SUB)
               DISPLAY '******************************'
               DISPLAY ' 120-EDIT-SCHEDULE-ENTRY'
               DISPLAY ' RETNSCHD SCHEDULES ', RT-LOG-NAME, ' TWICE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF RT-RETAIN-DAYS NOT NUMERIC OR RT-RETAIN-DAYS = ZERO
               DISPLAY '******************************'
               DISPLAY ' 120-EDIT-SCHEDULE-ENTRY'
               DISPLAY ' RETENTION DAYS FOR ', RT-LOG-NAME
               DISPLAY ' MUST BE NUMERIC AND GREATER THAN ZERO'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF NOT RT-DISP-VALID
               DISPLAY '******************************'
               DISPLAY ' 120-EDIT-SCHEDULE-ENTRY'
               DISPLAY ' DISPOSITION FOR ', RT-LOG-NAME
               DISPLAY ' MUST BE D (DELETE) OR A (ARCHIVE)'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "N" TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 3
               IF RT-DATE-FIELD NOT = SPACES
                       AND RT-DATE-FIELD
                           = RL-DATE-CODE (WS-LOG-SUB, WS-CODE-SUB)
                   MOVE "Y" TO WS-CODE-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF NOT DATE-CODE-FOUND
               DISPLAY '******************************'
               DISPLAY ' 120-EDIT-SCHEDULE-ENTRY'
               DISPLAY ' ', RT-DATE-FIELD, ' IS NOT A GOVERNING'
               DISPLAY ' DATE OF ', RT-LOG-NAME
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "Y"              TO SW-SCHEDULED-SWITCH (WS-LOG-SUB).
           MOVE RT-RETAIN-DAYS   TO SW-RETAIN-DAYS (WS-LOG-SUB).
           MOVE RT-DATE-FIELD    TO SW-DATE-FIELD (WS-LOG-SUB).
           MOVE RT-DISPOSITION   TO SW-DISPOSITION (WS-LOG-SUB).
           MOVE RT-SCHEDULE-REF  TO SW-SCHEDULE-REF (WS-LOG-SUB).
           COMPUTE SW-CUTOFF-DATE (WS-LOG-SUB) =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER - RT-RETAIN-DAYS).


      *****************************************************
      *  150-CLASSIFY-ENTRY - TESTS WS-GOVERNING-DATE      *
      *  AGAINST THE CUTOFF FOR LOG WS-LOG-SUB.  AN        *
      *  EXPIRED OR UNDATED ENTRY TIED TO AN OPEN ITEM IS  *
      *  HELD; OTHERWISE ONLY AN EXPIRED ENTRY IS PURGED.  *
      *  THE CALLER SETS WS-OPEN-ITEM-SWITCH FIRST.        *
      *****************************************************
       150-CLASSIFY-ENTRY.

           ADD 1 TO SW-READ (WS-LOG-SUB).
           MOVE "N" TO WS-PURGE-SWITCH.

           EVALUATE TRUE
               WHEN WS-GOVERNING-DATE NOT NUMERIC
                       OR WS-GOVERNING-DATE = ZERO
                   SET ENTRY-UNDATED TO TRUE
               WHEN WS-GOVERNING-DATE <= SW-CUTOFF-DATE (WS-LOG-SUB)
                   SET ENTRY-EXPIRED TO TRUE
               WHEN OTHER
                   SET ENTRY-WITHIN-PERIOD TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ENTRY-WITHIN-PERIOD
                   ADD 1 TO SW-WITHIN-PERIOD (WS-LOG-SUB)
               WHEN ENTRY-OPEN-ITEM
                   ADD 1 TO SW-OPEN-ITEM (WS-LOG-SUB)
               WHEN ENTRY-UNDATED
                   ADD 1 TO SW-UNDATED (WS-LOG-SUB)
               WHEN OTHER
                   MOVE "Y" TO WS-PURGE-SWITCH
                   ADD 1 TO SW-PURGED (WS-LOG-SUB)
           END-EVALUATE.


      *****************************************************
      *  160-ARCHIVE-ENTRY - COPIES AN EXPIRED ENTRY TO    *
      *  RETNARCH WHEN ITS LOG'S SCHEDULE SAYS ARCHIVE.    *
      *  THE CALLER HAS MOVED THE ENTRY TO RA-ENTRY-IMAGE. *
      *****************************************************
       160-ARCHIVE-ENTRY.

           IF SW-DISP-ARCHIVE (WS-LOG-SUB)
               MOVE RL-LOG-NAME (WS-LOG-SUB) TO RA-LOG-NAME
               MOVE CD-CURRENT-DATE          TO RA-SWEEP-DATE
               MOVE WS-GOVERNING-DATE        TO RA-GOVERNING-DATE
               WRITE RETENTION-ARCHIVE-RECORD
               ADD 1 TO SW-ARCHIVED (WS-LOG-SUB)
           END-IF.


       170-OPEN-WORK-OUTPUT.

           OPEN OUTPUT SWEEP-WORK-FILE.

           IF WS-WORK-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 170-OPEN-WORK-OUTPUT'
               DISPLAY ' ERROR OPENING THE SWEEP WORK FILE'
               DISPLAY ' FILE STATUS IS ', WS-WORK-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       175-OPEN-WORK-INPUT.

           OPEN INPUT SWEEP-WORK-FILE.

           IF WS-WORK-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 175-OPEN-WORK-INPUT'
               DISPLAY ' ERROR REOPENING THE SWEEP WORK FILE'
               DISPLAY ' FILE STATUS IS ', WS-WORK-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


      *****************************************************
      *  200-SWEEP-DISCLOG - DISCLOSURES ARE GOVERNED BY   *
      *  THE DISCLOSURE DATE AND HAVE NO OPEN STATE.  THE  *
      *  ENTRIES KEPT ARE COPIED FORWARD THROUGH SWEEPWRK  *
      *  AND THE LOG IS RELOADED ONLY IF ANY EXPIRED.      *
      *****************************************************
       200-SWEEP-DISCLOG.

           MOVE 1 TO WS-LOG-SUB.

           OPEN INPUT DISCLOSURE-LOG.

           IF WS-DISC-STATUS NOT = '00' AND WS-DISC-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 200-SWEEP-DISCLOG'
               DISPLAY ' ERROR OPENING THE DISCLOSURE LOG'
               DISPLAY ' FILE STATUS IS ', WS-DISC-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 170-OPEN-WORK-OUTPUT.

           MOVE "N" TO LOG-EOF-SWITCH.
           PERFORM UNTIL LOG-EOF
               READ DISCLOSURE-LOG
                   AT END
                       SET LOG-EOF TO TRUE
               END-READ
               IF NOT LOG-EOF
                   MOVE DG-DATE TO WS-GOVERNING-DATE
                   MOVE "N" TO WS-OPEN-ITEM-SWITCH
                   PERFORM 150-CLASSIFY-ENTRY
                   IF PURGE-ENTRY
                       MOVE DISCLOSURE-LOG-RECORD TO RA-ENTRY-IMAGE
                       PERFORM 160-ARCHIVE-ENTRY
                   ELSE
                       MOVE DISCLOSURE-LOG-RECORD
                           TO SWEEP-WORK-RECORD
                       WRITE SWEEP-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE DISCLOSURE-LOG
                 SWEEP-WORK-FILE.

           IF SW-PURGED (WS-LOG-SUB) > ZERO
               PERFORM 175-OPEN-WORK-INPUT
               OPEN OUTPUT DISCLOSURE-LOG
               MOVE "N" TO LOG-EOF-SWITCH
               PERFORM UNTIL LOG-EOF
                   READ SWEEP-WORK-FILE
                       AT END
                           SET LOG-EOF TO TRUE
                   END-READ
                   IF NOT LOG-EOF
                       MOVE SWEEP-WORK-RECORD
                           TO DISCLOSURE-LOG-RECORD
                       WRITE DISCLOSURE-LOG-RECORD
                   END-IF
               END-PERFORM
               CLOSE SWEEP-WORK-FILE
                     DISCLOSURE-LOG
           END-IF.


      *****************************************************
      *  300-SWEEP-COMMLOG - COMMUNICATIONS ARE GOVERNED   *
      *  BY THE PRODUCED OR THE RETURNED DATE; A PIECE     *
      *  NEVER RETURNED HAS NO RETURNED DATE AND IS KEPT   *
      *  UNDER THAT RULE.  PURGED IN PLACE.                *
      *****************************************************
       300-SWEEP-COMMLOG.

           MOVE 2 TO WS-LOG-SUB.

           OPEN I-O COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00' AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 300-SWEEP-COMMLOG'
               DISPLAY ' ERROR OPENING THE COMMUNICATIONS LOG'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "N" TO LOG-EOF-SWITCH.
           PERFORM UNTIL LOG-EOF
               READ COMM-LOG-FILE
                   AT END
                       SET LOG-EOF TO TRUE
               END-READ
               IF NOT LOG-EOF
                   IF SW-DATE-FIELD (WS-LOG-SUB) = "RETURNED"
                       MOVE CM-RETURNED-DATE TO WS-GOVERNING-DATE
                   ELSE
                       MOVE CM-PRODUCED-DATE TO WS-GOVERNING-DATE
                   END-IF
                   MOVE "N" TO WS-OPEN-ITEM-SWITCH
                   PERFORM 150-CLASSIFY-ENTRY
                   IF PURGE-ENTRY
                       MOVE COMM-LOG-RECORD TO RA-ENTRY-IMAGE
                       PERFORM 160-ARCHIVE-ENTRY
                       DELETE COMM-LOG-FILE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE COMM-LOG-FILE.


      *****************************************************
      *  400-SWEEP-HOLDAUDT - AUDIT ENTRIES ARE GOVERNED   *
      *  BY THE PLACE / RELEASE DATE.  WHILE THE HOLD IS   *
      *  STILL ACTIVE ON HOLDFILE EVERY AUDIT ENTRY FOR    *
      *  THAT STUDENT AND HOLD TYPE IS KEPT.  COPIED       *
      *  FORWARD LIKE DISCLOG.                             *
      *****************************************************
       400-SWEEP-HOLDAUDT.

           MOVE 3 TO WS-LOG-SUB.

           OPEN INPUT HOLD-AUDIT-FILE.

           IF WS-AUDIT-STATUS NOT = '00'
                   AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 400-SWEEP-HOLDAUDT'
               DISPLAY ' ERROR OPENING THE HOLD AUDIT FILE'
               DISPLAY ' FILE STATUS IS ', WS-AUDIT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 400-SWEEP-HOLDAUDT'
               DISPLAY ' ERROR OPENING THE HOLD FILE'
               DISPLAY ' FILE STATUS IS ', WS-HOLD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 170-OPEN-WORK-OUTPUT.

           MOVE "N" TO LOG-EOF-SWITCH.
           PERFORM UNTIL LOG-EOF
               READ HOLD-AUDIT-FILE
                   AT END
                       SET LOG-EOF TO TRUE
               END-READ
               IF NOT LOG-EOF
                   MOVE HA-DATE TO WS-GOVERNING-DATE
                   MOVE "N" TO WS-OPEN-ITEM-SWITCH
                   MOVE HA-STUDENT-ID TO HD-STUDENT-ID
                   MOVE HA-HOLD-TYPE  TO HD-HOLD-TYPE
                   READ HOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF HD-ACTIVE
                               MOVE "Y" TO WS-OPEN-ITEM-SWITCH
                           END-IF
                   END-READ
                   PERFORM 150-CLASSIFY-ENTRY
                   IF PURGE-ENTRY
                       MOVE HOLD-AUDIT-RECORD TO RA-ENTRY-IMAGE
                       PERFORM 160-ARCHIVE-ENTRY
                   ELSE
                       MOVE HOLD-AUDIT-RECORD TO SWEEP-WORK-RECORD
                       WRITE SWEEP-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE HOLD-AUDIT-FILE
                 HOLD-FILE
                 SWEEP-WORK-FILE.

           IF SW-PURGED (WS-LOG-SUB) > ZERO
               PERFORM 175-OPEN-WORK-INPUT
               OPEN OUTPUT HOLD-AUDIT-FILE
               MOVE "N" TO LOG-EOF-SWITCH
               PERFORM UNTIL LOG-EOF
                   READ SWEEP-WORK-FILE
                       AT END
                           SET LOG-EOF TO TRUE
                   END-READ
                   IF NOT LOG-EOF
                       MOVE SWEEP-WORK-RECORD TO HOLD-AUDIT-RECORD
                       WRITE HOLD-AUDIT-RECORD
                   END-IF
               END-PERFORM
               CLOSE SWEEP-WORK-FILE
                     HOLD-AUDIT-FILE
           END-IF.


      *****************************************************
      *  500-SWEEP-REJFILE - A REJECT IS OUTSTANDING UNTIL *
      *  REJRESOL HOLDS ITS RESOLUTION, AND AN OUTSTANDING *
      *  REJECT IS KEPT HOWEVER OLD.  GOVERNED BY THE      *
      *  REJECT DATE OR THE RESOLUTION DATE.  COPIED       *
      *  FORWARD LIKE DISCLOG.                             *
      *****************************************************
       500-SWEEP-REJFILE.

           MOVE 4 TO WS-LOG-SUB.

           OPEN INPUT REJECT-FILE.

           IF WS-REJF-STATUS NOT = '00' AND WS-REJF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 500-SWEEP-REJFILE'
               DISPLAY ' ERROR OPENING THE REJECT FILE'
               DISPLAY ' FILE STATUS IS ', WS-REJF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT RESOLUTION-FILE.

           IF WS-RESOL-STATUS NOT = '00'
                   AND WS-RESOL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 500-SWEEP-REJFILE'
               DISPLAY ' ERROR OPENING THE RESOLUTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RESOL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 170-OPEN-WORK-OUTPUT.

           MOVE "N" TO LOG-EOF-SWITCH.
           PERFORM UNTIL LOG-EOF
               READ REJECT-FILE
                   AT END
                       SET LOG-EOF TO TRUE
               END-READ
               IF NOT LOG-EOF
                   MOVE "N" TO WS-OPEN-ITEM-SWITCH
                   MOVE ZERO TO WS-GOVERNING-DATE
                   MOVE RJ-RESUB-ID TO RR-RESOL-KEY
                   READ RESOLUTION-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-OPEN-ITEM-SWITCH
                       NOT INVALID KEY
                           IF SW-DATE-FIELD (WS-LOG-SUB) = "RESOLVED"
                               MOVE RR-RESOL-DATE
                                   TO WS-GOVERNING-DATE
                           END-IF
                   END-READ
                   IF SW-DATE-FIELD (WS-LOG-SUB) = "REJECTED"
                       MOVE RJ-REJECT-DATE TO WS-GOVERNING-DATE
                   END-IF
                   PERFORM 150-CLASSIFY-ENTRY
                   IF PURGE-ENTRY
                       MOVE REJECT-OUT-RECORD TO RA-ENTRY-IMAGE
                       PERFORM 160-ARCHIVE-ENTRY
                   ELSE
                       MOVE REJECT-OUT-RECORD TO SWEEP-WORK-RECORD
                       WRITE SWEEP-WORK-RECORD
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE REJECT-FILE
                 RESOLUTION-FILE
                 SWEEP-WORK-FILE.

           IF SW-PURGED (WS-LOG-SUB) > ZERO
               PERFORM 175-OPEN-WORK-INPUT
               OPEN OUTPUT REJECT-FILE
               MOVE "N" TO LOG-EOF-SWITCH
               PERFORM UNTIL LOG-EOF
                   READ SWEEP-WORK-FILE
                       AT END
                           SET LOG-EOF TO TRUE
                   END-READ
                   IF NOT LOG-EOF
                       MOVE SWEEP-WORK-RECORD TO REJECT-OUT-RECORD
                       WRITE REJECT-OUT-RECORD
                   END-IF
               END-PERFORM
               CLOSE SWEEP-WORK-FILE
                     REJECT-FILE
           END-IF.


      *****************************************************
      *  600-SWEEP-SUSPFILE - AN UNCLEARED SUSPENSE ENTRY  *
      *  IS AN OPEN ITEM AND IS KEPT HOWEVER OLD.          *
      *  GOVERNED BY THE FIRST-SEEN, LAST-SEEN OR CLEARED  *
      *  DATE.  PURGED IN PLACE.                           *
      *****************************************************
       600-SWEEP-SUSPFILE.

           MOVE 5 TO WS-LOG-SUB.

           OPEN I-O SUSPENSE-FILE.

           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 600-SWEEP-SUSPFILE'
               DISPLAY ' ERROR OPENING THE EXCEPTION SUSPENSE FILE'
               DISPLAY ' FILE STATUS IS ', WS-SUSP-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "N" TO LOG-EOF-SWITCH.
           PERFORM UNTIL LOG-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET LOG-EOF TO TRUE
               END-READ
               IF NOT LOG-EOF
                   EVALUATE SW-DATE-FIELD (WS-LOG-SUB)
                       WHEN "FIRST"
                           MOVE SP-FIRST-DATE TO WS-GOVERNING-DATE
                       WHEN "LAST"
                           MOVE SP-LAST-DATE TO WS-GOVERNING-DATE
                       WHEN OTHER
                           MOVE SP-CLEARED-DATE TO WS-GOVERNING-DATE
                   END-EVALUATE
                   IF SP-CLEARED
                       MOVE "N" TO WS-OPEN-ITEM-SWITCH
                   ELSE
                       MOVE "Y" TO WS-OPEN-ITEM-SWITCH
                   END-IF
                   PERFORM 150-CLASSIFY-ENTRY
                   IF PURGE-ENTRY
                       MOVE SUSPENSE-RECORD TO RA-ENTRY-IMAGE
                       PERFORM 160-ARCHIVE-ENTRY
                       DELETE SUSPENSE-FILE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SUSPENSE-FILE.


      *****************************************************
      *  700-SWEEP-JRNLGCAT - A GENERATION STILL KEPT MAY  *
      *  BE NEEDED BY A RECOVERY AND IS AN OPEN ITEM; ONLY *
      *  GENERATIONS JRNLCYCL HAS MARKED PURGED LEAVE THE  *
      *  CATALOG.  GOVERNED BY THE CLOSED DATE OR THE DATE *
      *  OF THE GENERATION'S LAST RECORD.  PURGED IN       *
      *  PLACE.                                            *
      *****************************************************
       700-SWEEP-JRNLGCAT.

           MOVE 6 TO WS-LOG-SUB.

           OPEN I-O GEN-CATALOG-FILE.

           IF WS-GCAT-STATUS NOT = '00' AND WS-GCAT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 700-SWEEP-JRNLGCAT'
               DISPLAY ' ERROR OPENING THE GENERATION CATALOG'
               DISPLAY ' FILE STATUS IS ', WS-GCAT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "N" TO LOG-EOF-SWITCH.
           PERFORM UNTIL LOG-EOF
               READ GEN-CATALOG-FILE
                   AT END
                       SET LOG-EOF TO TRUE
               END-READ
               IF NOT LOG-EOF
                   IF SW-DATE-FIELD (WS-LOG-SUB) = "LAST"
                       MOVE JG-LAST-DATE TO WS-GOVERNING-DATE
                   ELSE
                       MOVE JG-CLOSED-DATE TO WS-GOVERNING-DATE
                   END-IF
                   IF JG-GEN-PURGED
                       MOVE "N" TO WS-OPEN-ITEM-SWITCH
                   ELSE
                       MOVE "Y" TO WS-OPEN-ITEM-SWITCH
                   END-IF
                   PERFORM 150-CLASSIFY-ENTRY
                   IF PURGE-ENTRY
                       MOVE JOURNAL-GEN-RECORD TO RA-ENTRY-IMAGE
                       PERFORM 160-ARCHIVE-ENTRY
                       DELETE GEN-CATALOG-FILE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE GEN-CATALOG-FILE.


      *****************************************************
      *  800-PRINT-CERTIFICATE - ONE LINE PER LOG, THE RUN *
      *  TOTALS, AND THE RECORDS OFFICER'S ATTESTATION.    *
      *****************************************************
       800-PRINT-CERTIFICATE.

           MOVE CERT-HEADING-LINE TO CERT-REC.
           WRITE CERT-REC AFTER PAGE.
           MOVE CERT-COLUMN-LINE-1 TO CERT-REC.
           WRITE CERT-REC AFTER 2.
           MOVE CERT-COLUMN-LINE-2 TO CERT-REC.
           WRITE CERT-REC AFTER 1.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.

           PERFORM 810-PRINT-LOG-LINE
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > 6.

           MOVE SPACES TO CERT-TOTAL-LINE.
           MOVE "TOTAL - ALL LOGS SWEPT" TO CTL-CAPTION.
           MOVE WS-TOTAL-READ      TO CTL-READ.
           MOVE WS-TOTAL-WITHIN    TO CTL-WITHIN-PERIOD.
           MOVE WS-TOTAL-OPEN-ITEM TO CTL-OPEN-ITEM.
           MOVE WS-TOTAL-UNDATED   TO CTL-UNDATED.
           MOVE WS-TOTAL-PURGED    TO CTL-PURGED.
           MOVE CERT-TOTAL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 2.

           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "ENTRIES PURGED" TO TR-CAPTION.
           MOVE WS-TOTAL-PURGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "OF WHICH COPIED TO RETNARCH" TO TR-CAPTION.
           MOVE WS-TOTAL-ARCHIVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "OF WHICH DESTROYED OUTRIGHT" TO TR-CAPTION.
           COMPUTE TR-COUNT = WS-TOTAL-PURGED - WS-TOTAL-ARCHIVED.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "ENTRIES HELD FOR AN OPEN ITEM" TO TR-CAPTION.
           MOVE WS-TOTAL-OPEN-ITEM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE SPACES TO CERT-TEXT-LINE.
           MOVE "I CERTIFY THAT THE ENTRIES COUNTED AS PURGED ABOVE"
               TO CX-TEXT.
           MOVE CERT-TEXT-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 3.

           MOVE "WERE DISPOSED OF UNDER THE RETENTION SCHEDULE SHOWN,"
               TO CX-TEXT.
           MOVE CERT-TEXT-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE
               "AND THAT NO ENTRY TIED TO AN OPEN ITEM WAS DISPOSED OF."
               TO CX-TEXT.
           MOVE CERT-TEXT-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "RECORDS OFFICER: ______________________________"
               TO CX-TEXT.
           MOVE CERT-TEXT-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 3.

           MOVE "DATE:            ______________________________"
               TO CX-TEXT.
           MOVE CERT-TEXT-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 2.


       810-PRINT-LOG-LINE.

           IF SW-SCHEDULED (WS-LOG-SUB)
               MOVE SPACES TO CERT-DETAIL-LINE
               MOVE RL-LOG-NAME (WS-LOG-SUB)     TO CL-LOG-NAME
               MOVE SW-SCHEDULE-REF (WS-LOG-SUB) TO CL-SCHEDULE-REF
               MOVE SW-RETAIN-DAYS (WS-LOG-SUB)  TO CL-RETAIN-DAYS
               MOVE SW-DATE-FIELD (WS-LOG-SUB)   TO CL-DATE-FIELD
               MOVE SW-CUTOFF-DATE (WS-LOG-SUB)  TO WS-PRINT-DATE
               MOVE WS-PRINT-MONTH               TO CL-CUTOFF-MONTH
               MOVE "/"                          TO CL-CUTOFF-SLASH-1
               MOVE WS-PRINT-DAY                 TO CL-CUTOFF-DAY
               MOVE "/"                          TO CL-CUTOFF-SLASH-2
               MOVE WS-PRINT-YEAR                TO CL-CUTOFF-YEAR
               IF SW-DISP-ARCHIVE (WS-LOG-SUB)
                   MOVE "ARCHIVED" TO CL-DISPOSAL
               ELSE
                   MOVE "DELETED"  TO CL-DISPOSAL
               END-IF
               MOVE SW-READ (WS-LOG-SUB)          TO CL-READ
               MOVE SW-WITHIN-PERIOD (WS-LOG-SUB) TO CL-WITHIN-PERIOD
               MOVE SW-OPEN-ITEM (WS-LOG-SUB)     TO CL-OPEN-ITEM
               MOVE SW-UNDATED (WS-LOG-SUB)       TO CL-UNDATED
               MOVE SW-PURGED (WS-LOG-SUB)        TO CL-PURGED
               MOVE CERT-DETAIL-LINE TO CERT-REC
               WRITE CERT-REC
               ADD SW-READ (WS-LOG-SUB)          TO WS-TOTAL-READ
               ADD SW-WITHIN-PERIOD (WS-LOG-SUB) TO WS-TOTAL-WITHIN
               ADD SW-OPEN-ITEM (WS-LOG-SUB)     TO WS-TOTAL-OPEN-ITEM
               ADD SW-UNDATED (WS-LOG-SUB)       TO WS-TOTAL-UNDATED
               ADD SW-PURGED (WS-LOG-SUB)        TO WS-TOTAL-PURGED
               ADD SW-ARCHIVED (WS-LOG-SUB)      TO WS-TOTAL-ARCHIVED
           ELSE
               MOVE RL-LOG-NAME (WS-LOG-SUB) TO CU-LOG-NAME
               MOVE CERT-UNSCHEDULED-LINE TO CERT-REC
               WRITE CERT-REC
           END-IF.
