       IDENTIFICATION DIVISION.

       PROGRAM-ID. AUTHCERT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  AUTHCERT - QUARTERLY ACCESS RECERTIFICATION       *
      *  READS THE OPERATOR AUTHORIZATION FILE (AUTHFILE)  *
      *  IN USER ID ORDER AND PRINTS, FOR EVERY USER, EACH *
      *  PROGRAM THE USER MAY RUN WITH THE ALLOWED ACTION  *
      *  CODES AND THE DATE AND ADMINISTRATOR OF THE LAST  *
      *  GRANT OR CHANGE, FOLLOWED BY A SIGN-OFF LINE FOR  *
      *  THE USER'S MANAGER.  THE SEPARATION-OF-DUTIES     *
      *  RULES ON SODRULES - PAIRS OF PROGRAM AND ACTION   *
      *  THAT NO ONE USER SHOULD HOLD TOGETHER, SUCH AS    *
      *  GRDCHG GRADE-CHANGE SUBMISSION (C) WITH APPLMNT   *
      *  APPEAL APPROVAL - ARE TESTED AGAINST EACH USER'S  *
      *  ACCESS, AND EVERY CONFLICT IS FLAGGED UNDER THE   *
      *  USER FOR THE MANAGER TO RESOLVE.  A RULE ACTION   *
      *  OF BLANK MATCHES ANY ACCESS TO THE PROGRAM.  THE  *
      *  REPORT PRINTS ON AUTHCRPT.                        *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SOD-RULE-FILE
               ASSIGN SODRULES
               FILE STATUS IS WS-RULE-STATUS.

           SELECT CERT-REPORT
               ASSIGN AUTHCRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SOD-RULE-FILE.

      *****************************************************
      *  SODRULES - ONE SEPARATION-OF-DUTIES RULE PER      *
      *  RECORD: TWO PROGRAM / ACTION PAIRS THAT CONFLICT  *
      *  WHEN ONE USER HOLDS BOTH, AND THE REASON PRINTED  *
      *  WITH THE FLAG.                                    *
      *****************************************************
       01  SOD-RULE-RECORD.
           05  SR-PROGRAM-A             PIC X(08).
           05  SR-ACTION-A              PIC X(01).
           05  SR-PROGRAM-B             PIC X(08).
           05  SR-ACTION-B              PIC X(01).
           05  SR-DESCRIPTION           PIC X(40).

       FD  CERT-REPORT.

       01  CERT-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  AUTH-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  AUTH-EOF                        VALUE "Y".
           05  RULE-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  RULE-EOF                        VALUE "Y".
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-RULE-STATUS          PIC XX.
           05  WS-CURRENT-USER         PIC X(06)   VALUE SPACES.
           05  WS-NUM-RULES            PIC 9(03)   VALUE ZERO.
           05  WS-RULE-SUB             PIC 9(03)   VALUE ZERO.
           05  WS-NUM-ENTRIES          PIC 9(03)   VALUE ZERO.
           05  WS-ENT-SUB              PIC 9(03)   VALUE ZERO.
           05  WS-ACT-SUB              PIC 9(02)   VALUE ZERO.
           05  WS-MATCH-PROGRAM        PIC X(08)   VALUE SPACES.
           05  WS-MATCH-ACTION         PIC X(01)   VALUE SPACE.
           05  WS-MATCH-SWITCH         PIC X(01)   VALUE "N".
               88  ACCESS-MATCHED                  VALUE "Y".
           05  WS-SIDE-A-SWITCH        PIC X(01)   VALUE "N".
               88  HOLDS-SIDE-A                    VALUE "Y".
           05  WS-USER-CONFLICTS       PIC 9(03)   VALUE ZERO.
           05  WS-USERS-REVIEWED       PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-LISTED       PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-OVERFLOW     PIC 9(07) VALUE ZERO.
           05  WS-USERS-IN-CONFLICT    PIC 9(07) VALUE ZERO.
           05  WS-CONFLICTS-FLAGGED    PIC 9(07) VALUE ZERO.

      *****************************************************
      *  SEPARATION-OF-DUTIES RULES AS LOADED FROM         *
      *  SODRULES.                                         *
      *****************************************************
       01  RULE-TBL-GROUP.
           05  RULE-ENTRY OCCURS 100 TIMES.
               10  RL-PROGRAM-A        PIC X(08).
               10  RL-ACTION-A         PIC X(01).
               10  RL-PROGRAM-B        PIC X(08).
               10  RL-ACTION-B         PIC X(01).
               10  RL-DESCRIPTION      PIC X(40).

      *****************************************************
      *  ONE USER'S AUTHFILE RECORDS, GATHERED UNTIL THE   *
      *  USER ID CHANGES.                                  *
      *****************************************************
       01  ENTRY-TBL-GROUP.
           05  USER-ENTRY OCCURS 60 TIMES.
               10  UE-PROGRAM          PIC X(08).
               10  UE-ALLOWED-ACTIONS  PIC X(08).
               10  UE-LAST-CHANGE-DATE PIC 9(08).
               10  UE-LAST-CHANGE-BY   PIC X(06).

       01  CERT-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CRH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CRH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CRH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "QUARTERLY ACCESS RECERTIFICATION".
           05                 PIC X(72)  VALUE SPACE.

       01  USER-HEADING-LINE.
           05                 PIC X(09)  VALUE "USER ID: ".
           05  UH-USER-ID     PIC X(06).
           05                 PIC X(117) VALUE SPACE.

       01  CERT-COLUMN-LINE.
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(07)  VALUE "PROGRAM".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(15)  VALUE "ALLOWED ACTIONS".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(12)  VALUE "LAST CHANGED".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(10)  VALUE "CHANGED BY".
           05                 PIC X(72)  VALUE SPACE.

       01  CERT-DETAIL-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05  CL-PROGRAM         PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  CL-ALLOWED-ACTIONS PIC X(08).
           05                     PIC X(11)  VALUE SPACE.
           05  CL-CHANGE-DATE     PIC 9(08).
           05                     PIC X(08)  VALUE SPACE.
           05  CL-CHANGE-BY       PIC X(06).
           05                     PIC X(76)  VALUE SPACE.

       01  CONFLICT-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(22)
               VALUE "*** DUTIES CONFLICT - ".
           05  CF-PROGRAM-A       PIC X(08).
           05                     PIC X(01)  VALUE SPACE.
           05  CF-ACTION-A        PIC X(03).
           05                     PIC X(06)  VALUE " WITH ".
           05  CF-PROGRAM-B       PIC X(08).
           05                     PIC X(01)  VALUE SPACE.
           05  CF-ACTION-B        PIC X(03).
           05                     PIC X(03)  VALUE " - ".
           05  CF-DESCRIPTION     PIC X(40).
           05                     PIC X(33)  VALUE SPACE.

       01  OVERFLOW-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(45)
               VALUE "*** MORE PROGRAMS THAN THE REPORT HOLDS - SEE".
           05                     PIC X(20)
               VALUE " AUTHFILE DIRECTLY".
           05                     PIC X(63)  VALUE SPACE.

       01  SIGNOFF-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(14)  VALUE "CERTIFIED BY: ".
           05                     PIC X(30)  VALUE ALL "_".
           05                     PIC X(08)  VALUE "  DATE: ".
           05                     PIC X(10)  VALUE ALL "_".
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(31)
               VALUE "ACCESS RETAINED / CHANGES NOTED".
           05                     PIC X(31)  VALUE SPACE.

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

           PERFORM UNTIL AUTH-EOF
               READ AUTH-FILE
                   AT END
                       SET AUTH-EOF TO TRUE
               END-READ
               IF NOT AUTH-EOF
                   IF AU-USER-ID NOT = WS-CURRENT-USER
                       IF WS-CURRENT-USER NOT = SPACES
                           PERFORM 200-PRINT-USER
                       END-IF
                       MOVE AU-USER-ID TO WS-CURRENT-USER
                       MOVE ZERO TO WS-NUM-ENTRIES
                   END-IF
                   PERFORM 110-GATHER-ENTRY
               END-IF
           END-PERFORM.

           IF WS-CURRENT-USER NOT = SPACES
               PERFORM 200-PRINT-USER
           END-IF.

           PERFORM 240-PRINT-TRAILER.

           CLOSE AUTH-FILE
                 CERT-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CRH-MONTH.
           MOVE CD-DAY     TO CRH-DAY.
           MOVE CD-YEAR    TO CRH-YEAR.

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 105-LOAD-RULES.

           OPEN OUTPUT CERT-REPORT.

           MOVE CERT-HEADING-LINE TO CERT-REC.
           WRITE CERT-REC AFTER PAGE.


      *****************************************************
      *  105-LOAD-RULES - THE SEPARATION-OF-DUTIES RULES.  *
      *  WITH NO SODRULES FILE THE REPORT STILL LISTS      *
      *  EVERY USER'S ACCESS, BUT FLAGS NO CONFLICTS.      *
      *****************************************************
       105-LOAD-RULES.

           OPEN INPUT SOD-RULE-FILE.

           IF WS-RULE-STATUS NOT = '00' AND WS-RULE-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-RULES'
               DISPLAY ' ERROR OPENING THE DUTIES RULE FILE'
               DISPLAY ' FILE STATUS IS ', WS-RULE-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL RULE-EOF
               READ SOD-RULE-FILE
                   AT END
                       SET RULE-EOF TO TRUE
               END-READ
               IF NOT RULE-EOF
                   IF WS-NUM-RULES < 100
                       ADD 1 TO WS-NUM-RULES
                       MOVE SR-PROGRAM-A
                           TO RL-PROGRAM-A (WS-NUM-RULES)
                       MOVE SR-ACTION-A
                           TO RL-ACTION-A (WS-NUM-RULES)
                       MOVE SR-PROGRAM-B
                           TO RL-PROGRAM-B (WS-NUM-RULES)
                       MOVE SR-ACTION-B
                           TO RL-ACTION-B (WS-NUM-RULES)
                       MOVE SR-DESCRIPTION
                           TO RL-DESCRIPTION (WS-NUM-RULES)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SOD-RULE-FILE.


       110-GATHER-ENTRY.

           ADD 1 TO WS-ENTRIES-LISTED.

           IF WS-NUM-ENTRIES < 60
               ADD 1 TO WS-NUM-ENTRIES
               MOVE AU-PROGRAM
                   TO UE-PROGRAM (WS-NUM-ENTRIES)
               MOVE AU-ALLOWED-ACTIONS
                   TO UE-ALLOWED-ACTIONS (WS-NUM-ENTRIES)
               MOVE AU-LAST-CHANGE-DATE
                   TO UE-LAST-CHANGE-DATE (WS-NUM-ENTRIES)
               MOVE AU-LAST-CHANGE-BY
                   TO UE-LAST-CHANGE-BY (WS-NUM-ENTRIES)
           ELSE
               ADD 1 TO WS-ENTRIES-OVERFLOW
           END-IF.


      *****************************************************
      *  200-PRINT-USER - ONE USER'S ACCESS, ANY DUTIES    *
      *  CONFLICTS, AND THE MANAGER'S SIGN-OFF LINE.       *
      *****************************************************
       200-PRINT-USER.

           ADD 1 TO WS-USERS-REVIEWED.

           MOVE WS-CURRENT-USER TO UH-USER-ID.
           MOVE USER-HEADING-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 3.
           MOVE CERT-COLUMN-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-NUM-ENTRIES
               MOVE UE-PROGRAM (WS-ENT-SUB)         TO CL-PROGRAM
               MOVE UE-ALLOWED-ACTIONS (WS-ENT-SUB)
                   TO CL-ALLOWED-ACTIONS
               IF UE-LAST-CHANGE-DATE (WS-ENT-SUB) NUMERIC
                   MOVE UE-LAST-CHANGE-DATE (WS-ENT-SUB)
                       TO CL-CHANGE-DATE
               ELSE
                   MOVE ZEROS TO CL-CHANGE-DATE
               END-IF
               MOVE UE-LAST-CHANGE-BY (WS-ENT-SUB)  TO CL-CHANGE-BY
               MOVE CERT-DETAIL-LINE TO CERT-REC
               WRITE CERT-REC AFTER 1
           END-PERFORM.

           IF WS-ENTRIES-OVERFLOW > ZERO
               MOVE OVERFLOW-LINE TO CERT-REC
               WRITE CERT-REC AFTER 1
               MOVE ZERO TO WS-ENTRIES-OVERFLOW
           END-IF.

           MOVE ZERO TO WS-USER-CONFLICTS.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-NUM-RULES
               PERFORM 210-TEST-RULE
           END-PERFORM.

           IF WS-USER-CONFLICTS > ZERO
               ADD 1 TO WS-USERS-IN-CONFLICT
           END-IF.

           MOVE SIGNOFF-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 2.


      *****************************************************
      *  210-TEST-RULE - THE USER IS IN CONFLICT WHEN BOTH *
      *  SIDES OF THE RULE MATCH THE USER'S ACCESS.        *
      *****************************************************
       210-TEST-RULE.

           MOVE "N" TO WS-SIDE-A-SWITCH.
           MOVE RL-PROGRAM-A (WS-RULE-SUB) TO WS-MATCH-PROGRAM.
           MOVE RL-ACTION-A (WS-RULE-SUB)  TO WS-MATCH-ACTION.
           PERFORM 220-MATCH-ACCESS.

           IF ACCESS-MATCHED
               MOVE "Y" TO WS-SIDE-A-SWITCH
               MOVE RL-PROGRAM-B (WS-RULE-SUB) TO WS-MATCH-PROGRAM
               MOVE RL-ACTION-B (WS-RULE-SUB)  TO WS-MATCH-ACTION
               PERFORM 220-MATCH-ACCESS
           END-IF.

           IF HOLDS-SIDE-A AND ACCESS-MATCHED
               ADD 1 TO WS-USER-CONFLICTS
               ADD 1 TO WS-CONFLICTS-FLAGGED
               MOVE RL-PROGRAM-A (WS-RULE-SUB) TO CF-PROGRAM-A
               MOVE RL-PROGRAM-B (WS-RULE-SUB) TO CF-PROGRAM-B
               IF RL-ACTION-A (WS-RULE-SUB) = SPACE
                   MOVE "ANY" TO CF-ACTION-A
               ELSE
                   MOVE RL-ACTION-A (WS-RULE-SUB) TO CF-ACTION-A
               END-IF
               IF RL-ACTION-B (WS-RULE-SUB) = SPACE
                   MOVE "ANY" TO CF-ACTION-B
               ELSE
                   MOVE RL-ACTION-B (WS-RULE-SUB) TO CF-ACTION-B
               END-IF
               MOVE RL-DESCRIPTION (WS-RULE-SUB) TO CF-DESCRIPTION
               MOVE CONFLICT-LINE TO CERT-REC
               WRITE CERT-REC AFTER 1
           END-IF.


      *****************************************************
      *  220-MATCH-ACCESS - DOES THE USER HOLD THE PROGRAM *
      *  WITH THE ACTION?  A BLANK RULE ACTION MATCHES ANY *
      *  ACCESS TO THE PROGRAM.                            *
      *****************************************************
       220-MATCH-ACCESS.

           MOVE "N" TO WS-MATCH-SWITCH.

           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-NUM-ENTRIES
                      OR ACCESS-MATCHED
               IF UE-PROGRAM (WS-ENT-SUB) = WS-MATCH-PROGRAM
                   IF WS-MATCH-ACTION = SPACE
                       MOVE "Y" TO WS-MATCH-SWITCH
                   ELSE
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR ACCESS-MATCHED
                           IF UE-ALLOWED-ACTIONS (WS-ENT-SUB)
                                   (WS-ACT-SUB:1) = WS-MATCH-ACTION
                               MOVE "Y" TO WS-MATCH-SWITCH
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.


       240-PRINT-TRAILER.

           MOVE CERT-HEADING-LINE TO CERT-REC.
           WRITE CERT-REC AFTER PAGE.

           MOVE "USERS REVIEWED" TO TR-CAPTION.
           MOVE WS-USERS-REVIEWED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 2.

           MOVE "PROGRAM ACCESS ENTRIES" TO TR-CAPTION.
           MOVE WS-ENTRIES-LISTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "DUTIES RULES TESTED" TO TR-CAPTION.
           MOVE WS-NUM-RULES TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "USERS WITH DUTIES CONFLICTS" TO TR-CAPTION.
           MOVE WS-USERS-IN-CONFLICT TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.

           MOVE "DUTIES CONFLICTS FLAGGED" TO TR-CAPTION.
           MOVE WS-CONFLICTS-FLAGGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CERT-REC.
           WRITE CERT-REC AFTER 1.
