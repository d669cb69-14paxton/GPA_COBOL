       IDENTIFICATION DIVISION.

       PROGRAM-ID. VISAMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  VISAMNT - VISA STATUS FILE UPKEEP                 *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  VISATRAN AGAINST THE VISA STATUS FILE (VISAFILE), *
      *  AND R TRANSACTIONS THAT RECORD OR CLEAR A REDUCED *
      *  COURSE LOAD APPROVED BY THE DESIGNATED SCHOOL     *
      *  OFFICIAL FOR ONE TERM.  THE STUDENT MUST BE ON    *
      *  THE STUDENT MASTER, THE SEVIS ID MUST BE AN N     *
      *  FOLLOWED BY TEN DIGITS, AND A REDUCED-LOAD TERM   *
      *  MUST BE ON THE ACADEMIC CALENDAR.  AN R WITH A    *
      *  BLANK REASON CLEARS THE APPROVAL.  ON A CHANGE,   *
      *  ONLY THE NON-BLANK FIELDS OF THE TRANSACTION      *
      *  REPLACE THE RECORD.  THE USER MUST BE AUTHORIZED  *
      *  FOR THE ACTION ON AUTHFILE.  AN APPLIED /         *
      *  REJECTED REGISTER PRINTS ON VISARGST.             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT VISA-TRAN-FILE
               ASSIGN VISATRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL VISA-STATUS-FILE
               ASSIGN VISAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VI-STUDENT-ID
               FILE STATUS IS WS-VISA-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT VISA-REGISTER
               ASSIGN VISARGST.

       DATA DIVISION.

       FILE SECTION.

       FD  VISA-TRAN-FILE.

       01  VISA-TRAN-RECORD.
           05  VX-ACTION                PIC X(01).
               88  VX-ACTION-ADD                VALUE "A".
               88  VX-ACTION-CHANGE             VALUE "C".
               88  VX-ACTION-DELETE             VALUE "D".
               88  VX-ACTION-REDUCED-LOAD       VALUE "R".
               88  VX-ACTION-VALID              VALUE "A" "C" "D"
                                                      "R".
           05  VX-STUDENT-ID            PIC 9(09).
           05  VX-VISA-TYPE             PIC X(02).
               88  VX-VISA-TYPE-VALID           VALUE "F1" "M1"
                                                      "J1".
           05  VX-SEVIS-ID              PIC X(11).
           05  VX-PROGRAM-END-DATE      PIC X(08).
           05  VX-PROGRAM-END-DATE-N REDEFINES VX-PROGRAM-END-DATE
                                        PIC 9(08).
           05  VX-RCL-TERM              PIC X(05).
           05  VX-RCL-MIN-CREDITS       PIC X(03).
           05  VX-RCL-MIN-CREDITS-N REDEFINES VX-RCL-MIN-CREDITS
                                        PIC 99V9.
           05  VX-RCL-REASON            PIC X(02).
               88  VX-RCL-REASON-VALID          VALUE "AD" "MD"
                                                      "FT".
           05  VX-USER-ID               PIC X(06).

       FD  VISA-STATUS-FILE.

            COPY VISAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VISA-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-VISA-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-DATE-OK-SWITCH       PIC X(01)   VALUE "Y".
               88  DATE-IS-VALID                   VALUE "Y".
           05  WS-CHECK-DATE           PIC X(08).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(04).
               10  WS-CHECK-MONTH      PIC 9(02).
               10  WS-CHECK-DAY        PIC 9(02).
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-RECS-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-RECS-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-RECS-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-RCL-RECORDED         PIC 9(07) VALUE ZERO.
           05  WS-RCL-CLEARED          PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(28)
               VALUE "VISAMNT VISA STATUS REGISTER".
           05                 PIC X(80)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(12)  VALUE "STUDENT ID".
           05                 PIC X(05)  VALUE "VISA".
           05                 PIC X(14)  VALUE "SEVIS ID".
           05                 PIC X(11)  VALUE "END DATE".
           05                 PIC X(08)  VALUE "RCL TERM".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(09)  VALUE "USER".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(40)  VALUE "REASON".
           05                 PIC X(15)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-VISA-TYPE       PIC X(02).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-SEVIS-ID        PIC X(11).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-END-DATE        PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-RCL-TERM        PIC X(05).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(15)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ VISA-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE VISA-TRAN-FILE
                 VISA-STATUS-FILE
                 STUDENT-FILE
                 CALENDAR-FILE
                 AUTH-FILE
                 VISA-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT VISA-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISA TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O VISA-STATUS-FILE.

           IF WS-VISA-STATUS NOT = '00' AND WS-VISA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISA STATUS FILE'
               DISPLAY ' FILE STATUS IS ', WS-VISA-STATUS
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

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT VISA-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN VX-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN VX-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN VX-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
                   WHEN VX-ACTION-REDUCED-LOAD
                       PERFORM 155-APPLY-REDUCED-LOAD
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT VX-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D / R"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               MOVE VX-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND VX-ACTION-ADD
               IF VX-VISA-TYPE = SPACES
                       OR VX-SEVIS-ID = SPACES
                       OR VX-PROGRAM-END-DATE = SPACES
                   MOVE "ADD NEEDS VISA TYPE, SEVIS ID, END DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND (VX-ACTION-ADD OR VX-ACTION-CHANGE)
               PERFORM 125-EDIT-VISA-FIELDS
           END-IF.

           IF TRAN-IS-VALID AND VX-ACTION-REDUCED-LOAD
               PERFORM 126-EDIT-REDUCED-LOAD
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.


      *****************************************************
      *  124-CHECK-DATE - WS-CHECK-DATE MUST BE A NUMERIC  *
      *  YYYYMMDD WITH A PLAUSIBLE MONTH AND DAY.          *
      *****************************************************
       124-CHECK-DATE.

           MOVE "Y" TO WS-DATE-OK-SWITCH.

           IF WS-CHECK-DATE NOT NUMERIC
               MOVE "N" TO WS-DATE-OK-SWITCH
           ELSE
               IF WS-CHECK-YEAR < 1900
                       OR WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 01 OR WS-CHECK-DAY > 31
                   MOVE "N" TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  125-EDIT-VISA-FIELDS - EACH NON-BLANK VISA FIELD  *
      *  ON AN ADD OR CHANGE: A KNOWN VISA TYPE, A SEVIS   *
      *  ID OF N AND TEN DIGITS, AND A VALID END DATE.     *
      *****************************************************
       125-EDIT-VISA-FIELDS.

           IF VX-VISA-TYPE NOT = SPACES
               IF NOT VX-VISA-TYPE-VALID
                   MOVE "VISA TYPE NOT F1 / M1 / J1"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VX-SEVIS-ID NOT = SPACES
               IF VX-SEVIS-ID (1:1) NOT = "N"
                       OR VX-SEVIS-ID (2:10) NOT NUMERIC
                   MOVE "SEVIS ID NOT N FOLLOWED BY 10 DIGITS"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VX-PROGRAM-END-DATE NOT = SPACES
               MOVE VX-PROGRAM-END-DATE TO WS-CHECK-DATE
               PERFORM 124-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE "PROGRAM END DATE IS NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  126-EDIT-REDUCED-LOAD - THE TERM MUST BE ON THE   *
      *  ACADEMIC CALENDAR.  A BLANK REASON CLEARS THE     *
      *  APPROVAL; OTHERWISE THE REASON MUST BE AD / MD /  *
      *  FT AND THE APPROVED MINIMUM A NUMERIC CREDIT      *
      *  LOAD (NN.N, IMPLIED DECIMAL).  A FINAL-TERM       *
      *  APPROVAL MAY CARRY A ZERO MINIMUM.                *
      *****************************************************
       126-EDIT-REDUCED-LOAD.

           IF VX-RCL-TERM = SPACES
               MOVE "REDUCED-LOAD TERM IS BLANK" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE VX-RCL-TERM TO CAL-TERM-CODE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE "REDUCED-LOAD TERM NOT ON THE CALENDAR"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND VX-RCL-REASON NOT = SPACES
               IF NOT VX-RCL-REASON-VALID
                   MOVE "REDUCED-LOAD REASON NOT AD / MD / FT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND VX-RCL-REASON NOT = SPACES
               IF VX-RCL-MIN-CREDITS NOT NUMERIC
                   MOVE "REDUCED-LOAD MINIMUM CREDITS NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR VISAMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF VX-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE VX-USER-ID TO AU-USER-ID
               MOVE "VISAMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = VX-ACTION
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
               IF NOT USER-IS-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       130-APPLY-ADD.

           PERFORM 145-READ-MASTER.

           IF MAST-RECORD-FOUND
               MOVE "STUDENT ALREADY ON VISA STATUS FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE SPACES                TO VISA-STATUS-RECORD
               MOVE VX-STUDENT-ID         TO VI-STUDENT-ID
               MOVE VX-VISA-TYPE          TO VI-VISA-TYPE
               MOVE VX-SEVIS-ID           TO VI-SEVIS-ID
               MOVE VX-PROGRAM-END-DATE-N TO VI-PROGRAM-END-DATE
               MOVE ZERO                  TO VI-RCL-MIN-CREDITS
               MOVE CD-CURRENT-DATE       TO VI-LAST-MAINT-DATE
               MOVE VX-USER-ID            TO VI-LAST-MAINT-USER
               WRITE VISA-STATUS-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON VISA STATUS FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-RECS-ADDED
                       PERFORM 170-WRITE-APPLIED
               END-WRITE
           END-IF.


       140-APPLY-CHANGE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "STUDENT NOT ON VISA STATUS FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF VX-VISA-TYPE NOT = SPACES
                   MOVE VX-VISA-TYPE TO VI-VISA-TYPE
               END-IF
               IF VX-SEVIS-ID NOT = SPACES
                   MOVE VX-SEVIS-ID TO VI-SEVIS-ID
               END-IF
               IF VX-PROGRAM-END-DATE NOT = SPACES
                   MOVE VX-PROGRAM-END-DATE-N TO VI-PROGRAM-END-DATE
               END-IF
               MOVE CD-CURRENT-DATE TO VI-LAST-MAINT-DATE
               MOVE VX-USER-ID      TO VI-LAST-MAINT-USER
               REWRITE VISA-STATUS-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON VISA STATUS FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-RECS-CHANGED
                       PERFORM 170-WRITE-APPLIED
               END-REWRITE
           END-IF.


       145-READ-MASTER.

           MOVE "N" TO WS-MAST-FOUND-SWITCH.
           MOVE VX-STUDENT-ID TO VI-STUDENT-ID.
           READ VISA-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


       150-APPLY-DELETE.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "STUDENT NOT ON VISA STATUS FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               DELETE VISA-STATUS-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON VISA STATUS FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-RECS-DELETED
                       PERFORM 170-WRITE-APPLIED
               END-DELETE
           END-IF.


      *****************************************************
      *  155-APPLY-REDUCED-LOAD - RECORDS THE APPROVED     *
      *  REDUCED COURSE LOAD FOR THE TERM, OR, WITH A      *
      *  BLANK REASON, CLEARS THE APPROVAL FOR THAT TERM.  *
      *  ONE APPROVAL IS CARRIED AT A TIME; A NEW ONE      *
      *  REPLACES THE OLD.                                 *
      *****************************************************
       155-APPLY-REDUCED-LOAD.

           PERFORM 145-READ-MASTER.

           IF NOT MAST-RECORD-FOUND
               MOVE "STUDENT NOT ON VISA STATUS FILE"
                   TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               IF VX-RCL-REASON = SPACES
                       AND VI-RCL-TERM NOT = VX-RCL-TERM
                   MOVE "NO REDUCED LOAD ON FILE FOR THE TERM"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               ELSE
                   IF VX-RCL-REASON = SPACES
                       MOVE SPACES TO VI-RCL-TERM
                                      VI-RCL-REASON
                                      VI-RCL-APPROVED-BY
                       MOVE ZERO   TO VI-RCL-MIN-CREDITS
                   ELSE
                       MOVE VX-RCL-TERM          TO VI-RCL-TERM
                       MOVE VX-RCL-MIN-CREDITS-N TO VI-RCL-MIN-CREDITS
                       MOVE VX-RCL-REASON        TO VI-RCL-REASON
                       MOVE VX-USER-ID           TO VI-RCL-APPROVED-BY
                   END-IF
                   MOVE CD-CURRENT-DATE TO VI-LAST-MAINT-DATE
                   MOVE VX-USER-ID      TO VI-LAST-MAINT-USER
                   REWRITE VISA-STATUS-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON VISA STATUS FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           IF VX-RCL-REASON = SPACES
                               ADD 1 TO WS-RCL-CLEARED
                           ELSE
                               ADD 1 TO WS-RCL-RECORDED
                           END-IF
                           PERFORM 170-WRITE-APPLIED
                   END-REWRITE
               END-IF
           END-IF.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE VX-ACTION           TO RG-ACTION.
           MOVE VX-STUDENT-ID       TO RG-STUDENT-ID.
           MOVE VX-VISA-TYPE        TO RG-VISA-TYPE.
           MOVE VX-SEVIS-ID         TO RG-SEVIS-ID.
           MOVE VX-PROGRAM-END-DATE TO RG-END-DATE.
           MOVE VX-RCL-TERM         TO RG-RCL-TERM.
           MOVE VX-USER-ID          TO RG-USER-ID.
           MOVE "REJECTED"          TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON    TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE VX-ACTION           TO RG-ACTION.
           MOVE VX-STUDENT-ID       TO RG-STUDENT-ID.
           MOVE VX-VISA-TYPE        TO RG-VISA-TYPE.
           MOVE VX-SEVIS-ID         TO RG-SEVIS-ID.
           MOVE VX-PROGRAM-END-DATE TO RG-END-DATE.
           MOVE VX-RCL-TERM         TO RG-RCL-TERM.
           MOVE VX-USER-ID          TO RG-USER-ID.
           MOVE "APPLIED"           TO RG-DISPOSITION.
           MOVE SPACES              TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "VISA RECORDS ADDED" TO TR-CAPTION.
           MOVE WS-RECS-ADDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "VISA RECORDS CHANGED" TO TR-CAPTION.
           MOVE WS-RECS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "VISA RECORDS DELETED" TO TR-CAPTION.
           MOVE WS-RECS-DELETED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "REDUCED LOADS RECORDED" TO TR-CAPTION.
           MOVE WS-RCL-RECORDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "REDUCED LOADS CLEARED" TO TR-CAPTION.
           MOVE WS-RCL-CLEARED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
