       IDENTIFICATION DIVISION.

       PROGRAM-ID. DLVPMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DLVPMNT - DELIVERY PREFERENCE MAINTENANCE         *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  DLVPTRAN AGAINST THE STUDENT DELIVERY PREFERENCE  *
      *  FILE (DELVPREF).  EDITS: THE STUDENT MUST BE ON   *
      *  THE MASTER AND THE CHANNEL MUST BE E (EMAIL) OR P *
      *  (PAPER).  AN EMAIL CHOICE NEEDS AN ADDRESS WITH   *
      *  AN @ IN IT AND A VALID CONSENT DATE NO LATER THAN *
      *  TODAY - NO CONSENT, NO EMAIL.  FILING AN ADDRESS  *
      *  CLEARS ANY BOUNCE EMLBNCE RECORDED, SINCE THE     *
      *  OFFICE HAS CORRECTED OR CONFIRMED IT.  A DELETE   *
      *  RETURNS THE STUDENT TO PAPER.  AN APPLIED /       *
      *  REJECTED REGISTER PRINTS ON DLVRGSTR.             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DLVP-TRAN-FILE
               ASSIGN DLVPTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL DELIVERY-PREF-FILE
               ASSIGN DELVPREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-STUDENT-ID
               FILE STATUS IS WS-DLVP-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT DLVP-REGISTER
               ASSIGN DLVRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  DLVP-TRAN-FILE.

       01  DLVP-TRAN-RECORD.
           05  DT-ACTION                PIC X(01).
               88  DT-ACTION-ADD                VALUE "A".
               88  DT-ACTION-CHANGE             VALUE "C".
               88  DT-ACTION-DELETE             VALUE "D".
               88  DT-ACTION-VALID              VALUE "A" "C" "D".
           05  DT-STUDENT-ID            PIC 9(09).
           05  DT-CHANNEL               PIC X(01).
               88  DT-CHANNEL-EMAIL             VALUE "E".
               88  DT-CHANNEL-VALID             VALUE "E" "P".
           05  DT-EMAIL-ADDRESS         PIC X(60).
           05  DT-CONSENT-DATE          PIC 9(08).
           05  DT-CONSENT-DETAIL REDEFINES DT-CONSENT-DATE.
               10  DT-CONSENT-YEAR      PIC 9(04).
               10  DT-CONSENT-MONTH     PIC 9(02).
               10  DT-CONSENT-DAY       PIC 9(02).

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DLVP-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-AT-SIGN-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-BOUNCES-CLEARED      PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(40)
               VALUE "DLVPMNT DELIVERY PREFERENCE REGISTER".
           05                 PIC X(68)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-CHANNEL         PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-EMAIL-ADDRESS   PIC X(40).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(04)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(16)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ DLVP-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE DLVP-TRAN-FILE
                 DELIVERY-PREF-FILE
                 STUDENT-FILE
                 DLVP-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT DLVP-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DELIVERY PREF TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DELIVERY-PREF-FILE.

           IF WS-DLVP-STATUS NOT = '00' AND WS-DLVP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DELIVERY PREFERENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-DLVP-STATUS
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

           OPEN OUTPUT DLVP-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN DT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN DT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN DT-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT DT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               MOVE DT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND NOT DT-ACTION-DELETE
               IF NOT DT-CHANNEL-VALID
                   MOVE "CHANNEL NOT E / P" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT DT-ACTION-DELETE
                   AND DT-EMAIL-ADDRESS NOT = SPACES
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT DT-EMAIL-ADDRESS
                   TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
               IF WS-AT-SIGN-COUNT NOT = 1
                       OR DT-EMAIL-ADDRESS (1:1) = "@"
                   MOVE "EMAIL ADDRESS NOT VALID"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT DT-ACTION-DELETE
               IF DT-CONSENT-DATE NOT NUMERIC
                   MOVE ZERO TO DT-CONSENT-DATE
               END-IF
               IF DT-CONSENT-DATE NOT = ZERO
                   IF DT-CONSENT-MONTH < 01 OR DT-CONSENT-MONTH > 12
                           OR DT-CONSENT-DAY < 01
                           OR DT-CONSENT-DAY > 31
                       MOVE "CONSENT DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   ELSE
                       IF DT-CONSENT-DATE > WS-RUN-DATE
                           MOVE "CONSENT DATE IN THE FUTURE"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DT-CHANNEL-EMAIL
                   AND NOT DT-ACTION-DELETE
               EVALUATE TRUE
                   WHEN DT-EMAIL-ADDRESS = SPACES
                       MOVE "EMAIL CHANNEL NEEDS AN ADDRESS"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   WHEN DT-CONSENT-DATE = ZERO
                       MOVE "EMAIL CHANNEL NEEDS CONSENT DATE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-EVALUATE
           END-IF.


       130-APPLY-ADD.

           MOVE DT-STUDENT-ID TO DV-STUDENT-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   MOVE SPACES TO DELIVERY-PREF-RECORD
                   MOVE DT-STUDENT-ID TO DV-STUDENT-ID
                   PERFORM 135-BUILD-PREF-RECORD
                   WRITE DELIVERY-PREF-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON PREFERENCE FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "PREFERENCE ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
           END-READ.


      *****************************************************
      *  135-BUILD-PREF-RECORD - A NEWLY FILED ADDRESS     *
      *  STARTS WITH NO BOUNCE AGAINST IT.                 *
      *****************************************************
       135-BUILD-PREF-RECORD.

           MOVE DT-CHANNEL        TO DV-PREFERRED-CHANNEL.
           MOVE DT-EMAIL-ADDRESS  TO DV-EMAIL-ADDRESS.
           MOVE DT-CONSENT-DATE   TO DV-CONSENT-DATE.
           MOVE SPACE             TO DV-BOUNCE-FLAG.
           MOVE ZEROS             TO DV-BOUNCE-DATE.
           MOVE WS-RUN-DATE       TO DV-LAST-MAINT-DATE.


       140-APPLY-CHANGE.

           MOVE DT-STUDENT-ID TO DV-STUDENT-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   MOVE "PREFERENCE NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   IF DV-EMAIL-BOUNCED
                           AND DT-EMAIL-ADDRESS NOT = SPACES
                       ADD 1 TO WS-BOUNCES-CLEARED
                   END-IF
                   PERFORM 135-BUILD-PREF-RECORD
                   REWRITE DELIVERY-PREF-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON PREFERENCE FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGES-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-REWRITE
           END-READ.


       150-APPLY-DELETE.

           MOVE DT-STUDENT-ID TO DV-STUDENT-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   MOVE "PREFERENCE NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   DELETE DELIVERY-PREF-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON PREFERENCE FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETES-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
           END-READ.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE DT-ACTION         TO RG-ACTION.
           MOVE DT-STUDENT-ID     TO RG-STUDENT-ID.
           MOVE DT-CHANNEL        TO RG-CHANNEL.
           MOVE DT-EMAIL-ADDRESS  TO RG-EMAIL-ADDRESS.
           MOVE "REJECTED"        TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON  TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE DT-ACTION         TO RG-ACTION.
           MOVE DT-STUDENT-ID     TO RG-STUDENT-ID.
           MOVE DT-CHANNEL        TO RG-CHANNEL.
           MOVE DT-EMAIL-ADDRESS  TO RG-EMAIL-ADDRESS.
           MOVE "APPLIED"         TO RG-DISPOSITION.
           MOVE SPACES            TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADDS APPLIED" TO TR-CAPTION.
           MOVE WS-ADDS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "BOUNCED ADDRESSES RE-FILED" TO TR-CAPTION.
           MOVE WS-BOUNCES-CLEARED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DELETES APPLIED" TO TR-CAPTION.
           MOVE WS-DELETES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
