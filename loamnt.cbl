      *  RESTORES THE MASTER TO ACTIVE.  EVERY MASTER      *
      *  CHANGE IS JOURNALED THROUGH STUJRNL WITH THE      *
      *  SUBMITTING USER.  AN APPLIED / REJECTED REGISTER  *
      *  PRINTS ON LOARGSTR.  A GRANT FOR A STUDENT ON     *
      *  THE VISA STATUS FILE (VISAFILE) ALSO RAISES AN LA *
      *  EVENT ON SEVISEVT FOR THE DESIGNATED SCHOOL       *
      *  OFFICIAL.                                         *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPTIONAL VISA-STATUS-FILE
               ASSIGN VISAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VI-STUDENT-ID
               FILE STATUS IS WS-VISA-STATUS.

           SELECT OPTIONAL SEVIS-EVENT-FILE
               ASSIGN SEVISEVT
               FILE STATUS IS WS-SEVIS-STATUS.

           SELECT LEAVE-REGISTER
               ASSIGN LOARGSTR.


            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VISA-STATUS-FILE.

            COPY VISAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SEVIS-EVENT-FILE.

            COPY SEVISEVT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  LEAVE-REGISTER.

       01  REGISTER-REC   PIC X(132).
           05  WS-STUD-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-VISA-STATUS          PIC XX.
           05  WS-SEVIS-STATUS         PIC XX.
           05  WS-VISA-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  VISA-RECORD-FOUND               VALUE "Y".
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-LEAVES-GRANTED       PIC 9(07) VALUE ZERO.
           05  WS-EARLY-RETURNS        PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-SEVIS-EVENTS         PIC 9(07) VALUE ZERO.

       01  WS-MST-BEFORE-IMAGE        PIC X(732).

                 STUDENT-FILE
                 CALENDAR-FILE
                 JOURNAL-FILE
                 VISA-STATUS-FILE
                 SEVIS-EVENT-FILE
                 LEAVE-REGISTER.

           STOP RUN.
               STOP RUN
           END-IF.

           OPEN INPUT VISA-STATUS-FILE.

           IF WS-VISA-STATUS NOT = '00' AND WS-VISA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISA STATUS FILE'
               DISPLAY ' FILE STATUS IS ', WS-VISA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND SEVIS-EVENT-FILE.

           IF WS-SEVIS-STATUS NOT = '00'
                   AND WS-SEVIS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SEVIS EVENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-SEVIS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT LEAVE-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
                       DISPLAY '*******************************'
               END-REWRITE
               ADD 1 TO WS-LEAVES-GRANTED
               PERFORM 135-WRITE-SEVIS-EVENT
               PERFORM 170-WRITE-APPLIED
           END-IF.


      *****************************************************
      *  135-WRITE-SEVIS-EVENT - A LEAVE GRANTED TO A      *
      *  STUDENT ON THE VISA STATUS FILE IS REPORTED TO    *
      *  THE DESIGNATED SCHOOL OFFICIAL AS AN LA EVENT,    *
      *  EFFECTIVE ON THE FIRST DAY OF THE BEGIN TERM.     *
      *****************************************************
       135-WRITE-SEVIS-EVENT.

           MOVE "N" TO WS-VISA-FOUND-SWITCH.
           MOVE LT-STUDENT-ID TO VI-STUDENT-ID.
           READ VISA-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VISA-FOUND-SWITCH
           END-READ.

           IF VISA-RECORD-FOUND
               MOVE SPACES           TO SEVIS-EVENT-RECORD
               MOVE ZERO             TO SV-EFFECTIVE-DATE
               MOVE LT-BEGIN-TERM    TO CAL-TERM-CODE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-TERM-START-DATE TO SV-EFFECTIVE-DATE
               END-READ
               MOVE LT-STUDENT-ID    TO SV-STUDENT-ID
               MOVE VI-SEVIS-ID      TO SV-SEVIS-ID
               MOVE VI-VISA-TYPE     TO SV-VISA-TYPE
               MOVE "LA"             TO SV-EVENT-CODE
               MOVE LT-BEGIN-TERM    TO SV-TERM-CODE
               MOVE LT-RETURN-TERM   TO SV-RETURN-TERM
               MOVE LT-REASON-CODE   TO SV-REASON-CODE
               MOVE "LOAMNT"         TO SV-SOURCE-JOB
               MOVE LT-USER-ID       TO SV-USER-ID
               MOVE CD-CURRENT-DATE  TO SV-CREATED-DATE
               MOVE CD-CURRENT-TIME  TO SV-CREATED-TIME
               WRITE SEVIS-EVENT-RECORD
               ADD 1 TO WS-SEVIS-EVENTS
           END-IF.


       145-READ-LEAVE.

           MOVE "N" TO WS-LEAVE-FOUND-SWITCH.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "SEVIS EVENTS WRITTEN" TO TR-CAPTION.
           MOVE WS-SEVIS-EVENTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
