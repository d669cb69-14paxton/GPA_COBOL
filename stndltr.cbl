      *  RECORD TO STNDLOG THE OFFICE CAN CITE WHEN A      *
      *  STUDENT CLAIMS NO NOTICE ARRIVED.  DECEASED       *
      *  STUDENTS ARE SUPPRESSED AND COUNTED.              *
      *  A STUDENT WHOSE DELIVERY PREFERENCE (DELVPREF) IS *
      *  EMAIL GETS THE NOTIFICATION ON THE SLTREML EMAIL  *
      *  EXTRACT INSTEAD, WITH NO ENVELOPE.  EVERY         *
      *  NOTIFICATION IS ALSO LOGGED TO THE COMMUNICATIONS *
      *  LOG (DOCUMENT TYPE SLTR) WITH THE CHANNEL IT WENT *
      *  BY, SO RETMAIL AND EMLBNCE CAN MATCH A RETURN TO  *
      *  IT.                                               *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN STNDLOG
               FILE STATUS IS WS-GLOG-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL DELIVERY-PREF-FILE
               ASSIGN DELVPREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-STUDENT-ID
               FILE STATUS IS WS-DLVP-STATUS.

           SELECT EMAIL-EXTRACT-FILE
               ASSIGN SLTREML.

           SELECT LETTER-FILE
               ASSIGN SLETTERS.

           05  GL-TERM-CODE             PIC X(05).
           05  GL-GENERATED-DATE        PIC 9(08).

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EMAIL-EXTRACT-FILE.

            COPY EMAILEXT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  LETTER-FILE.

       01  LETTER-REC     PIC X(132).
           05  WS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-EMAILS-PRODUCED      PIC 9(07) VALUE ZERO.

      *****************************************************
      *  DELIVERY CHANNEL WORK AREA - FILLED BY            *
      *  320-GET-DELIVERY-CHANNEL FROM THE DELIVERY        *
      *  PREFERENCE FILE.  WS-EMAIL-KEY IS THE             *
      *  COMMUNICATIONS-LOG KEY OF THE NOTICE BEING        *
      *  EMAILED, CARRIED ON EVERY EXTRACT RECORD.         *
      *****************************************************
       01  DELIVERY-CHANNEL-FIELDS.
           05  WS-DELIVERY-CHANNEL     PIC X(01) VALUE "P".
               88  DELIVER-BY-EMAIL              VALUE "E".
               88  DELIVER-BY-PAPER              VALUE "P".
           05  WS-EMAIL-ADDRESS        PIC X(60) VALUE SPACES.
           05  WS-EMAIL-KEY.
               10  WS-EMAIL-STUDENT-ID    PIC 9(09) VALUE ZERO.
               10  WS-EMAIL-DOC-TYPE      PIC X(04) VALUE SPACES.
               10  WS-EMAIL-TERM-CODE     PIC X(05) VALUE SPACES.
               10  WS-EMAIL-PRODUCED-DATE PIC 9(08) VALUE ZERO.
           05  WS-EMAIL-LINE-NO        PIC 9(03) VALUE ZERO.
           05  WS-LINE-ADVANCE         PIC 9(01) VALUE ZERO.

       01  MAIL-ADDRESS-FIELDS.
           05  WS-ADDR-SCAN-SWITCH     PIC X(01) VALUE "N".
                 CALENDAR-FILE
                 ADDRESS-FILE
                 GENERATION-LOG
                 COMM-LOG-FILE
                 DELIVERY-PREF-FILE
                 EMAIL-EXTRACT-FILE
                 LETTER-FILE
                 ENVELOPE-FILE.

               STOP RUN
           END-IF.

           OPEN I-O COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00' AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COMMUNICATIONS LOG'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DELIVERY-PREF-FILE.

           IF WS-DLVP-STATUS NOT = '00' AND WS-DLVP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DELIVERY PREFERENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-DLVP-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-FILE
                       ENVELOPE-FILE
                       EMAIL-EXTRACT-FILE.


       120-LOAD-INSTRUCTIONS.
                       TO LL-APPEAL-DATE
           END-READ.

           MOVE SM-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 320-GET-DELIVERY-CHANNEL.
           IF DELIVER-BY-EMAIL
               PERFORM 330-START-EMAIL
           END-IF.

           MOVE LETTER-LINE-1 TO LETTER-REC.
           MOVE 0 TO WS-LINE-ADVANCE.
           PERFORM 340-PUT-LETTER-LINE.
           MOVE 1 TO WS-LINE-ADVANCE.
           MOVE SPACES TO LETTER-REC.
           PERFORM 340-PUT-LETTER-LINE.
           MOVE LETTER-LINE-2 TO LETTER-REC.
           PERFORM 340-PUT-LETTER-LINE.
           MOVE LETTER-LINE-3 TO LETTER-REC.
           PERFORM 340-PUT-LETTER-LINE.
           MOVE LETTER-LINE-4 TO LETTER-REC.
           PERFORM 340-PUT-LETTER-LINE.

           ADD 1 TO WS-LETTERS-PRODUCED.

           IF DELIVER-BY-PAPER
               PERFORM 300-GET-MAIL-ADDRESS
               IF NOT MAIL-ADDRESS-FOUND
                   ADD 1 TO WS-NO-ADDRESS
               END-IF
               MOVE SM-STUDENT-ID  TO EV-STUDENT-ID
               MOVE SM-NAME-FIRST  TO EV-NAME-FIRST
               MOVE SM-NAME-MI     TO EV-NAME-MI
               MOVE SM-NAME-LAST   TO EV-NAME-LAST
               MOVE WS-MAIL-LINE-1 TO EV-LINE-1
               MOVE WS-MAIL-LINE-2 TO EV-LINE-2
               MOVE WS-MAIL-CITY   TO EV-CITY
               MOVE WS-MAIL-STATE  TO EV-STATE
               MOVE WS-MAIL-ZIP    TO EV-ZIP
               WRITE ENVELOPE-RECORD
           END-IF.

           MOVE SX-STUDENT-ID   TO GL-STUDENT-ID.
           MOVE SX-ACTION-CODE  TO GL-ACTION-CODE.
           MOVE SX-TERM-CODE    TO GL-TERM-CODE.
           MOVE WS-RUN-DATE     TO GL-GENERATED-DATE.
           WRITE GENERATION-LOG-RECORD.

           MOVE SX-STUDENT-ID TO CM-STUDENT-ID.
           MOVE SX-TERM-CODE  TO CM-TERM-CODE.
           PERFORM 350-LOG-COMMUNICATION.


      *****************************************************
      *  300-GET-MAIL-ADDRESS - TAKES THE CURRENT MAILING  *
           MOVE TRAILER-DETAIL-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER 1.

           MOVE "SENT BY EMAIL" TO TR-CAPTION.
           MOVE WS-EMAILS-PRODUCED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER 1.

           MOVE "STUDENTS NOT ON MASTER" TO TR-CAPTION.
           MOVE WS-NOT-ON-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LETTER-REC.
           MOVE WS-NO-ADDRESS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER 1.


      *****************************************************
      *  320-GET-DELIVERY-CHANNEL - EMAIL ONLY WHEN THE    *
      *  STUDENT CHOSE IT, AN ADDRESS IS ON FILE, CONSENT  *
      *  IS DATED ON OR BEFORE THE RUN DATE, AND THE       *
      *  ADDRESS HAS NOT BOUNCED.  ANYTHING ELSE,          *
      *  INCLUDING NO PREFERENCE ON FILE, IS PAPER.        *
      *****************************************************
       320-GET-DELIVERY-CHANNEL.

           SET DELIVER-BY-PAPER TO TRUE.
           MOVE SPACES TO WS-EMAIL-ADDRESS.
           MOVE WS-LOOKUP-STUDENT-ID TO DV-STUDENT-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DV-CHANNEL-EMAIL
                           AND DV-EMAIL-ADDRESS NOT = SPACES
                           AND DV-CONSENT-DATE NOT = ZERO
                           AND DV-CONSENT-DATE NOT > WS-RUN-DATE
                           AND NOT DV-EMAIL-BOUNCED
                       SET DELIVER-BY-EMAIL TO TRUE
                       MOVE DV-EMAIL-ADDRESS TO WS-EMAIL-ADDRESS
                   END-IF
           END-READ.


      *****************************************************
      *  330-START-EMAIL - OPENS THE NOTICE FOR            *
      *  WS-LOOKUP-STUDENT-ID ON THE EMAIL EXTRACT WITH    *
      *  ITS H RECORD, UNDER THE SAME KEY                  *
      *  350-LOG-COMMUNICATION LOGS IT BY.                 *
      *****************************************************
       330-START-EMAIL.

           MOVE WS-LOOKUP-STUDENT-ID TO WS-EMAIL-STUDENT-ID.
           MOVE "SLTR" TO WS-EMAIL-DOC-TYPE.
           MOVE SX-TERM-CODE TO WS-EMAIL-TERM-CODE.
           MOVE WS-RUN-DATE TO WS-EMAIL-PRODUCED-DATE.
           MOVE ZERO TO WS-EMAIL-LINE-NO.

           MOVE SPACES TO EMAIL-EXTRACT-RECORD.
           MOVE WS-EMAIL-KEY TO EE-LOG-KEY.
           SET EE-HEADER-REC TO TRUE.
           MOVE ZERO TO EE-LINE-NO.
           MOVE WS-EMAIL-ADDRESS TO EE-EMAIL-ADDRESS.
           MOVE SM-NAME-FIRST TO EE-NAME-FIRST.
           MOVE SM-NAME-MI TO EE-NAME-MI.
           MOVE SM-NAME-LAST TO EE-NAME-LAST.
           MOVE "ACADEMIC STANDING NOTIFICATION" TO EE-SUBJECT.
           WRITE EMAIL-EXTRACT-RECORD.
           ADD 1 TO WS-EMAILS-PRODUCED.


      *****************************************************
      *  340-PUT-LETTER-LINE - ROUTES ONE LETTER LINE IN   *
      *  LETTER-REC TO THE STUDENT'S CHANNEL: THE EMAIL    *
      *  EXTRACT, OR THE PRINT FILE ADVANCING              *
      *  WS-LINE-ADVANCE LINES (ZERO STARTS A NEW PAGE).   *
      *****************************************************
       340-PUT-LETTER-LINE.

           IF DELIVER-BY-EMAIL
               ADD 1 TO WS-EMAIL-LINE-NO
               MOVE WS-EMAIL-KEY TO EE-LOG-KEY
               SET EE-LINE-REC TO TRUE
               MOVE WS-EMAIL-LINE-NO TO EE-LINE-NO
               MOVE LETTER-REC TO EE-LINE-TEXT
               WRITE EMAIL-EXTRACT-RECORD
           ELSE
               IF WS-LINE-ADVANCE = ZERO
                   WRITE LETTER-REC AFTER PAGE
               ELSE
                   WRITE LETTER-REC AFTER WS-LINE-ADVANCE
               END-IF
           END-IF.


      *****************************************************
      *  350-LOG-COMMUNICATION - ONE COMMUNICATIONS LOG    *
      *  RECORD PER DOCUMENT PRODUCED, SO RETURNED MAIL,   *
      *  BOUNCED EMAIL AND "NEVER RECEIVED" CLAIMS CAN BE  *
      *  ANSWERED.  THE CALLER SETS CM-STUDENT-ID AND      *
      *  CM-TERM-CODE.                                     *
      *****************************************************
       350-LOG-COMMUNICATION.

           MOVE "SLTR" TO CM-DOC-TYPE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE WS-DELIVERY-CHANNEL TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
