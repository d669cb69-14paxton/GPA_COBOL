      *  AND DATE ARE RECORDED ON THE AWARD RECORD,        *
      *  STUDENT NOTICE LETTERS PRINT ON SCHLTRS, AND THE  *
      *  DETERMINATION REGISTER PRINTS ON SCHRENRP.        *
      *  A STUDENT WHOSE DELIVERY PREFERENCE (DELVPREF) IS *
      *  EMAIL GETS THE NOTICE ON THE SCHLEML EMAIL        *
      *  EXTRACT INSTEAD OF SCHLTRS.  EVERY NOTICE IS      *
      *  LOGGED TO THE COMMUNICATIONS LOG (DOCUMENT TYPE   *
      *  SCHR) WITH THE CHANNEL IT WENT BY.                *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

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
               ASSIGN SCHLEML.

           SELECT NOTICE-LETTER-FILE
               ASSIGN SCHLTRS.


            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EMAIL-EXTRACT-FILE.

            COPY EMAILEXT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  NOTICE-LETTER-FILE.

       01  NOTICE-REC     PIC X(132).
           05  WS-ALREADY-TERMINATED   PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-PRODUCED     PIC 9(07) VALUE ZERO.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-EMAILS-PRODUCED      PIC 9(07) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.

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

       01  RENEW-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".

           CLOSE AWARD-FILE
                 STUDENT-FILE
                 COMM-LOG-FILE
                 DELIVERY-PREF-FILE
                 EMAIL-EXTRACT-FILE
                 NOTICE-LETTER-FILE
                 RENEW-REPORT.

           MOVE CD-MONTH   TO RNH-MONTH.
           MOVE CD-DAY     TO RNH-DAY.
           MOVE CD-YEAR    TO RNH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT SCH-PARM-FILE.

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

           OPEN OUTPUT NOTICE-LETTER-FILE
                       EMAIL-EXTRACT-FILE
                       RENEW-REPORT.

           MOVE RENEW-HEADING-LINE TO RENEW-REC.
                       TO NL-OUTCOME
           END-EVALUATE.

           MOVE SA-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 320-GET-DELIVERY-CHANNEL.
           IF DELIVER-BY-EMAIL
               PERFORM 330-START-EMAIL
           END-IF.

           MOVE NOTICE-LINE-1 TO NOTICE-REC.
           MOVE 0 TO WS-LINE-ADVANCE.
           PERFORM 340-PUT-NOTICE-LINE.
           MOVE 1 TO WS-LINE-ADVANCE.
           MOVE SPACES TO NOTICE-REC.
           PERFORM 340-PUT-NOTICE-LINE.
           MOVE NOTICE-LINE-2 TO NOTICE-REC.
           PERFORM 340-PUT-NOTICE-LINE.

           MOVE SM-LAST-GPA      TO NL-GPA.
           MOVE SA-RENEW-MIN-GPA TO NL-MIN-GPA.
           MOVE NOTICE-LINE-3 TO NOTICE-REC.
           PERFORM 340-PUT-NOTICE-LINE.

           ADD 1 TO WS-NOTICES-PRODUCED.

           MOVE SA-STUDENT-ID TO CM-STUDENT-ID.
           MOVE WS-TERM-CODE  TO CM-TERM-CODE.
           PERFORM 350-LOG-COMMUNICATION.


       240-PRINT-TRAILER.

           MOVE WS-NOTICES-PRODUCED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RENEW-REC.
           WRITE RENEW-REC AFTER 1.

           MOVE "NOTICES SENT BY EMAIL" TO TR-CAPTION.
           MOVE WS-EMAILS-PRODUCED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO RENEW-REC.
           WRITE RENEW-REC AFTER 1.


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
           MOVE "SCHR" TO WS-EMAIL-DOC-TYPE.
           MOVE WS-TERM-CODE TO WS-EMAIL-TERM-CODE.
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
           MOVE "SCHOLARSHIP RENEWAL NOTICE" TO EE-SUBJECT.
           WRITE EMAIL-EXTRACT-RECORD.
           ADD 1 TO WS-EMAILS-PRODUCED.


      *****************************************************
      *  340-PUT-NOTICE-LINE - ROUTES ONE NOTICE LINE IN   *
      *  NOTICE-REC TO THE STUDENT'S CHANNEL: THE EMAIL    *
      *  EXTRACT, OR THE PRINT FILE ADVANCING              *
      *  WS-LINE-ADVANCE LINES (ZERO STARTS A NEW PAGE).   *
      *****************************************************
       340-PUT-NOTICE-LINE.

           IF DELIVER-BY-EMAIL
               ADD 1 TO WS-EMAIL-LINE-NO
               MOVE WS-EMAIL-KEY TO EE-LOG-KEY
               SET EE-LINE-REC TO TRUE
               MOVE WS-EMAIL-LINE-NO TO EE-LINE-NO
               MOVE NOTICE-REC TO EE-LINE-TEXT
               WRITE EMAIL-EXTRACT-RECORD
           ELSE
               IF WS-LINE-ADVANCE = ZERO
                   WRITE NOTICE-REC AFTER PAGE
               ELSE
                   WRITE NOTICE-REC AFTER WS-LINE-ADVANCE
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

           MOVE "SCHR" TO CM-DOC-TYPE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE WS-DELIVERY-CHANNEL TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
