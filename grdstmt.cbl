      *  AND AN EXCEPTION LINE IDENTIFIES EACH ONE FOR     *
      *  THE REGISTRAR TO VERIFY.  THE HIGHEST-VOLUME      *
      *  OUTPUT THE SHOP OWNS - ONE PAGE PER STUDENT.      *
      *  A STUDENT WHOSE DELIVERY PREFERENCE (DELVPREF) IS *
      *  EMAIL GETS THE STATEMENT ON THE STMTEML EMAIL     *
      *  EXTRACT INSTEAD OF THE PRINTED PAGE (NO MAILING   *
      *  ADDRESS LINES); THE COMMUNICATIONS LOG RECORDS    *
      *  THE CHANNEL EACH STATEMENT WENT BY.               *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL DELIVERY-PREF-FILE
               ASSIGN DELVPREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-STUDENT-ID
               FILE STATUS IS WS-DLVP-STATUS.

           SELECT EMAIL-EXTRACT-FILE
               ASSIGN STMTEML.

           SELECT STATEMENT-FILE
               ASSIGN STMTFILE.


            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EMAIL-EXTRACT-FILE.

            COPY EMAILEXT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STATEMENT-FILE.

       01  STMT-REC       PIC X(132).
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-EMAILS-PRODUCED      PIC 9(07) VALUE ZERO.

      *****************************************************
      *  CURRENT MAILING ADDRESS WORK AREA - FILLED BY     *
           05  WS-MAIL-STATE           PIC X(02) VALUE SPACES.
           05  WS-MAIL-ZIP             PIC X(09) VALUE SPACES.

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

       01  DECEASED-NOTE-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  DN-STUDENT-ID  PIC 9(09).
                 OVERFLOW-FILE
                 ADDRESS-FILE
                 COMM-LOG-FILE
                 DELIVERY-PREF-FILE
                 EMAIL-EXTRACT-FILE
                 STATEMENT-FILE.

           STOP RUN.
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

           OPEN OUTPUT STATEMENT-FILE
                       EMAIL-EXTRACT-FILE.


       130-LOAD-GRADE-TABLE.

       170-PRINT-STATEMENT.

           MOVE SM-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 320-GET-DELIVERY-CHANNEL.
           IF DELIVER-BY-EMAIL
               PERFORM 330-START-EMAIL
           END-IF.

           MOVE STMT-HEADING-LINE TO STMT-REC.
           MOVE 0 TO WS-LINE-ADVANCE.
           PERFORM 340-PUT-STMT-LINE.

           MOVE SM-STUDENT-ID TO STI-STUDENT-ID.
           MOVE SM-NAME-LAST  TO STI-NAME-LAST.
           MOVE SM-NAME-FIRST TO STI-NAME-FIRST.
           MOVE SM-NAME-MI    TO STI-NAME-MI.
           MOVE STMT-IDENT-LINE TO STMT-REC.
           MOVE 2 TO WS-LINE-ADVANCE.
           PERFORM 340-PUT-STMT-LINE.

           IF DELIVER-BY-PAPER
               PERFORM 300-GET-MAIL-ADDRESS
               IF MAIL-ADDRESS-FOUND
                   MOVE WS-MAIL-LINE-1 TO SML-LINE-1
                   MOVE WS-MAIL-CITY   TO SML-CITY
                   MOVE WS-MAIL-STATE  TO SML-STATE
                   MOVE WS-MAIL-ZIP    TO SML-ZIP
                   MOVE STMT-MAIL-LINE-1 TO STMT-REC
                   WRITE STMT-REC AFTER 1
                   MOVE STMT-MAIL-LINE-2 TO STMT-REC
                   WRITE STMT-REC AFTER 1
               ELSE
                   ADD 1 TO WS-NO-ADDRESS
               END-IF
           END-IF.

           IF TCT-COUNT = ZERO
               MOVE NO-TERM-WORK-LINE TO STMT-REC
               MOVE 2 TO WS-LINE-ADVANCE
               PERFORM 340-PUT-STMT-LINE
           ELSE
               MOVE STMT-COLUMN-LINE TO STMT-REC
               MOVE 2 TO WS-LINE-ADVANCE
               PERFORM 340-PUT-STMT-LINE
               MOVE 1 TO WS-LINE-ADVANCE
               PERFORM VARYING TT-SUB FROM 1 BY 1
                       UNTIL TT-SUB > TCT-COUNT
                   MOVE TT-COURSE-ID (TT-SUB)  TO STC-COURSE-ID
                   END-IF
                   MOVE TT-LETTER (TT-SUB)     TO STC-LETTER
                   MOVE STMT-COURSE-LINE TO STMT-REC
                   PERFORM 340-PUT-STMT-LINE
               END-PERFORM
           END-IF.

           MOVE WS-CUM-CREDITS  TO STS-CUM-CREDITS.
           MOVE SM-ACADEMIC-STANDING TO STS-STANDING.
           MOVE STMT-SUMMARY-LINE TO STMT-REC.
           MOVE 2 TO WS-LINE-ADVANCE.
           PERFORM 340-PUT-STMT-LINE.

           ADD 1 TO WS-STATEMENTS-PRODUCED.

           MOVE TRAILER-DETAIL-LINE TO STMT-REC.
           WRITE STMT-REC AFTER 1.

           MOVE "SENT BY EMAIL" TO TR-CAPTION.
           MOVE WS-EMAILS-PRODUCED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO STMT-REC.
           WRITE STMT-REC AFTER 1.

           MOVE "NO USABLE ADDRESS ON FILE" TO TR-CAPTION.
           MOVE WS-NO-ADDRESS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO STMT-REC.
           CLOSE RUN-OPTION-FILE.


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
           MOVE "STMT" TO WS-EMAIL-DOC-TYPE.
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
           MOVE "TERM GRADE STATEMENT" TO EE-SUBJECT.
           WRITE EMAIL-EXTRACT-RECORD.
           ADD 1 TO WS-EMAILS-PRODUCED.


      *****************************************************
      *  340-PUT-STMT-LINE - ROUTES ONE STATEMENT LINE IN  *
      *  STMT-REC TO THE STUDENT'S CHANNEL: THE EMAIL      *
      *  EXTRACT, OR THE PRINT FILE ADVANCING              *
      *  WS-LINE-ADVANCE LINES (ZERO STARTS A NEW PAGE).   *
      *****************************************************
       340-PUT-STMT-LINE.

           IF DELIVER-BY-EMAIL
               ADD 1 TO WS-EMAIL-LINE-NO
               MOVE WS-EMAIL-KEY TO EE-LOG-KEY
               SET EE-LINE-REC TO TRUE
               MOVE WS-EMAIL-LINE-NO TO EE-LINE-NO
               MOVE STMT-REC TO EE-LINE-TEXT
               WRITE EMAIL-EXTRACT-RECORD
           ELSE
               IF WS-LINE-ADVANCE = ZERO
                   WRITE STMT-REC AFTER PAGE
               ELSE
                   WRITE STMT-REC AFTER WS-LINE-ADVANCE
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

           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE WS-DELIVERY-CHANNEL TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
