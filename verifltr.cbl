      *  REQUEST ON VERLTRS: ENROLLMENT STATUS FROM THE    *
      *  MASTER, THE TERM'S CREDIT LOAD (CURRENT-TERM      *
      *  REGISTRATION WHEN A RECORD EXISTS, OTHERWISE THE  *
      *  TERM'S POSTED OCCURRENCES, PLUS ANY CONSORTIUM    *
      *  COURSES REGISTERED AT A PARTNER SCHOOL ON         *
      *  CONSREG), AND ONE LINE PER                        *
      *  DEGREE ON THE DEGREE MASTER (DEGRFILE) - CODE,    *
      *  MAJOR, CONFERRAL DATE AND LATIN HONORS.  A        *
      *  GRADUATE WITH NO DEGREE RECORD (STATUS KEYED      *
      *  BEFORE THE CONFERRAL BATCH EXISTED) GETS THE      *
      *  MASTER'S MAJOR AND RECORD DATE INSTEAD.  TERM     *
      *  DATES COME FROM THE ACADEMIC CALENDAR FOR THE     *
      *  VERPARM TERM.  A PUBLICATION HOLD REFUSES THE     *
      *  LETTER WITH A NOTICE.  EVERY LETTER ISSUED IS     *
      *  LOGGED TO THE FERPA DISCLOSURE LOG WITH THE       *
      *  REQUESTER AND PURPOSE FROM THE REQUEST.           *
      *  A STUDENT WHOSE DELIVERY PREFERENCE (DELVPREF) IS *
      *  EMAIL GETS THE LETTER ON THE VERFEML EMAIL        *
      *  EXTRACT INSTEAD.  EVERY LETTER ISSUED IS ALSO     *
      *  LOGGED TO THE COMMUNICATIONS LOG (DOCUMENT TYPE   *
      *  VRFL) WITH THE CHANNEL IT WENT BY.                *
      *  A REQUEST FOR A STUDENT ID RETIRED BY STUIDCHG IS *
      *  FOLLOWED THROUGH THE IDXREF CROSS-REFERENCE TO    *
      *  THE STUDENT'S CURRENT ID AND ANSWERED UNDER IT.   *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL CONSORTIUM-REG-FILE
               ASSIGN CONSREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-CONS-KEY
               FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT OPTIONAL DISCLOSURE-LOG
               ASSIGN DISCLOG
               FILE STATUS IS WS-DISC-STATUS.

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

           SELECT OPTIONAL ID-XREF-FILE
               ASSIGN IDXREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IR-OLD-STUDENT-ID
               FILE STATUS IS WS-IXRF-STATUS.

           SELECT EMAIL-EXTRACT-FILE
               ASSIGN VERFEML.

           SELECT VERIF-LETTER-FILE
               ASSIGN VERLTRS.


            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONSORTIUM-REG-FILE.

            COPY CONSREG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DISCLOSURE-LOG.

            COPY DISCLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ID-XREF-FILE.

            COPY IDXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  EMAIL-EXTRACT-FILE.

            COPY EMAILEXT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VERIF-LETTER-FILE.

       01  VERIF-REC      PIC X(132).
           05  WS-STUD-STATUS          PIC XX.
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-CONS-STATUS          PIC XX.
           05  WS-DISC-STATUS          PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  DEGR-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  DEGR-SCAN-DONE                  VALUE "Y".
           05  CONS-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  CONS-SCAN-DONE                  VALUE "Y".
           05  WS-DEGREES-SHOWN        PIC 9(02) VALUE ZERO.
           05  WS-OVFL-SEG-EOF-SWITCH  PIC X(01)   VALUE "N".
               88  OVFL-SEG-EOF                    VALUE "Y".
           05  WS-OVFL-SEG-NO          PIC 9(02) VALUE ZERO.
           05  WS-LETTERS-ISSUED       PIC 9(07) VALUE ZERO.
           05  WS-REQUESTS-NOT-FOUND   PIC 9(07) VALUE ZERO.
           05  WS-PUB-SUPPRESSED       PIC 9(07) VALUE ZERO.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-EMAILS-PRODUCED      PIC 9(07) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.
           05  WS-IXRF-STATUS          PIC XX.
           05  WS-XREF-SWITCH          PIC X(01) VALUE "N".
               88  XREF-RESOLVED                 VALUE "Y".
           05  WS-XREF-HOPS            PIC 9(02) VALUE ZERO.
           05  WS-REQUESTS-RESOLVED    PIC 9(07) VALUE ZERO.

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

       01  LETTER-HEAD-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  VLD-DEGREE-DATE PIC 9(08).
           05                 PIC X(78)  VALUE SPACE.

       01  LETTER-CONFERRED-LINE.
           05                 PIC X(18)
               VALUE "DEGREE CONFERRED: ".
           05  VLC-DEGREE-CODE PIC X(04).
           05                 PIC X(09)  VALUE "  MAJOR: ".
           05  VLC-MAJOR-CODE PIC X(04).
           05                 PIC X(13)  VALUE "  CONFERRED: ".
           05  VLC-CONFER-DATE PIC 9(08).
           05                 PIC X(10)  VALUE "  HONORS: ".
           05  VLC-HONORS-TIER PIC X(12).
           05                 PIC X(54)  VALUE SPACE.

       01  HOLD-NOTICE-LINE.
           05                 PIC X(09)  VALUE "STUDENT: ".
           05  VHN-STUDENT-ID PIC 9(09).
                 STUDENT-FILE
                 OVERFLOW-FILE
                 CURRENT-REG-FILE
                 CONSORTIUM-REG-FILE
                 DEGREE-FILE
                 DISCLOSURE-LOG
                 COMM-LOG-FILE
                 DELIVERY-PREF-FILE
                 ID-XREF-FILE
                 EMAIL-EXTRACT-FILE
                 VERIF-LETTER-FILE.

           STOP RUN.
           MOVE CD-MONTH   TO VLH-MONTH.
           MOVE CD-DAY     TO VLH-DAY.
           MOVE CD-YEAR    TO VLH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           PERFORM 135-READ-CALENDAR.

               STOP RUN
           END-IF.

           OPEN INPUT CONSORTIUM-REG-FILE.

           IF WS-CONS-STATUS NOT = '00' AND WS-CONS-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CONSORTIUM REGISTRATION'
               DISPLAY ' FILE STATUS IS ', WS-CONS-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DEGREE-FILE.

           IF WS-DEGR-STATUS NOT = '00' AND WS-DEGR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEGREE MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEGR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND DISCLOSURE-LOG.

           IF WS-DISC-STATUS NOT = '00' AND WS-DISC-STATUS NOT = '05'
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

           OPEN INPUT ID-XREF-FILE.

           IF WS-IXRF-STATUS NOT = '00' AND WS-IXRF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ID CROSS-REFERENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-IXRF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT VERIF-LETTER-FILE
                       EMAIL-EXTRACT-FILE.


      *****************************************************
           CLOSE CALENDAR-FILE.


      *****************************************************
      *  105-RESOLVE-CHANGED-ID - A REQUESTED ID THAT IS   *
      *  NOT ON THE MASTER IS LOOKED UP ON THE IDXREF      *
      *  CROSS-REFERENCE AND FOLLOWED TO THE ID THE        *
      *  STUDENT CARRIES NOW (AN ID CAN HAVE BEEN CHANGED  *
      *  MORE THAN ONCE).  THE LETTER IS THEN ISSUED AND   *
      *  LOGGED UNDER THE CURRENT ID.  AN ID ON NEITHER    *
      *  FILE IS LEFT AS REQUESTED AND PRINTS AS NOT       *
      *  FOUND.                                            *
      *****************************************************
       105-RESOLVE-CHANGED-ID.

           MOVE VR-STUDENT-ID TO SM-STUDENT-ID.
           MOVE "N" TO WS-XREF-SWITCH.
           MOVE ZERO TO WS-XREF-HOPS.

           PERFORM UNTIL XREF-RESOLVED OR WS-XREF-HOPS > 9
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO WS-XREF-HOPS
                       MOVE SM-STUDENT-ID TO IR-OLD-STUDENT-ID
                       READ ID-XREF-FILE
                           INVALID KEY
                               MOVE 10 TO WS-XREF-HOPS
                           NOT INVALID KEY
                               MOVE IR-NEW-STUDENT-ID TO SM-STUDENT-ID
                       END-READ
                   NOT INVALID KEY
                       SET XREF-RESOLVED TO TRUE
               END-READ
           END-PERFORM.

           IF XREF-RESOLVED AND SM-STUDENT-ID NOT = VR-STUDENT-ID
               ADD 1 TO WS-REQUESTS-RESOLVED
               MOVE SM-STUDENT-ID TO VR-STUDENT-ID
           END-IF.


       110-PROCESS-REQUEST.

           PERFORM 105-RESOLVE-CHANGED-ID.

           MOVE VR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY

           PERFORM 130-DERIVE-CREDIT-LOAD.

           MOVE SM-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 320-GET-DELIVERY-CHANNEL.
           IF DELIVER-BY-EMAIL
               PERFORM 330-START-EMAIL
           END-IF.

           MOVE LETTER-HEAD-LINE TO VERIF-REC.
           MOVE 0 TO WS-LINE-ADVANCE.
           PERFORM 340-PUT-VERIF-LINE.
           MOVE 1 TO WS-LINE-ADVANCE.
           MOVE SPACES TO VERIF-REC.
           PERFORM 340-PUT-VERIF-LINE.

           MOVE SM-NAME-FIRST TO VL1-NAME-FIRST.
           MOVE SM-NAME-LAST  TO VL1-NAME-LAST.
           MOVE LETTER-LINE-1 TO VERIF-REC.
           PERFORM 340-PUT-VERIF-LINE.

           MOVE SM-STUDENT-ID TO VL2-STUDENT-ID.
           EVALUATE TRUE
                   MOVE "NOT ENROLLED" TO VL2-STATUS
           END-EVALUATE.
           MOVE LETTER-LINE-2 TO VERIF-REC.
           PERFORM 340-PUT-VERIF-LINE.

           MOVE WS-CREDIT-LOAD TO VL3-CREDITS.
           MOVE LETTER-LINE-3 TO VERIF-REC.
           PERFORM 340-PUT-VERIF-LINE.

           PERFORM 140-PRINT-DEGREES.

           IF SM-GRADUATED AND WS-DEGREES-SHOWN = ZERO
               MOVE SM-MAJOR-CODE     TO VLD-MAJOR-CODE
               MOVE SM-GPA-AS-OF-DATE TO VLD-DEGREE-DATE
               MOVE LETTER-DEGREE-LINE TO VERIF-REC
               PERFORM 340-PUT-VERIF-LINE
           END-IF.

           ADD 1 TO WS-LETTERS-ISSUED.
           PERFORM 190-WRITE-DISCLOSURE.

           MOVE SM-STUDENT-ID TO CM-STUDENT-ID.
           MOVE WS-TERM-CODE  TO CM-TERM-CODE.
           PERFORM 350-LOG-COMMUNICATION.


      *****************************************************
      *  130-DERIVE-CREDIT-LOAD - THE TERM'S CREDIT LOAD   *
      *  WHEN ONE EXISTS (ATTEMPTED HOURS OF IN-PROGRESS   *
      *  COURSES); OTHERWISE THE TERM'S POSTED             *
      *  OCCURRENCES ON MASTER AND OVERFLOW ARE SUMMED.    *
      *  CONSORTIUM COURSES ARE ADDED FROM CONSREG EITHER  *
      *  WAY; THEIR POSTED OCCURRENCES ARE SKIPPED.        *
      *****************************************************
       130-DERIVE-CREDIT-LOAD.

               END-PERFORM
           END-IF.

           PERFORM 136-SUM-CONSORTIUM.


       132-SUM-MASTER-TERM.

           IF SM-CRS-TERM-CODE (SMSTINDX) = WS-TERM-CODE
                   AND NOT SM-BASIS-BY-EXAM (SMSTINDX)
                   AND NOT SM-CONSORTIUM-COURSE (SMSTINDX)
               ADD SM-ATTEMPTED-CREDITS (SMSTINDX)
                   TO WS-CREDIT-LOAD
           END-IF.
       134-SUM-OVFL-TERM.

           IF SO-CRS-TERM-CODE (SOCRSNDX) = WS-TERM-CODE
                   AND NOT SO-BASIS-BY-EXAM (SOCRSNDX)
                   AND NOT SO-CONSORTIUM-COURSE (SOCRSNDX)
               ADD SO-ATTEMPTED-CREDITS (SOCRSNDX)
                   TO WS-CREDIT-LOAD
           END-IF.


      *****************************************************
      *  136-SUM-CONSORTIUM - ADDS THE CREDITS OF EVERY    *
      *  CONSREG REGISTRATION FOR THE STUDENT AND TERM     *
      *  THAT IS STILL REGISTERED OR HAS BEEN GRADED.      *
      *****************************************************
       136-SUM-CONSORTIUM.

           MOVE "N" TO CONS-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE WS-TERM-CODE  TO CR-TERM-CODE.
           MOVE LOW-VALUES    TO CR-PARTNER-INST
                                 CR-PARTNER-COURSE.
           START CONSORTIUM-REG-FILE
               KEY IS NOT LESS THAN CR-CONS-KEY
               INVALID KEY
                   SET CONS-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL CONS-SCAN-DONE
               READ CONSORTIUM-REG-FILE NEXT
                   AT END
                       SET CONS-SCAN-DONE TO TRUE
               END-READ
               IF NOT CONS-SCAN-DONE
                   IF CR-STUDENT-ID NOT = SM-STUDENT-ID
                           OR CR-TERM-CODE NOT = WS-TERM-CODE
                       SET CONS-SCAN-DONE TO TRUE
                   ELSE
                       IF CR-COUNTS-IN-LOAD
                           ADD CR-CREDITS TO WS-CREDIT-LOAD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  140-PRINT-DEGREES - ONE LINE FOR EVERY DEGREE THE *
      *  STUDENT HOLDS, IN DEGREE SEQUENCE ORDER.          *
      *****************************************************
       140-PRINT-DEGREES.

           MOVE ZERO TO WS-DEGREES-SHOWN.
           MOVE "N" TO DEGR-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO DM-STUDENT-ID.
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
                   IF DM-STUDENT-ID NOT = SM-STUDENT-ID
                       SET DEGR-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-DEGREES-SHOWN
                       MOVE DM-DEGREE-CODE TO VLC-DEGREE-CODE
                       MOVE DM-MAJOR-CODE  TO VLC-MAJOR-CODE
                       MOVE DM-CONFER-DATE TO VLC-CONFER-DATE
                       MOVE DM-HONORS-TIER TO VLC-HONORS-TIER
                       MOVE LETTER-CONFERRED-LINE TO VERIF-REC
                       PERFORM 340-PUT-VERIF-LINE
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  190-WRITE-DISCLOSURE - EVERY LETTER ISSUED IS A   *
      *  DISCLOSURE OF THE STUDENT'S RECORD AND IS LOGGED  *
           MOVE TRAILER-DETAIL-LINE TO VERIF-REC.
           WRITE VERIF-REC AFTER 1.

           MOVE "SENT BY EMAIL" TO TR-CAPTION.
           MOVE WS-EMAILS-PRODUCED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VERIF-REC.
           WRITE VERIF-REC AFTER 1.

           MOVE "WITHHELD - PUBLICATION HOLD" TO TR-CAPTION.
           MOVE WS-PUB-SUPPRESSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VERIF-REC.
           MOVE WS-REQUESTS-NOT-FOUND TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VERIF-REC.
           WRITE VERIF-REC AFTER 1.

           MOVE "REQUESTS UNDER A CHANGED ID" TO TR-CAPTION.
           MOVE WS-REQUESTS-RESOLVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VERIF-REC.
           WRITE VERIF-REC AFTER 1.


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
           MOVE "VRFL" TO WS-EMAIL-DOC-TYPE.
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
           MOVE "ENROLLMENT VERIFICATION LETTER" TO EE-SUBJECT.
           WRITE EMAIL-EXTRACT-RECORD.
           ADD 1 TO WS-EMAILS-PRODUCED.


      *****************************************************
      *  340-PUT-VERIF-LINE - ROUTES ONE LETTER LINE IN    *
      *  VERIF-REC TO THE STUDENT'S CHANNEL: THE EMAIL     *
      *  EXTRACT, OR THE PRINT FILE ADVANCING              *
      *  WS-LINE-ADVANCE LINES (ZERO STARTS A NEW PAGE).   *
      *****************************************************
       340-PUT-VERIF-LINE.

           IF DELIVER-BY-EMAIL
               ADD 1 TO WS-EMAIL-LINE-NO
               MOVE WS-EMAIL-KEY TO EE-LOG-KEY
               SET EE-LINE-REC TO TRUE
               MOVE WS-EMAIL-LINE-NO TO EE-LINE-NO
               MOVE VERIF-REC TO EE-LINE-TEXT
               WRITE EMAIL-EXTRACT-RECORD
           ELSE
               IF WS-LINE-ADVANCE = ZERO
                   WRITE VERIF-REC AFTER PAGE
               ELSE
                   WRITE VERIF-REC AFTER WS-LINE-ADVANCE
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

           MOVE "VRFL" TO CM-DOC-TYPE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE WS-DELIVERY-CHANNEL TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
