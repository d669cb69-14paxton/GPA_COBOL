       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMLBNCE.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  EMLBNCE - BOUNCED EMAIL PROCESSING                *
      *  READS THE EMAIL GATEWAY'S BOUNCE FILE (BNCTRAN -  *
      *  THE COMMUNICATIONS-LOG KEY THE EMAIL EXTRACT      *
      *  CARRIED, THE ADDRESS IT WENT TO, AND THE          *
      *  GATEWAY'S REASON) AND FLAGS THE MATCHING EMAIL    *
      *  ENTRY ON THE COMMUNICATIONS LOG AS RETURNED, THEN *
      *  FLAGS THE STUDENT'S DELIVERY PREFERENCE BOUNCED   *
      *  SO THE NEXT NOTICE RUN FALLS BACK TO PAPER - THE  *
      *  EMAIL COUNTERPART OF RETMAIL.  A BOUNCE FOR AN    *
      *  ADDRESS THE STUDENT HAS SINCE REPLACED LEAVES THE *
      *  NEW ADDRESS ALONE.  AN APPLIED / REJECTED         *
      *  REGISTER PRINTS ON BNCRGSTR.                      *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BOUNCE-TRAN-FILE
               ASSIGN BNCTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT OPTIONAL DELIVERY-PREF-FILE
               ASSIGN DELVPREF
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DV-STUDENT-ID
               FILE STATUS IS WS-DLVP-STATUS.

           SELECT BOUNCE-REGISTER
               ASSIGN BNCRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  BOUNCE-TRAN-FILE.

       01  BOUNCE-TRAN-RECORD.
           05  BT-STUDENT-ID            PIC 9(09).
           05  BT-DOC-TYPE              PIC X(04).
           05  BT-TERM-CODE             PIC X(05).
           05  BT-PRODUCED-DATE         PIC 9(08).
           05  BT-EMAIL-ADDRESS         PIC X(60).
           05  BT-BOUNCE-REASON         PIC X(30).

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DELIVERY-PREF-FILE.

            COPY DELVPREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  BOUNCE-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-DLVP-STATUS          PIC XX.
           05  WS-SCAN-DONE-SWITCH     PIC X(01)   VALUE "N".
               88  LOG-SCAN-DONE                   VALUE "Y".
           05  WS-FLAGGED-SWITCH       PIC X(01)   VALUE "N".
               88  LOG-ENTRY-FLAGGED               VALUE "Y".
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-FLAGGED      PIC 9(07) VALUE ZERO.
           05  WS-PREFS-FLAGGED        PIC 9(07) VALUE ZERO.
           05  WS-ADDRESS-REPLACED     PIC 9(07) VALUE ZERO.
           05  WS-NOT-MATCHED          PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(32)
               VALUE "BOUNCED EMAIL REGISTER".
           05                 PIC X(76)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DOC-TYPE        PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-TERM-CODE       PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(32).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-BOUNCE-REASON   PIC X(30).
           05                     PIC X(40)  VALUE SPACE.

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
               READ BOUNCE-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-BOUNCE
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE BOUNCE-TRAN-FILE
                 COMM-LOG-FILE
                 DELIVERY-PREF-FILE
                 BOUNCE-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT BOUNCE-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE EMAIL BOUNCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
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

           OPEN I-O DELIVERY-PREF-FILE.

           IF WS-DLVP-STATUS NOT = '00' AND WS-DLVP-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DELIVERY PREFERENCE FILE'
               DISPLAY ' FILE STATUS IS ', WS-DLVP-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT BOUNCE-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  110-PROCESS-BOUNCE - FLAGS THE FIRST UNFLAGGED    *
      *  EMAIL LOG ENTRY FOR THE STUDENT AND DOCUMENT TYPE *
      *  (AND TERM AND PRODUCED DATE WHEN THE GATEWAY      *
      *  ECHOES THEM), THEN FLAGS THE DELIVERY PREFERENCE  *
      *  THE NOTICE WENT OUT UNDER.                        *
      *****************************************************
       110-PROCESS-BOUNCE.

           MOVE "N" TO WS-FLAGGED-SWITCH.
           MOVE "N" TO WS-SCAN-DONE-SWITCH.

           IF BT-PRODUCED-DATE NOT NUMERIC
               MOVE ZEROS TO BT-PRODUCED-DATE
           END-IF.

           MOVE BT-STUDENT-ID TO CM-STUDENT-ID.
           MOVE BT-DOC-TYPE   TO CM-DOC-TYPE.
           MOVE LOW-VALUES    TO CM-TERM-CODE.
           MOVE ZEROS         TO CM-PRODUCED-DATE.
           START COMM-LOG-FILE
               KEY IS NOT LESS THAN CM-LOG-KEY
               INVALID KEY
                   SET LOG-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL LOG-SCAN-DONE
               READ COMM-LOG-FILE NEXT
                   AT END
                       SET LOG-SCAN-DONE TO TRUE
               END-READ
               IF NOT LOG-SCAN-DONE
                   IF CM-STUDENT-ID NOT = BT-STUDENT-ID
                           OR CM-DOC-TYPE NOT = BT-DOC-TYPE
                       SET LOG-SCAN-DONE TO TRUE
                   ELSE
                       IF (BT-TERM-CODE = SPACES
                               OR CM-TERM-CODE = BT-TERM-CODE)
                               AND (BT-PRODUCED-DATE = ZERO
                               OR CM-PRODUCED-DATE = BT-PRODUCED-DATE)
                               AND CM-CHANNEL-EMAIL
                               AND NOT CM-MAIL-RETURNED
                           MOVE "Y" TO CM-RETURNED-FLAG
                           MOVE WS-RUN-DATE TO CM-RETURNED-DATE
                           REWRITE COMM-LOG-RECORD
                           END-REWRITE
                           MOVE "Y" TO WS-FLAGGED-SWITCH
                           SET LOG-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE BT-STUDENT-ID    TO RG-STUDENT-ID.
           MOVE BT-DOC-TYPE      TO RG-DOC-TYPE.
           MOVE BT-TERM-CODE     TO RG-TERM-CODE.
           MOVE BT-BOUNCE-REASON TO RG-BOUNCE-REASON.

           IF LOG-ENTRY-FLAGGED
               ADD 1 TO WS-ENTRIES-FLAGGED
               PERFORM 120-FLAG-PREFERENCE
           ELSE
               ADD 1 TO WS-NOT-MATCHED
               MOVE "NO MATCHING EMAIL LOG ENTRY" TO RG-DISPOSITION
           END-IF.

           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  120-FLAG-PREFERENCE - MARKS THE STUDENT'S EMAIL   *
      *  ADDRESS BOUNCED, SO EVERY NOTICE RUN SENDS PAPER  *
      *  UNTIL DLVPMNT RE-FILES THE ADDRESS.  WHEN THE     *
      *  STUDENT HAS ALREADY FILED A DIFFERENT ADDRESS THE *
      *  BOUNCE IS FOR THE OLD ONE AND THE PREFERENCE IS   *
      *  LEFT ALONE.                                       *
      *****************************************************
       120-FLAG-PREFERENCE.

           MOVE BT-STUDENT-ID TO DV-STUDENT-ID.
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   MOVE "FLAGGED - NO PREFERENCE ON FILE"
                       TO RG-DISPOSITION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BT-EMAIL-ADDRESS NOT = SPACES
                               AND BT-EMAIL-ADDRESS
                                   NOT = DV-EMAIL-ADDRESS
                           ADD 1 TO WS-ADDRESS-REPLACED
                           MOVE "FLAGGED - ADDRESS SINCE REPLACED"
                               TO RG-DISPOSITION
                       WHEN DV-EMAIL-BOUNCED
                           MOVE "FLAGGED - ALREADY MARKED BOUNCED"
                               TO RG-DISPOSITION
                       WHEN OTHER
                           MOVE "Y" TO DV-BOUNCE-FLAG
                           MOVE WS-RUN-DATE TO DV-BOUNCE-DATE
                           REWRITE DELIVERY-PREF-RECORD
                           END-REWRITE
                           ADD 1 TO WS-PREFS-FLAGGED
                           MOVE "FLAGGED - EMAIL MARKED BOUNCED"
                               TO RG-DISPOSITION
                   END-EVALUATE
           END-READ.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "BOUNCE TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "LOG ENTRIES FLAGGED RETURNED" TO TR-CAPTION.
           MOVE WS-ENTRIES-FLAGGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PREFERENCES MARKED BOUNCED" TO TR-CAPTION.
           MOVE WS-PREFS-FLAGGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADDRESS SINCE REPLACED" TO TR-CAPTION.
           MOVE WS-ADDRESS-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "NO MATCHING EMAIL LOG ENTRY" TO TR-CAPTION.
           MOVE WS-NOT-MATCHED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
