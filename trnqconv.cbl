       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRNQCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  TRNQCONV - ONE-TIME HELD TRANSCRIPT REQUEST       *
      *  QUEUE CONVERSION.  EXPANDS THE REQUESTS WAITING   *
      *  ON TRNQUEUE FROM THE OLD 32-BYTE RECORD TO THE    *
      *  CURRENT 40-BYTE RECORD CARRYING THE TRNRQLOG      *
      *  CONFIRMATION NUMBER.  EVERY REQUEST ALREADY       *
      *  QUEUED WAS KEYED FROM A FORM, SO IT COMES OUT     *
      *  WITH A ZERO CONFIRMATION NUMBER AND IS RELEASED   *
      *  BY TRNRELSE LIKE ANY OTHER FORM REQUEST.  TRNQIN  *
      *  TO TRNQOUT, IN QUEUE ORDER, TO BE RUN ONCE BEFORE *
      *  THE FIRST TRNRELSE ON THE NEW LAYOUT.             *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-QUEUE-FILE
               ASSIGN TRNQIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-QUEUE-FILE
               ASSIGN TRNQOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-QUEUE-FILE.

       01  OLD-QUEUE-RECORD.
           05  OQ-STUDENT-ID            PIC 9(09).
           05  OQ-REQUESTER-ID          PIC X(06).
           05  OQ-PURPOSE-CODE          PIC X(02).
           05  OQ-WAIT-TERM             PIC X(05).
           05  OQ-QUEUED-DATE           PIC 9(08).
           05  OQ-DELIVERY-OPTION       PIC X(01).
           05  OQ-FKA-OPTION            PIC X(01).

       FD  NEW-QUEUE-FILE.

            COPY TRNQUEUE IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-REQUESTS-CONVERTED   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-QUEUE-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-REQUEST
               END-IF
           END-PERFORM.

           DISPLAY 'TRNQCONV REQUESTS CONVERTED ',
                   WS-REQUESTS-CONVERTED.

           CLOSE OLD-QUEUE-FILE
                 NEW-QUEUE-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-QUEUE-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD HELD REQUEST QUEUE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-QUEUE-FILE.


       110-CONVERT-REQUEST.

           MOVE SPACES TO TRANSCRIPT-QUEUE-RECORD.
           MOVE OQ-STUDENT-ID      TO TNQ-STUDENT-ID.
           MOVE OQ-REQUESTER-ID    TO TNQ-REQUESTER-ID.
           MOVE OQ-PURPOSE-CODE    TO TNQ-PURPOSE-CODE.
           MOVE OQ-WAIT-TERM       TO TNQ-WAIT-TERM.
           MOVE OQ-QUEUED-DATE     TO TNQ-QUEUED-DATE.
           MOVE OQ-DELIVERY-OPTION TO TNQ-DELIVERY-OPTION.
           MOVE OQ-FKA-OPTION      TO TNQ-FKA-OPTION.
           MOVE ZEROS              TO TNQ-CONFIRM-NO.

           WRITE TRANSCRIPT-QUEUE-RECORD.
           ADD 1 TO WS-REQUESTS-CONVERTED.
