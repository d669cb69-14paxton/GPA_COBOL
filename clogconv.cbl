       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLOGCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CLOGCONV - ONE-TIME COMMUNICATIONS LOG CONVERSION *
      *  EXPANDS THE UNLOADED COMMUNICATIONS LOG IMAGE     *
      *  FROM THE 35-BYTE RECORD TO THE CURRENT RECORD     *
      *  CARRYING THE DELIVERY CHANNEL.  EVERY DOCUMENT    *
      *  LOGGED BEFORE EMAIL DELIVERY EXISTED WENT ON      *
      *  PAPER, SO EVERY ENTRY COMES OUT WITH CHANNEL P.   *
      *  CLOGCIN TO CLOGCOUT, READY FOR RELOAD.            *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-COMM-LOG-FILE
               ASSIGN CLOGCIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-COMM-LOG-FILE
               ASSIGN CLOGCOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-COMM-LOG-FILE.

       01  OLD-COMM-LOG-RECORD.
           05  OC-LOG-KEY               PIC X(26).
           05  OC-RETURNED-FLAG         PIC X(01).
           05  OC-RETURNED-DATE         PIC 9(08).

       FD  NEW-COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-ENTRIES-CONVERTED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-COMM-LOG-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-ENTRY
               END-IF
           END-PERFORM.

           DISPLAY 'CLOGCONV ENTRIES CONVERTED  ',
                   WS-ENTRIES-CONVERTED.

           CLOSE OLD-COMM-LOG-FILE
                 NEW-COMM-LOG-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-COMM-LOG-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD COMM LOG IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-COMM-LOG-FILE.


       110-CONVERT-ENTRY.

           MOVE SPACES TO COMM-LOG-RECORD.
           MOVE OC-LOG-KEY              TO CM-LOG-KEY.
           MOVE OC-RETURNED-FLAG        TO CM-RETURNED-FLAG.
           MOVE OC-RETURNED-DATE        TO CM-RETURNED-DATE.
           MOVE "P"                     TO CM-CHANNEL.

           WRITE COMM-LOG-RECORD.
           ADD 1 TO WS-ENTRIES-CONVERTED.
