       IDENTIFICATION DIVISION.

       PROGRAM-ID. AUTHCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  AUTHCONV - ONE-TIME OPERATOR AUTHORIZATION        *
      *  CONVERSION.  EXPANDS THE UNLOADED AUTHFILE IMAGE  *
      *  FROM THE OLD 22-BYTE RECORD (USER ID, PROGRAM,    *
      *  ALLOWED ACTIONS) TO THE CURRENT 36-BYTE RECORD    *
      *  CARRYING THE DATE AND ADMINISTRATOR OF THE LAST   *
      *  GRANT OR CHANGE.  EVERY EXISTING GRANT COMES OUT  *
      *  WITH A ZERO DATE AND A BLANK ADMINISTRATOR - NOT  *
      *  KNOWN - UNTIL AUTHMNT NEXT CHANGES IT.  AUTHIN TO *
      *  AUTHOUT, IN KEY ORDER, READY FOR THE KEYED LOAD.  *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-AUTH-FILE
               ASSIGN AUTHIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-AUTH-FILE
               ASSIGN AUTHOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-AUTH-FILE.

       01  OLD-AUTH-RECORD.
           05  OA-USER-ID               PIC X(06).
           05  OA-PROGRAM               PIC X(08).
           05  OA-ALLOWED-ACTIONS       PIC X(08).

       FD  NEW-AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-GRANTS-CONVERTED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-AUTH-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-GRANT
               END-IF
           END-PERFORM.

           DISPLAY 'AUTHCONV GRANTS CONVERTED   ',
                   WS-GRANTS-CONVERTED.

           CLOSE OLD-AUTH-FILE
                 NEW-AUTH-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-AUTH-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD AUTHORIZATION IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-AUTH-FILE.


       110-CONVERT-GRANT.

           MOVE SPACES TO OPERATOR-AUTH-RECORD.
           MOVE OA-USER-ID         TO AU-USER-ID.
           MOVE OA-PROGRAM         TO AU-PROGRAM.
           MOVE OA-ALLOWED-ACTIONS TO AU-ALLOWED-ACTIONS.
           MOVE ZEROS              TO AU-LAST-CHANGE-DATE.
           MOVE SPACES             TO AU-LAST-CHANGE-BY.

           WRITE OPERATOR-AUTH-RECORD.
           ADD 1 TO WS-GRANTS-CONVERTED.
