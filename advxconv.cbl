       IDENTIFICATION DIVISION.

       PROGRAM-ID. ADVXCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ADVXCONV - ONE-TIME ADVISOR XREF CONVERSION       *
      *  EXPANDS THE 44-BYTE SEQUENTIAL ADVISOR CROSS-     *
      *  REFERENCE (STUDENT, ADVISOR ID, NAME, DEPARTMENT) *
      *  TO THE CURRENT ADVXREF RECORD CARRYING THE        *
      *  ASSIGNMENT DATE, WHO MADE IT, AND HOW.  EVERY     *
      *  EXISTING ENTRY COMES OUT AS A MANUAL ASSIGNMENT   *
      *  WITH NO DATE OR USER, SO THE NIGHTLY ADVASGN RUN  *
      *  TREATS IT LIKE ANY OTHER STANDING ASSIGNMENT.     *
      *  ADVXIN TO ADVXOUT, IN STUDENT ORDER, READY FOR    *
      *  THE KEYED LOAD.                                   *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-XREF-FILE
               ASSIGN ADVXIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-XREF-FILE
               ASSIGN ADVXOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-XREF-FILE.

       01  OLD-XREF-RECORD.
           05  OX-STUDENT-ID            PIC 9(09).
           05  OX-ADVISOR-ID            PIC X(06).
           05  OX-ADVISOR-NAME          PIC X(25).
           05  OX-ADVISOR-DEPT          PIC X(04).

       FD  NEW-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

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
               READ OLD-XREF-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-ENTRY
               END-IF
           END-PERFORM.

           DISPLAY 'ADVXCONV ENTRIES CONVERTED  ',
                   WS-ENTRIES-CONVERTED.

           CLOSE OLD-XREF-FILE
                 NEW-XREF-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-XREF-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD ADVISOR XREF'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-XREF-FILE.


       110-CONVERT-ENTRY.

           MOVE SPACES TO ADVISOR-XREF-RECORD.
           MOVE OX-STUDENT-ID      TO AX-STUDENT-ID.
           MOVE OX-ADVISOR-ID      TO AX-ADVISOR-ID.
           MOVE OX-ADVISOR-NAME    TO AX-ADVISOR-NAME.
           MOVE OX-ADVISOR-DEPT    TO AX-ADVISOR-DEPT.
           MOVE ZEROS              TO AX-ASSIGNED-DATE.
           MOVE SPACES             TO AX-ASSIGNED-BY.
           MOVE "M"                TO AX-ASSIGN-METHOD.

           WRITE ADVISOR-XREF-RECORD.
           ADD 1 TO WS-ENTRIES-CONVERTED.
