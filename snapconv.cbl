       IDENTIFICATION DIVISION.

       PROGRAM-ID. SNAPCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SNAPCONV - ONE-TIME CENSUS SNAPSHOT CONVERSION    *
      *  EXPANDS THE UNLOADED SNAPSHOT IMAGE FROM THE OLD  *
      *  44-BYTE RECORD TO THE CURRENT CENSSNAP RECORD     *
      *  CARRYING THE TERM'S ATTEMPTED-CREDIT LOAD AND     *
      *  ENROLLMENT LEVEL.  SNAPSHOTS TAKEN BEFORE THE     *
      *  LOAD WAS FROZEN COME OUT WITH A ZERO LOAD AND A   *
      *  BLANK LEVEL - NOT CAPTURED - WHICH THE LOADCHG    *
      *  COMPARISON PASSES OVER.  SNAPCVIN TO SNAPCVOT,    *
      *  READY FOR RELOAD.                                 *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-SNAPSHOT-FILE
               ASSIGN SNAPCVIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-SNAPSHOT-FILE
               ASSIGN SNAPCVOT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-SNAPSHOT-FILE.

       01  OLD-SNAPSHOT-RECORD.
           05  OS-TERM-CODE             PIC X(05).
           05  OS-STUDENT-ID            PIC 9(09).
           05  OS-ENROLL-STATUS         PIC X(01).
           05  OS-ACADEMIC-STANDING     PIC X(01).
           05  OS-MAJOR-CODE            PIC X(04).
           05  OS-LAST-GPA              PIC 9V99.
           05  OS-LAST-TOTAL-CREDITS    PIC 999V99.
           05  OS-DATE-OF-BIRTH         PIC 9(08).
           05  OS-SNAP-DATE             PIC 9(08).

       FD  NEW-SNAPSHOT-FILE.

            COPY CENSSNAP IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-SNAPS-CONVERTED      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-SNAPSHOT-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-SNAPSHOT
               END-IF
           END-PERFORM.

           DISPLAY 'SNAPCONV SNAPSHOTS CONVERTED ',
                   WS-SNAPS-CONVERTED.

           CLOSE OLD-SNAPSHOT-FILE
                 NEW-SNAPSHOT-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-SNAPSHOT-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD SNAPSHOT IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-SNAPSHOT-FILE.


       110-CONVERT-SNAPSHOT.

           MOVE SPACES TO CENSUS-SNAPSHOT-RECORD.
           MOVE OS-TERM-CODE          TO CN-TERM-CODE.
           MOVE OS-STUDENT-ID         TO CN-STUDENT-ID.
           MOVE OS-ENROLL-STATUS      TO CN-ENROLL-STATUS.
           MOVE OS-ACADEMIC-STANDING  TO CN-ACADEMIC-STANDING.
           MOVE OS-MAJOR-CODE         TO CN-MAJOR-CODE.
           MOVE OS-LAST-GPA           TO CN-LAST-GPA.
           MOVE OS-LAST-TOTAL-CREDITS TO CN-LAST-TOTAL-CREDITS.
           MOVE OS-DATE-OF-BIRTH      TO CN-DATE-OF-BIRTH.
           MOVE OS-SNAP-DATE          TO CN-SNAP-DATE.
           MOVE ZERO                  TO CN-ATTEMPTED-LOAD.
           MOVE SPACE                 TO CN-ENROLL-LEVEL.

           WRITE CENSUS-SNAPSHOT-RECORD.
           ADD 1 TO WS-SNAPS-CONVERTED.
