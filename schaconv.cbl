       IDENTIFICATION DIVISION.

       PROGRAM-ID. SCHACONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SCHACONV - ONE-TIME SCHOLARSHIP AWARD CONVERSION  *
      *  EXPANDS THE UNLOADED AWARD MASTER IMAGE FROM THE  *
      *  37-BYTE RECORD TO THE CURRENT RECORD CARRYING THE *
      *  CALENDAR-YEAR AMOUNTS PAID THAT THE 1098-T RUN    *
      *  REPORTS.  EVERY AWARD COMES OUT WITH BOTH YEAR    *
      *  SLOTS ZERO - NOTHING PAID ON FILE - UNTIL SCHAMNT *
      *  POSTS THE YEAR'S AMOUNT.  SCHACIN TO SCHACOUT,    *
      *  READY FOR RELOAD.                                 *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-AWARD-FILE
               ASSIGN SCHACIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-AWARD-FILE
               ASSIGN SCHACOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-AWARD-FILE.

       01  OLD-AWARD-RECORD.
           05  OA-STUDENT-ID            PIC 9(09).
           05  OA-AWARD-CODE            PIC X(06).
           05  OA-RENEW-MIN-GPA         PIC 9V99.
           05  OA-RENEW-MIN-CREDITS     PIC 999V99.
           05  OA-AWARD-STATUS          PIC X(01).
           05  OA-LAST-EVAL-TERM        PIC X(05).
           05  OA-LAST-EVAL-DATE        PIC 9(08).

       FD  NEW-AWARD-FILE.

            COPY SCHAWARD IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-AWARDS-CONVERTED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-AWARD-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-AWARD
               END-IF
           END-PERFORM.

           DISPLAY 'SCHACONV AWARDS CONVERTED   ',
                   WS-AWARDS-CONVERTED.

           CLOSE OLD-AWARD-FILE
                 NEW-AWARD-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-AWARD-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD AWARD IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-AWARD-FILE.


       110-CONVERT-AWARD.

           MOVE SPACES TO SCHOLARSHIP-AWARD-RECORD.
           MOVE OA-STUDENT-ID        TO SA-STUDENT-ID.
           MOVE OA-AWARD-CODE        TO SA-AWARD-CODE.
           MOVE OA-RENEW-MIN-GPA     TO SA-RENEW-MIN-GPA.
           MOVE OA-RENEW-MIN-CREDITS TO SA-RENEW-MIN-CREDITS.
           MOVE OA-AWARD-STATUS      TO SA-AWARD-STATUS.
           MOVE OA-LAST-EVAL-TERM    TO SA-LAST-EVAL-TERM.
           MOVE OA-LAST-EVAL-DATE    TO SA-LAST-EVAL-DATE.
           MOVE ZEROS                TO SA-PAID-TBL.

           WRITE SCHOLARSHIP-AWARD-RECORD.
           ADD 1 TO WS-AWARDS-CONVERTED.
