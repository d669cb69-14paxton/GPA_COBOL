       IDENTIFICATION DIVISION.

       PROGRAM-ID. SECTCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  SECTCONV - ONE-TIME SECTION MASTER CONVERSION     *
      *  EXPANDS THE UNLOADED SECTION MASTER IMAGE FROM    *
      *  THE 45-BYTE RECORD TO THE CURRENT RECORD CARRYING *
      *  A SEAT CAPACITY AND AN ENROLLED COUNT.  EVERY     *
      *  SECTION COMES OUT WITH NO SEAT LIMIT AND A ZERO   *
      *  COUNT - SECTMNT SETS THE CAPACITY, AND REGMAINT   *
      *  COUNTS THE ADDS IT APPLIES FROM THEN ON.          *
      *  SECTCIN TO SECTCOUT, READY FOR RELOAD.            *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-SECTION-FILE
               ASSIGN SECTCIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-SECTION-FILE
               ASSIGN SECTCOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-SECTION-FILE.

       01  OLD-SECTION-RECORD.
           05  OS-SECT-KEY              PIC X(14).
           05  OS-INSTRUCTOR-ID         PIC X(06).
           05  OS-INSTRUCTOR-NAME       PIC X(25).

       FD  NEW-SECTION-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-SECTIONS-CONVERTED   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-SECTION-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-SECTION
               END-IF
           END-PERFORM.

           DISPLAY 'SECTCONV SECTIONS CONVERTED  ',
                   WS-SECTIONS-CONVERTED.

           CLOSE OLD-SECTION-FILE
                 NEW-SECTION-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-SECTION-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD SECTION IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-SECTION-FILE.


       110-CONVERT-SECTION.

           MOVE SPACES TO COURSE-SECTION-RECORD.
           MOVE OS-SECT-KEY        TO CS-SECT-KEY.
           MOVE OS-INSTRUCTOR-ID   TO CS-INSTRUCTOR-ID.
           MOVE OS-INSTRUCTOR-NAME TO CS-INSTRUCTOR-NAME.
           MOVE ZEROS TO CS-SEAT-CAPACITY.
           MOVE ZEROS TO CS-ENROLLED-COUNT.
           MOVE ZEROS TO CS-START-TIME.
           MOVE ZEROS TO CS-END-TIME.

           WRITE COURSE-SECTION-RECORD.
           ADD 1 TO WS-SECTIONS-CONVERTED.
