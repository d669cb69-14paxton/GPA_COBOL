       IDENTIFICATION DIVISION.

       PROGRAM-ID. CATVCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CATVCONV - ONE-TIME COURSE CATALOG CONVERSION     *
      *  EXPANDS THE UNLOADED CATALOG IMAGE FROM THE       *
      *  61-BYTE RECORD TO THE CURRENT RECORD CARRYING AN  *
      *  EFFECTIVE TERM AND A COURSE STATUS FOR CATMNT.    *
      *  EVERY COURSE COMES OUT ACTIVE WITH A BLANK        *
      *  EFFECTIVE TERM - IN FORCE SINCE IT WAS FIRST      *
      *  CATALOGED - SO THE VERSION ON FILE TODAY ANSWERS  *
      *  FOR EVERY TERM UNTIL CATMNT SUPERSEDES IT.        *
      *  CATVCIN TO CATVCOUT, READY FOR RELOAD.            *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-CATALOG-FILE
               ASSIGN CATVCIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-CATALOG-FILE
               ASSIGN CATVCOUT
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-CATALOG-FILE.

       01  OLD-CATALOG-RECORD.
           05  OC-COURSE-ID             PIC X(06).
           05  OC-COURSE-TITLE          PIC X(30).
           05  OC-DEPARTMENT            PIC X(04).
           05  OC-STD-CREDITS           PIC 99V9.
           05  OC-PREREQ-TBL.
               10  OC-PREREQ-ID         PIC X(06) OCCURS 3 TIMES.

       FD  NEW-CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IN-EOF-SWITCH           PIC X(01)   VALUE "N".
               88  IN-EOF                          VALUE "Y".
           05  WS-IN-STATUS            PIC XX.
           05  WS-OUT-STATUS           PIC XX.
           05  WS-COURSES-CONVERTED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL IN-EOF
               READ OLD-CATALOG-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
               IF NOT IN-EOF
                   PERFORM 110-CONVERT-COURSE
               END-IF
           END-PERFORM.

           DISPLAY 'CATVCONV COURSES CONVERTED  ',
                   WS-COURSES-CONVERTED.

           CLOSE OLD-CATALOG-FILE
                 NEW-CATALOG-FILE.

           STOP RUN.


       100-HSK.

           OPEN INPUT OLD-CATALOG-FILE.

           IF WS-IN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OLD CATALOG IMAGE'
               DISPLAY ' FILE STATUS IS ', WS-IN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CATALOG-FILE.


       110-CONVERT-COURSE.

           MOVE SPACES TO COURSE-CATALOG-RECORD.
           MOVE OC-COURSE-ID    TO CC-COURSE-ID.
           MOVE OC-COURSE-TITLE TO CC-COURSE-TITLE.
           MOVE OC-DEPARTMENT   TO CC-DEPARTMENT.
           MOVE OC-PREREQ-TBL   TO CC-PREREQ-TBL.

           IF OC-STD-CREDITS NUMERIC
               MOVE OC-STD-CREDITS TO CC-STD-CREDITS
           ELSE
               MOVE ZEROS TO CC-STD-CREDITS
           END-IF.

           MOVE SPACES TO CC-EFFECTIVE-TERM.
           MOVE "A"    TO CC-COURSE-STATUS.
           MOVE ZEROS  TO CC-LAB-FEE
                          CC-PROGRAM-FEE.

           WRITE COURSE-CATALOG-RECORD.
           ADD 1 TO WS-COURSES-CONVERTED.
