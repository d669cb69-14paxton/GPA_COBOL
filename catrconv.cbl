       IDENTIFICATION DIVISION.

       PROGRAM-ID. CATRCONV.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CATRCONV - ONE-TIME COURSE CATALOG CONVERSION     *
      *  EXPANDS THE UNLOADED CATALOG IMAGE FROM THE       *
      *  85-BYTE RECORD TO THE CURRENT RECORD CARRYING THE *
      *  CREDIT RANGE.  EVERY COURSE COMES OUT FIXED-      *
      *  CREDIT WITH ITS MINIMUM AND MAXIMUM EQUAL TO ITS  *
      *  STANDARD CREDITS UNTIL CATMNT FILES A RANGE.      *
      *  CATRCIN TO CATRCOUT, READY FOR RELOAD.            *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OLD-CATALOG-FILE
               ASSIGN CATRCIN
               FILE STATUS IS WS-IN-STATUS.

           SELECT NEW-CATALOG-FILE
               ASSIGN CATRCOUT
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
           05  OC-EFFECTIVE-TERM        PIC X(05).
           05  OC-COURSE-STATUS         PIC X(01).
           05  OC-LAB-FEE               PIC 9(04)V99.
           05  OC-PROGRAM-FEE           PIC 9(04)V99.
           05  OC-XLIST-GROUP           PIC X(06).

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

           DISPLAY 'CATRCONV COURSES CONVERTED  ',
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
           MOVE OC-COURSE-ID      TO CC-COURSE-ID.
           MOVE OC-COURSE-TITLE   TO CC-COURSE-TITLE.
           MOVE OC-DEPARTMENT     TO CC-DEPARTMENT.
           MOVE OC-STD-CREDITS    TO CC-STD-CREDITS.
           MOVE OC-PREREQ-TBL     TO CC-PREREQ-TBL.
           MOVE OC-EFFECTIVE-TERM TO CC-EFFECTIVE-TERM.
           MOVE OC-COURSE-STATUS  TO CC-COURSE-STATUS.
           MOVE OC-LAB-FEE        TO CC-LAB-FEE.
           MOVE OC-PROGRAM-FEE    TO CC-PROGRAM-FEE.
           MOVE OC-XLIST-GROUP    TO CC-XLIST-GROUP.
           MOVE "N"               TO CC-VARIABLE-CREDIT-FLAG.
           MOVE OC-STD-CREDITS    TO CC-MIN-CREDITS
                                     CC-MAX-CREDITS.

           WRITE COURSE-CATALOG-RECORD.
           ADD 1 TO WS-COURSES-CONVERTED.
