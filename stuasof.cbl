       IDENTIFICATION DIVISION.

       PROGRAM-ID. STUASOF.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  STUASOF - AS-OF RECONSTRUCTION OF ONE STUDENT     *
      *  SHOWS ONE STUDENT'S MASTER RECORD AND             *
      *  COURSE-HISTORY OVERFLOW SEGMENTS AS THEY STOOD AT *
      *  THE END OF A PAST DATE, FOR A DISPUTE OVER WHAT   *
      *  THE RECORD SHOWED WHEN A STANDING DECISION WAS    *
      *  TAKEN OR A LETTER WAS ISSUED.  THE ASOFPARM CARD  *
      *  GIVES THE STUDENT ID AND THE AS-OF DATE.  THE     *
      *  STUUNLD GENERATIONS TO SEARCH (CURRENT AND        *
      *  OFFSITE ARCHIVE GENERATIONS, IN ANY ORDER) ARE    *
      *  CONCATENATED ON UNLDMAST AND THEIR OVERFLOW       *
      *  UNLOADS ON UNLDOVFL; THE BASE IS THE GENERATION   *
      *  WITH THE LATEST TRAILER DATE AND TIME ON OR       *
      *  BEFORE THE AS-OF DATE.  UNDATED GENERATIONS FROM  *
      *  BEFORE THE TRAILER WAS DATED ARE SKIPPED.  THE    *
      *  ARCHIVED JOURNAL GENERATIONS (JRNLARCH, OLDEST    *
      *  FIRST, AS FOR STURECOV) AND THE LIVE JOURNAL ARE  *
      *  THEN READ AND EVERY JOURNALED CHANGE TO THE       *
      *  STUDENT AFTER THE BASE WAS UNLOADED AND NO LATER  *
      *  THAN THE AS-OF DATE IS ROLLED FORWARD FROM ITS    *
      *  AFTER IMAGE.  ASOFRPT LISTS EACH CHANGE APPLIED   *
      *  WITH THE JOB NAME AND USER ID THAT MADE IT, THEN  *
      *  PRINTS THE RECONSTRUCTED RECORD.  NOTHING IS      *
      *  UPDATED.  WITH NO USABLE BASE THE RECORD IS BUILT *
      *  FROM THE JOURNAL ALONE, AND A JOURNAL THAT DOES   *
      *  NOT REACH BACK TO THE BASE IS FLAGGED, SINCE      *
      *  CHANGES IN THE GAP CANNOT BE SHOWN.               *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ASOF-PARM-FILE
               ASSIGN ASOFPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL BASE-MASTER-FILE
               ASSIGN UNLDMAST
               FILE STATUS IS WS-BMST-STATUS.

           SELECT OPTIONAL BASE-OVFL-FILE
               ASSIGN UNLDOVFL
               FILE STATUS IS WS-BOVF-STATUS.

           SELECT OPTIONAL ARCHIVE-JOURNAL-FILE
               ASSIGN JRNLARCH
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ASOF-REPORT
               ASSIGN ASOFRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  ASOF-PARM-FILE.

       01  ASOF-PARM-RECORD.
           05  AQ-STUDENT-ID            PIC 9(09).
           05  AQ-AS-OF-DATE            PIC 9(08).
           05  AQ-AS-OF-DETAIL REDEFINES AQ-AS-OF-DATE.
               10  AQ-AS-OF-YEAR        PIC 9(04).
               10  AQ-AS-OF-MONTH       PIC 9(02).
               10  AQ-AS-OF-DAY         PIC 9(02).

       FD  BASE-MASTER-FILE.

       01  BASE-MASTER-RECORD           PIC X(732).
       01  BASE-MASTER-TRAILER REDEFINES BASE-MASTER-RECORD.
           05  BM-TRAILER-LITERAL       PIC X(09).
               88  BM-TRAILER-PRESENT           VALUE "*TRAILER*".
           05  BM-TRAILER-COUNT         PIC 9(09).
           05  BM-TRAILER-STAMP.
               10  BM-TRAILER-DATE      PIC 9(08).
               10  BM-TRAILER-TIME      PIC 9(06).
           05                           PIC X(640).

       FD  BASE-OVFL-FILE.

       01  BASE-OVFL-RECORD             PIC X(673).
       01  BASE-OVFL-TRAILER REDEFINES BASE-OVFL-RECORD.
           05  BO-TRAILER-LITERAL       PIC X(09).
               88  BO-TRAILER-PRESENT           VALUE "*TRAILER*".
           05  BO-TRAILER-COUNT         PIC 9(09).
           05  BO-TRAILER-STAMP.
               10  BO-TRAILER-DATE      PIC 9(08).
               10  BO-TRAILER-TIME      PIC 9(06).
           05                           PIC X(641).

       FD  ARCHIVE-JOURNAL-FILE.

       01  ARCH-JOURNAL-RECORD          PIC X(1494).

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ASOF-REPORT.

       01  ASOF-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-PARM-STATUS          PIC XX.
           05  WS-BMST-STATUS          PIC XX.
           05  WS-BOVF-STATUS          PIC XX.
           05  WS-ARCH-STATUS          PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  BMST-EOF-SWITCH         PIC X(01) VALUE "N".
               88  BMST-EOF                      VALUE "Y".
           05  BOVF-EOF-SWITCH         PIC X(01) VALUE "N".
               88  BOVF-EOF                      VALUE "Y".
           05  ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
               88  ARCH-EOF                      VALUE "Y".
           05  JRNL-EOF-SWITCH         PIC X(01) VALUE "N".
               88  JRNL-EOF                      VALUE "Y".
           05  WS-BASE-SWITCH          PIC X(01) VALUE "N".
               88  BASE-CHOSEN                   VALUE "Y".
           05  WS-BASE-OVFL-SWITCH     PIC X(01) VALUE "N".
               88  BASE-OVFL-MATCHED             VALUE "Y".
           05  WS-GEN-MASTER-SWITCH    PIC X(01) VALUE "N".
               88  GEN-MASTER-FOUND              VALUE "Y".
           05  WS-RECON-MASTER-SWITCH  PIC X(01) VALUE "N".
               88  RECON-MASTER-PRESENT          VALUE "Y".
           05  WS-FIRST-JRNL-SWITCH    PIC X(01) VALUE "N".
               88  FIRST-JRNL-SEEN               VALUE "Y".
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-SEG-SUB              PIC 9(03) VALUE ZERO.
           05  WS-CRS-SUB              PIC 9(02) VALUE ZERO.
           05  WS-GENERATIONS-READ     PIC 9(05) VALUE ZERO.
           05  WS-GENERATIONS-UNDATED  PIC 9(05) VALUE ZERO.
           05  WS-OVFL-GENS-READ       PIC 9(05) VALUE ZERO.
           05  WS-ARCH-READ            PIC 9(07) VALUE ZERO.
           05  WS-JRNL-READ            PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-SEGMENTS-AS-OF       PIC 9(05) VALUE ZERO.
           05  WS-BASE-SEGMENTS        PIC 9(05) VALUE ZERO.

      *****************************************************
      *  DATE AND TIME STAMPS ARE HELD AS DATE FOLLOWED BY *
      *  TIME SO ONE COMPARISON ORDERS THEM.               *
      *****************************************************
       01  STAMP-FIELDS.
           05  WS-BASE-STAMP.
               10  WS-BASE-DATE        PIC 9(08) VALUE ZERO.
               10  WS-BASE-TIME        PIC 9(06) VALUE ZERO.
           05  WS-JRNL-STAMP.
               10  WS-JRNL-DATE        PIC 9(08) VALUE ZERO.
               10  WS-JRNL-TIME        PIC 9(06) VALUE ZERO.
           05  WS-FIRST-JRNL-STAMP.
               10  WS-FIRST-JRNL-DATE  PIC 9(08) VALUE ZERO.
               10  WS-FIRST-JRNL-TIME  PIC 9(06) VALUE ZERO.

      *****************************************************
      *  THE STUDENT'S MASTER IMAGE FROM THE GENERATION    *
      *  BEING READ, AND THE RECONSTRUCTED IMAGE - THE     *
      *  BASE CHOSEN SO FAR, UNTIL THE JOURNAL IS ROLLED   *
      *  FORWARD INTO IT.                                  *
      *****************************************************
       01  GEN-MASTER-IMAGE            PIC X(732).
       01  RECON-MASTER-IMAGE          PIC X(732).

      *****************************************************
      *  OVERFLOW SEGMENTS ARE HELD BY SEGMENT NUMBER      *
      *  (ENTRY = SEGMENT NUMBER + 1) FOR THE OVERFLOW     *
      *  GENERATION BEING READ AND FOR THE RECONSTRUCTION. *
      *****************************************************
       01  GEN-OVFL-TABLE.
           05  GO-ENTRY OCCURS 100 TIMES.
               10  GO-PRESENT-FLAG         PIC X(01).
                   88  GO-SEGMENT-PRESENT          VALUE "Y".
               10  GO-SEGMENT-IMAGE        PIC X(673).

       01  RECON-OVFL-TABLE.
           05  RO-ENTRY OCCURS 100 TIMES.
               10  RO-PRESENT-FLAG         PIC X(01).
                   88  RO-SEGMENT-PRESENT          VALUE "Y".
               10  RO-SEGMENT-IMAGE        PIC X(673).

      *****************************************************
      *  FIXED VIEWS OF A MASTER AND AN OVERFLOW IMAGE     *
      *  (THE STUDLABT AND STUDOVFL LAYOUTS WITH THE       *
      *  COURSE TABLE AT ITS FULL 30 ENTRIES) FOR THE      *
      *  CHANGE LINES AND THE RECONSTRUCTED RECORD.        *
      *****************************************************
       01  MASTER-VIEW-IMAGE           PIC X(732).
       01  MASTER-VIEW REDEFINES MASTER-VIEW-IMAGE.
           05  MV-STUDENT-ID           PIC 9(09).
           05  MV-NAME-LAST            PIC X(16).
           05  MV-NAME-FIRST           PIC X(12).
           05  MV-NAME-MI              PIC X(01).
           05                          PIC X(01).
           05  MV-DATE-OF-BIRTH        PIC 9(08).
           05  MV-LAST-GPA             PIC 9V99.
           05  MV-LAST-TOTAL-CREDITS   PIC 999V99.
           05  MV-ACADEMIC-STANDING    PIC X(01).
           05  MV-GPA-AS-OF-DATE       PIC 9(08).
           05  MV-ENROLL-STATUS        PIC X(01).
           05  MV-MAJOR-CODE           PIC X(04).
           05  MV-PUB-HOLD-FLAG        PIC X(01).
           05  MV-NUM-CRS              PIC 9(02).
           05  MV-COURSE-TBL OCCURS 30 TIMES.
               10  MV-COURSE-ID           PIC X(06).
               10  MV-COURSE-CREDITS      PIC 99V9.
               10  MV-GRADE-ENTERED       PIC X(03).
               10  MV-ATTEMPTED-CREDITS   PIC 99V9.
               10  MV-GRADING-BASIS       PIC X(01).
               10  MV-CRS-TERM-CODE       PIC X(05).
               10  MV-FORGIVE-FLAG        PIC X(01).

       01  OVFL-VIEW-IMAGE             PIC X(673).
       01  OVFL-VIEW REDEFINES OVFL-VIEW-IMAGE.
           05  OV-STUDENT-ID           PIC 9(09).
           05  OV-SEGMENT-NO           PIC 9(02).
           05  OV-NUM-CRS              PIC 9(02).
           05  OV-COURSE-TBL OCCURS 30 TIMES.
               10  OV-COURSE-ID           PIC X(06).
               10  OV-COURSE-CREDITS      PIC 99V9.
               10  OV-GRADE-ENTERED       PIC X(03).
               10  OV-ATTEMPTED-CREDITS   PIC 99V9.
               10  OV-GRADING-BASIS       PIC X(01).
               10  OV-CRS-TERM-CODE       PIC X(05).
               10  OV-FORGIVE-FLAG        PIC X(01).

       01  CHANGE-WORK.
           05  CW-BEFORE-PRESENT       PIC X(01).
               88  CW-BEFORE-EXISTS             VALUE "Y".
           05  CW-BEFORE-STANDING      PIC X(01).
           05  CW-BEFORE-STATUS        PIC X(01).
           05  CW-BEFORE-MAJOR         PIC X(04).
           05  CW-BEFORE-NUM-CRS       PIC 9(02).

       01  ASOF-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  AH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  AH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  AH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "STUASOF AS-OF RECORD RECONSTRUCTION".
           05                 PIC X(10)   VALUE "STUDENT: ".
           05  AH-STUDENT-ID  PIC 9(09).
           05                 PIC X(09)   VALUE "  AS OF: ".
           05  AH-AS-OF-MONTH PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  AH-AS-OF-DAY   PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  AH-AS-OF-YEAR  PIC 9(04).
           05                 PIC X(34)   VALUE SPACE.

       01  ASOF-MESSAGE-LINE.
           05  AM-MESSAGE     PIC X(100).
           05                 PIC X(32)   VALUE SPACE.

       01  BASE-DETAIL-LINE.
           05                 PIC X(26)
               VALUE "BASE UNLOAD GENERATION OF ".
           05  BD-DATE        PIC 9999/99/99.
           05                 PIC X(01)   VALUE SPACE.
           05  BD-TIME        PIC 99B99B99.
           05                 PIC X(04)   VALUE SPACE.
           05  BD-STUDENT     PIC X(30).
           05                 PIC X(02)   VALUE SPACE.
           05  BD-SEGMENTS    PIC Z9.
           05                 PIC X(27)
               VALUE " OVERFLOW SEGMENTS ON BASE".
           05                 PIC X(22)   VALUE SPACE.

       01  CHANGE-HEADING-LINE.
           05                 PIC X(04)   VALUE "DATE".
           05                 PIC X(07)   VALUE SPACE.
           05                 PIC X(04)   VALUE "TIME".
           05                 PIC X(06)   VALUE SPACE.
           05                 PIC X(03)   VALUE "JOB".
           05                 PIC X(07)   VALUE SPACE.
           05                 PIC X(04)   VALUE "USER".
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(04)   VALUE "FILE".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(03)   VALUE "SEG".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(06)   VALUE "ACTION".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "COURSES".
           05                 PIC X(04)   VALUE SPACE.
           05                 PIC X(08)   VALUE "STANDING".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(06)   VALUE "STATUS".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(05)   VALUE "MAJOR".
           05                 PIC X(37)   VALUE SPACE.

       01  CHANGE-DETAIL-LINE.
           05  CL-DATE            PIC 9999/99/99.
           05                     PIC X(01)  VALUE SPACE.
           05  CL-TIME            PIC 99B99B99.
           05                     PIC X(02)  VALUE SPACE.
           05  CL-JOB-NAME        PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-USER-ID         PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-FILE            PIC X(08).
           05  CL-SEGMENT         PIC X(02).
           05                     PIC X(03)  VALUE SPACE.
           05  CL-ACTION          PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  CL-CRS-BEFORE      PIC X(02).
           05                     PIC X(02)  VALUE "->".
           05  CL-CRS-AFTER       PIC X(02).
           05                     PIC X(05)  VALUE SPACE.
           05  CL-STND-BEFORE     PIC X(01).
           05                     PIC X(02)  VALUE "->".
           05  CL-STND-AFTER      PIC X(01).
           05                     PIC X(06)  VALUE SPACE.
           05  CL-STAT-BEFORE     PIC X(01).
           05                     PIC X(02)  VALUE "->".
           05  CL-STAT-AFTER      PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05  CL-MAJOR-BEFORE    PIC X(04).
           05                     PIC X(02)  VALUE "->".
           05  CL-MAJOR-AFTER     PIC X(04).
           05                     PIC X(33)  VALUE SPACE.

       01  MASTER-DETAIL-LINE-1.
           05                     PIC X(09)  VALUE "STUDENT: ".
           05  MD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  MD-NAME-LAST       PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-NAME-FIRST      PIC X(12).
           05                     PIC X(01)  VALUE SPACE.
           05  MD-NAME-MI         PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(06)  VALUE "BORN: ".
           05  MD-BIRTH-DATE      PIC 9999/99/99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(08)  VALUE "STATUS: ".
           05  MD-ENROLL-STATUS   PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(07)  VALUE "MAJOR: ".
           05  MD-MAJOR-CODE      PIC X(04).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(06)  VALUE "HOLD: ".
           05  MD-PUB-HOLD        PIC X(01).
           05                     PIC X(22)  VALUE SPACE.

       01  MASTER-DETAIL-LINE-2.
           05                     PIC X(05)  VALUE "GPA: ".
           05  MD-GPA             PIC 9.99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(09)  VALUE "CREDITS: ".
           05  MD-CREDITS         PIC ZZ9.99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(07)  VALUE "AS OF: ".
           05  MD-GPA-DATE        PIC 9999/99/99.
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(10)  VALUE "STANDING: ".
           05  MD-STANDING        PIC X(01).
           05                     PIC X(04)  VALUE SPACE.
           05                     PIC X(09)  VALUE "COURSES: ".
           05  MD-NUM-CRS         PIC Z9.
           05                     PIC X(53)  VALUE SPACE.

       01  COURSE-HEADING-LINE.
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(03)   VALUE "SEG".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(06)   VALUE "COURSE".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(04)   VALUE "TERM".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(07)   VALUE "CREDITS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(09)   VALUE "ATTEMPTED".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(05)   VALUE "GRADE".
           05                 PIC X(03)   VALUE SPACE.
           05                 PIC X(05)   VALUE "BASIS".
           05                 PIC X(02)   VALUE SPACE.
           05                 PIC X(04)   VALUE "FLAG".
           05                 PIC X(69)   VALUE SPACE.

       01  COURSE-DETAIL-LINE.
           05                     PIC X(04)  VALUE SPACE.
           05  CR-SEGMENT         PIC X(02).
           05                     PIC X(03)  VALUE SPACE.
           05  CR-COURSE-ID       PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  CR-TERM-CODE       PIC X(05).
           05                     PIC X(04)  VALUE SPACE.
           05  CR-CREDITS         PIC Z9.9.
           05                     PIC X(07)  VALUE SPACE.
           05  CR-ATTEMPTED       PIC Z9.9.
           05                     PIC X(04)  VALUE SPACE.
           05  CR-GRADE           PIC X(03).
           05                     PIC X(06)  VALUE SPACE.
           05  CR-BASIS           PIC X(01).
           05                     PIC X(06)  VALUE SPACE.
           05  CR-FLAG            PIC X(01).
           05                     PIC X(70)  VALUE SPACE.

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
              10  CD-SECONDS          PIC 9(02).
           05                         PIC X(07).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM 200-CHOOSE-BASE.

           PERFORM 300-LOAD-BASE-OVERFLOW.

           PERFORM 400-ROLL-FORWARD.

           PERFORM 500-PRINT-RECONSTRUCTION.

           PERFORM 600-PRINT-TRAILER.

           CLOSE ASOF-PARM-FILE
                 BASE-MASTER-FILE
                 BASE-OVFL-FILE
                 ARCHIVE-JOURNAL-FILE
                 JOURNAL-FILE
                 ASOF-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO AH-MONTH.
           MOVE CD-DAY     TO AH-DAY.
           MOVE CD-YEAR    TO AH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT ASOF-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AS-OF PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ ASOF-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' ASOFPARM IS EMPTY - STUDENT AND DATE'
                   DISPLAY ' CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF AQ-STUDENT-ID NOT NUMERIC OR AQ-STUDENT-ID = ZERO
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ASOFPARM STUDENT ID IS NOT VALID'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF AQ-AS-OF-DATE NOT NUMERIC
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ASOFPARM AS-OF DATE IS NOT NUMERIC'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF AQ-AS-OF-MONTH < 01 OR AQ-AS-OF-MONTH > 12
                   OR AQ-AS-OF-DAY < 01 OR AQ-AS-OF-DAY > 31
                   OR AQ-AS-OF-DATE > WS-RUN-DATE
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ASOFPARM AS-OF DATE MUST BE A VALID'
               DISPLAY ' DATE NO LATER THAN TODAY'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT BASE-MASTER-FILE.

           IF WS-BMST-STATUS NOT = '00' AND WS-BMST-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE UNLOAD GENERATIONS'
               DISPLAY ' FILE STATUS IS ', WS-BMST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT BASE-OVFL-FILE.

           IF WS-BOVF-STATUS NOT = '00' AND WS-BOVF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OVERFLOW UNLOADS'
               DISPLAY ' FILE STATUS IS ', WS-BOVF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT ARCHIVE-JOURNAL-FILE.

           IF WS-ARCH-STATUS NOT = '00'
                   AND WS-ARCH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ARCHIVED JOURNAL'
               DISPLAY ' FILE STATUS IS ', WS-ARCH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT JOURNAL-FILE.

           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE UPDATE JOURNAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-JRNL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ASOF-REPORT.

           MOVE AQ-STUDENT-ID  TO AH-STUDENT-ID.
           MOVE AQ-AS-OF-MONTH TO AH-AS-OF-MONTH.
           MOVE AQ-AS-OF-DAY   TO AH-AS-OF-DAY.
           MOVE AQ-AS-OF-YEAR  TO AH-AS-OF-YEAR.
           MOVE ASOF-HEADING-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER PAGE.
           MOVE SPACES TO ASOF-REC.
           WRITE ASOF-REC.

           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > 100
               MOVE "N" TO GO-PRESENT-FLAG (WS-SEG-SUB)
               MOVE "N" TO RO-PRESENT-FLAG (WS-SEG-SUB)
           END-PERFORM.


      *****************************************************
      *  200-CHOOSE-BASE - READS EVERY CONCATENATED UNLOAD *
      *  GENERATION.  THE STUDENT'S IMAGE IS HELD UNTIL    *
      *  THE GENERATION'S TRAILER IS READ; A GENERATION    *
      *  WHOSE TRAILER IS DATED ON OR BEFORE THE AS-OF     *
      *  DATE AND LATER THAN THE BASE CHOSEN SO FAR        *
      *  BECOMES THE BASE, WHETHER OR NOT THE STUDENT WAS  *
      *  ON IT.                                            *
      *****************************************************
       200-CHOOSE-BASE.

           IF WS-BMST-STATUS = '05'
               SET BMST-EOF TO TRUE
           END-IF.

           PERFORM UNTIL BMST-EOF
               READ BASE-MASTER-FILE
                   AT END
                       SET BMST-EOF TO TRUE
               END-READ
               IF NOT BMST-EOF
                   IF BM-TRAILER-PRESENT
                       PERFORM 210-CLOSE-GENERATION
                   ELSE
                       IF BASE-MASTER-RECORD (1:9) = AQ-STUDENT-ID
                           MOVE BASE-MASTER-RECORD TO GEN-MASTER-IMAGE
                           SET GEN-MASTER-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF BASE-CHOSEN
               MOVE WS-BASE-DATE TO BD-DATE
               MOVE WS-BASE-TIME TO BD-TIME
               IF RECON-MASTER-PRESENT
                   MOVE "STUDENT ON THE BASE" TO BD-STUDENT
               ELSE
                   MOVE "STUDENT NOT ON THE BASE" TO BD-STUDENT
               END-IF
           ELSE
               MOVE "NO DATED UNLOAD GENERATION ON OR BEFORE THE AS-OF
      -             " DATE - BUILT FROM THE JOURNAL ALONE"
                   TO AM-MESSAGE
               MOVE ASOF-MESSAGE-LINE TO ASOF-REC
               WRITE ASOF-REC
           END-IF.


       210-CLOSE-GENERATION.

           ADD 1 TO WS-GENERATIONS-READ.

           IF BM-TRAILER-DATE NOT NUMERIC
                   OR BM-TRAILER-TIME NOT NUMERIC
                   OR BM-TRAILER-DATE = ZERO
               ADD 1 TO WS-GENERATIONS-UNDATED
           ELSE
               IF BM-TRAILER-DATE NOT > AQ-AS-OF-DATE
                       AND (NOT BASE-CHOSEN
                            OR BM-TRAILER-STAMP > WS-BASE-STAMP)
                   SET BASE-CHOSEN TO TRUE
                   MOVE BM-TRAILER-STAMP TO WS-BASE-STAMP
                   MOVE WS-GEN-MASTER-SWITCH
                       TO WS-RECON-MASTER-SWITCH
                   IF GEN-MASTER-FOUND
                       MOVE GEN-MASTER-IMAGE TO RECON-MASTER-IMAGE
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO WS-GEN-MASTER-SWITCH.


      *****************************************************
      *  300-LOAD-BASE-OVERFLOW - TAKES THE STUDENT'S      *
      *  SEGMENTS FROM THE OVERFLOW UNLOAD WHOSE TRAILER   *
      *  CARRIES THE SAME DATE AND TIME AS THE BASE        *
      *  GENERATION (STUUNLD STAMPS BOTH ALIKE).           *
      *****************************************************
       300-LOAD-BASE-OVERFLOW.

           IF NOT BASE-CHOSEN OR WS-BOVF-STATUS = '05'
               SET BOVF-EOF TO TRUE
           END-IF.

           PERFORM UNTIL BOVF-EOF
               READ BASE-OVFL-FILE
                   AT END
                       SET BOVF-EOF TO TRUE
               END-READ
               IF NOT BOVF-EOF
                   IF BO-TRAILER-PRESENT
                       PERFORM 310-CLOSE-OVFL-GENERATION
                   ELSE
                       IF BASE-OVFL-RECORD (1:9) = AQ-STUDENT-ID
                           MOVE BASE-OVFL-RECORD TO OVFL-VIEW-IMAGE
                           COMPUTE WS-SEG-SUB = OV-SEGMENT-NO + 1
                           MOVE "Y" TO GO-PRESENT-FLAG (WS-SEG-SUB)
                           MOVE BASE-OVFL-RECORD
                               TO GO-SEGMENT-IMAGE (WS-SEG-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF BASE-CHOSEN
               MOVE WS-BASE-SEGMENTS TO BD-SEGMENTS
               MOVE BASE-DETAIL-LINE TO ASOF-REC
               WRITE ASOF-REC
               IF NOT BASE-OVFL-MATCHED
                   MOVE "NO OVERFLOW UNLOAD MATCHES THE BASE GENERATION
      -                 " - OVERFLOW BUILT FROM THE JOURNAL ALONE"
                       TO AM-MESSAGE
                   MOVE ASOF-MESSAGE-LINE TO ASOF-REC
                   WRITE ASOF-REC
               END-IF
           END-IF.


       310-CLOSE-OVFL-GENERATION.

           ADD 1 TO WS-OVFL-GENS-READ.

           IF BO-TRAILER-STAMP = WS-BASE-STAMP
               SET BASE-OVFL-MATCHED TO TRUE
               PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                       UNTIL WS-SEG-SUB > 100
                   MOVE GO-ENTRY (WS-SEG-SUB) TO RO-ENTRY (WS-SEG-SUB)
                   IF GO-SEGMENT-PRESENT (WS-SEG-SUB)
                       ADD 1 TO WS-BASE-SEGMENTS
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > 100
               MOVE "N" TO GO-PRESENT-FLAG (WS-SEG-SUB)
           END-PERFORM.


      *****************************************************
      *  400-ROLL-FORWARD - READS THE ARCHIVED JOURNAL     *
      *  GENERATIONS, THEN THE LIVE JOURNAL, AND APPLIES   *
      *  THE STUDENT'S CHANGES IN JOURNAL ORDER.           *
      *****************************************************
       400-ROLL-FORWARD.

           MOVE SPACES TO ASOF-REC.
           WRITE ASOF-REC.
           MOVE CHANGE-HEADING-LINE TO ASOF-REC.
           WRITE ASOF-REC.

           PERFORM UNTIL ARCH-EOF
               READ ARCHIVE-JOURNAL-FILE
                   AT END
                       SET ARCH-EOF TO TRUE
               END-READ
               IF NOT ARCH-EOF
                   ADD 1 TO WS-ARCH-READ
                   MOVE ARCH-JOURNAL-RECORD TO JOURNAL-RECORD
                   PERFORM 410-CHECK-JOURNAL-REC
               END-IF
           END-PERFORM.

           PERFORM UNTIL JRNL-EOF
               READ JOURNAL-FILE
                   AT END
                       SET JRNL-EOF TO TRUE
               END-READ
               IF NOT JRNL-EOF
                   ADD 1 TO WS-JRNL-READ
                   PERFORM 410-CHECK-JOURNAL-REC
               END-IF
           END-PERFORM.

           IF WS-CHANGES-APPLIED = ZERO
               MOVE "NO JOURNALED CHANGES TO THE STUDENT IN THE PERIOD"
                   TO AM-MESSAGE
               MOVE ASOF-MESSAGE-LINE TO ASOF-REC
               WRITE ASOF-REC
           END-IF.

           IF BASE-CHOSEN
               IF NOT FIRST-JRNL-SEEN
                       OR WS-FIRST-JRNL-STAMP > WS-BASE-STAMP
                   MOVE SPACES TO ASOF-REC
                   WRITE ASOF-REC
                   MOVE "*** JOURNAL DOES NOT REACH BACK TO THE BASE GEN
      -                 "ERATION - CHANGES MAY BE MISSING ***"
                       TO AM-MESSAGE
                   MOVE ASOF-MESSAGE-LINE TO ASOF-REC
                   WRITE ASOF-REC
               END-IF
           END-IF.


      *****************************************************
      *  410-CHECK-JOURNAL-REC - A RECORD APPLIES WHEN IT  *
      *  IS FOR THE STUDENT, WAS WRITTEN AFTER THE BASE    *
      *  WAS UNLOADED AND IS DATED NO LATER THAN THE AS-OF *
      *  DATE.  A DELETE CARRIES ITS KEY IN THE BEFORE     *
      *  IMAGE, AN ADD OR CHANGE IN THE AFTER IMAGE.       *
      *****************************************************
       410-CHECK-JOURNAL-REC.

           MOVE JR-DATE TO WS-JRNL-DATE.
           MOVE JR-TIME TO WS-JRNL-TIME.

           IF NOT FIRST-JRNL-SEEN
               SET FIRST-JRNL-SEEN TO TRUE
               MOVE WS-JRNL-STAMP TO WS-FIRST-JRNL-STAMP
           END-IF.

           IF WS-JRNL-STAMP > WS-BASE-STAMP
                   AND WS-JRNL-DATE NOT > AQ-AS-OF-DATE
               IF JR-ACTION-DELETE
                   IF JR-BEFORE-IMAGE (1:9) = AQ-STUDENT-ID
                       PERFORM 420-APPLY-JOURNAL-REC
                   END-IF
               ELSE
                   IF JR-AFTER-IMAGE (1:9) = AQ-STUDENT-ID
                       PERFORM 420-APPLY-JOURNAL-REC
                   END-IF
               END-IF
           END-IF.


       420-APPLY-JOURNAL-REC.

           ADD 1 TO WS-CHANGES-APPLIED.

           MOVE JR-DATE      TO CL-DATE.
           MOVE JR-TIME      TO CL-TIME.
           MOVE JR-JOB-NAME  TO CL-JOB-NAME.
           MOVE JR-USER-ID   TO CL-USER-ID.

           EVALUATE TRUE
               WHEN JR-ACTION-ADD
                   MOVE "ADD"    TO CL-ACTION
               WHEN JR-ACTION-CHANGE
                   MOVE "CHANGE" TO CL-ACTION
               WHEN JR-ACTION-DELETE
                   MOVE "DELETE" TO CL-ACTION
               WHEN OTHER
                   MOVE JR-ACTION-CODE TO CL-ACTION
           END-EVALUATE.

           IF JR-FILE-MASTER
               PERFORM 430-APPLY-MASTER-CHANGE
           ELSE
               PERFORM 440-APPLY-OVFL-CHANGE
           END-IF.

           MOVE CHANGE-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC.


      *****************************************************
      *  430-APPLY-MASTER-CHANGE - THE CHANGE LINE SHOWS   *
      *  THE COURSE COUNT, STANDING, STATUS AND MAJOR      *
      *  BEFORE AND AFTER, FROM THE RECONSTRUCTED RECORD   *
      *  AND THE JOURNAL AFTER IMAGE.                      *
      *****************************************************
       430-APPLY-MASTER-CHANGE.

           MOVE "MASTER"  TO CL-FILE.
           MOVE SPACES    TO CL-SEGMENT.

           MOVE WS-RECON-MASTER-SWITCH TO CW-BEFORE-PRESENT.
           MOVE RECON-MASTER-IMAGE TO MASTER-VIEW-IMAGE.
           MOVE MV-ACADEMIC-STANDING TO CW-BEFORE-STANDING.
           MOVE MV-ENROLL-STATUS     TO CW-BEFORE-STATUS.
           MOVE MV-MAJOR-CODE        TO CW-BEFORE-MAJOR.
           MOVE MV-NUM-CRS           TO CW-BEFORE-NUM-CRS.

           IF JR-ACTION-DELETE
               MOVE "N" TO WS-RECON-MASTER-SWITCH
           ELSE
               MOVE JR-AFTER-IMAGE TO RECON-MASTER-IMAGE
               SET RECON-MASTER-PRESENT TO TRUE
           END-IF.

           IF CW-BEFORE-EXISTS
               MOVE CW-BEFORE-NUM-CRS  TO CL-CRS-BEFORE
               MOVE CW-BEFORE-STANDING TO CL-STND-BEFORE
               MOVE CW-BEFORE-STATUS   TO CL-STAT-BEFORE
               MOVE CW-BEFORE-MAJOR    TO CL-MAJOR-BEFORE
           ELSE
               MOVE "--"   TO CL-CRS-BEFORE
               MOVE "-"    TO CL-STND-BEFORE
               MOVE "-"    TO CL-STAT-BEFORE
               MOVE "----" TO CL-MAJOR-BEFORE
           END-IF.

           IF RECON-MASTER-PRESENT
               MOVE RECON-MASTER-IMAGE TO MASTER-VIEW-IMAGE
               MOVE MV-NUM-CRS           TO CL-CRS-AFTER
               MOVE MV-ACADEMIC-STANDING TO CL-STND-AFTER
               MOVE MV-ENROLL-STATUS     TO CL-STAT-AFTER
               MOVE MV-MAJOR-CODE        TO CL-MAJOR-AFTER
           ELSE
               MOVE "--"   TO CL-CRS-AFTER
               MOVE "-"    TO CL-STND-AFTER
               MOVE "-"    TO CL-STAT-AFTER
               MOVE "----" TO CL-MAJOR-AFTER
           END-IF.


      *****************************************************
      *  440-APPLY-OVFL-CHANGE - AN OVERFLOW CHANGE SHOWS  *
      *  ONLY THE SEGMENT'S COURSE COUNT BEFORE AND AFTER. *
      *****************************************************
       440-APPLY-OVFL-CHANGE.

           MOVE "OVERFLOW" TO CL-FILE.

           IF JR-ACTION-DELETE
               MOVE JR-BEFORE-IMAGE TO OVFL-VIEW-IMAGE
           ELSE
               MOVE JR-AFTER-IMAGE TO OVFL-VIEW-IMAGE
           END-IF.
           MOVE OV-SEGMENT-NO TO CL-SEGMENT.
           COMPUTE WS-SEG-SUB = OV-SEGMENT-NO + 1.

           MOVE SPACES TO CL-STND-BEFORE CL-STND-AFTER
                          CL-STAT-BEFORE CL-STAT-AFTER
                          CL-MAJOR-BEFORE CL-MAJOR-AFTER.

           IF RO-SEGMENT-PRESENT (WS-SEG-SUB)
               MOVE RO-SEGMENT-IMAGE (WS-SEG-SUB) TO OVFL-VIEW-IMAGE
               MOVE OV-NUM-CRS TO CL-CRS-BEFORE
           ELSE
               MOVE "--" TO CL-CRS-BEFORE
           END-IF.

           IF JR-ACTION-DELETE
               MOVE "N" TO RO-PRESENT-FLAG (WS-SEG-SUB)
               MOVE "--" TO CL-CRS-AFTER
           ELSE
               MOVE "Y" TO RO-PRESENT-FLAG (WS-SEG-SUB)
               MOVE JR-AFTER-IMAGE (1:673)
                   TO RO-SEGMENT-IMAGE (WS-SEG-SUB)
               MOVE RO-SEGMENT-IMAGE (WS-SEG-SUB) TO OVFL-VIEW-IMAGE
               MOVE OV-NUM-CRS TO CL-CRS-AFTER
           END-IF.


      *****************************************************
      *  500-PRINT-RECONSTRUCTION - PRINTS THE MASTER      *
      *  RECORD AND ITS COURSES, THEN EACH OVERFLOW        *
      *  SEGMENT'S COURSES IN SEGMENT ORDER, AS THEY STOOD *
      *  ON THE AS-OF DATE.                                *
      *****************************************************
       500-PRINT-RECONSTRUCTION.

           MOVE SPACES TO ASOF-REC.
           WRITE ASOF-REC AFTER 2.
           MOVE "RECORD AS IT STOOD AT THE END OF THE AS-OF DATE"
               TO AM-MESSAGE.
           MOVE ASOF-MESSAGE-LINE TO ASOF-REC.
           WRITE ASOF-REC.
           MOVE SPACES TO ASOF-REC.
           WRITE ASOF-REC.

           IF NOT RECON-MASTER-PRESENT
               MOVE "STUDENT WAS NOT ON THE MASTER ON THE AS-OF DATE"
                   TO AM-MESSAGE
               MOVE ASOF-MESSAGE-LINE TO ASOF-REC
               WRITE ASOF-REC
           ELSE
               MOVE RECON-MASTER-IMAGE TO MASTER-VIEW-IMAGE
               MOVE MV-STUDENT-ID        TO MD-STUDENT-ID
               MOVE MV-NAME-LAST         TO MD-NAME-LAST
               MOVE MV-NAME-FIRST        TO MD-NAME-FIRST
               MOVE MV-NAME-MI           TO MD-NAME-MI
               MOVE MV-DATE-OF-BIRTH     TO MD-BIRTH-DATE
               MOVE MV-ENROLL-STATUS     TO MD-ENROLL-STATUS
               MOVE MV-MAJOR-CODE        TO MD-MAJOR-CODE
               MOVE MV-PUB-HOLD-FLAG     TO MD-PUB-HOLD
               MOVE MASTER-DETAIL-LINE-1 TO ASOF-REC
               WRITE ASOF-REC
               MOVE MV-LAST-GPA          TO MD-GPA
               MOVE MV-LAST-TOTAL-CREDITS TO MD-CREDITS
               MOVE MV-GPA-AS-OF-DATE    TO MD-GPA-DATE
               MOVE MV-ACADEMIC-STANDING TO MD-STANDING
               MOVE MV-NUM-CRS           TO MD-NUM-CRS
               MOVE MASTER-DETAIL-LINE-2 TO ASOF-REC
               WRITE ASOF-REC
               MOVE SPACES TO ASOF-REC
               WRITE ASOF-REC
               MOVE COURSE-HEADING-LINE TO ASOF-REC
               WRITE ASOF-REC
               PERFORM 510-PRINT-MASTER-COURSES
           END-IF.

           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > 100
               IF RO-SEGMENT-PRESENT (WS-SEG-SUB)
                   ADD 1 TO WS-SEGMENTS-AS-OF
                   PERFORM 520-PRINT-SEGMENT-COURSES
               END-IF
           END-PERFORM.


       510-PRINT-MASTER-COURSES.

           MOVE SPACES TO CR-SEGMENT.

           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > MV-NUM-CRS
               MOVE MV-COURSE-ID (WS-CRS-SUB)       TO CR-COURSE-ID
               MOVE MV-CRS-TERM-CODE (WS-CRS-SUB)   TO CR-TERM-CODE
               MOVE MV-COURSE-CREDITS (WS-CRS-SUB)  TO CR-CREDITS
               MOVE MV-ATTEMPTED-CREDITS (WS-CRS-SUB)
                   TO CR-ATTEMPTED
               MOVE MV-GRADE-ENTERED (WS-CRS-SUB)  TO CR-GRADE
               MOVE MV-GRADING-BASIS (WS-CRS-SUB)   TO CR-BASIS
               MOVE MV-FORGIVE-FLAG (WS-CRS-SUB)    TO CR-FLAG
               MOVE COURSE-DETAIL-LINE TO ASOF-REC
               WRITE ASOF-REC
           END-PERFORM.


       520-PRINT-SEGMENT-COURSES.

           MOVE RO-SEGMENT-IMAGE (WS-SEG-SUB) TO OVFL-VIEW-IMAGE.
           MOVE OV-SEGMENT-NO TO CR-SEGMENT.

           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > OV-NUM-CRS
               MOVE OV-COURSE-ID (WS-CRS-SUB)       TO CR-COURSE-ID
               MOVE OV-CRS-TERM-CODE (WS-CRS-SUB)   TO CR-TERM-CODE
               MOVE OV-COURSE-CREDITS (WS-CRS-SUB)  TO CR-CREDITS
               MOVE OV-ATTEMPTED-CREDITS (WS-CRS-SUB)
                   TO CR-ATTEMPTED
               MOVE OV-GRADE-ENTERED (WS-CRS-SUB)  TO CR-GRADE
               MOVE OV-GRADING-BASIS (WS-CRS-SUB)   TO CR-BASIS
               MOVE OV-FORGIVE-FLAG (WS-CRS-SUB)    TO CR-FLAG
               MOVE COURSE-DETAIL-LINE TO ASOF-REC
               WRITE ASOF-REC
           END-PERFORM.


       600-PRINT-TRAILER.

           MOVE SPACES TO ASOF-REC.
           WRITE ASOF-REC AFTER 2.

           MOVE "UNLOAD GENERATIONS READ" TO TR-CAPTION.
           MOVE WS-GENERATIONS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.

           MOVE "UNDATED GENERATIONS SKIPPED" TO TR-CAPTION.
           MOVE WS-GENERATIONS-UNDATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.

           MOVE "OVERFLOW UNLOAD GENERATIONS READ" TO TR-CAPTION.
           MOVE WS-OVFL-GENS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.

           MOVE "ARCHIVED JOURNAL RECORDS READ" TO TR-CAPTION.
           MOVE WS-ARCH-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.

           MOVE "LIVE JOURNAL RECORDS READ" TO TR-CAPTION.
           MOVE WS-JRNL-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.

           MOVE "CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.

           MOVE "OVERFLOW SEGMENTS AS OF THE DATE" TO TR-CAPTION.
           MOVE WS-SEGMENTS-AS-OF TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ASOF-REC.
           WRITE ASOF-REC AFTER 1.
