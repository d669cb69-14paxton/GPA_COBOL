       IDENTIFICATION DIVISION.

       PROGRAM-ID. WKLDRPT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  WKLDRPT - FACULTY WORKLOAD REPORT                 *
      *  FOR THE WKLDPARM TERM, REPORTS PER INSTRUCTOR THE *
      *  SECTIONS TAUGHT (SECTFILE), THE CREDIT HOURS      *
      *  THOSE SECTIONS CARRY AGAINST THE CONTRACTED LOAD  *
      *  ON THE INSTRUCTOR MASTER (INSTFILE), THE ENROLLED *
      *  HEADCOUNT, AND THE STUDENT CREDIT HOURS GENERATED *
      *  - GROUPED BY HOME DEPARTMENT WITH DEPARTMENT AND  *
      *  GRAND TOTALS.  ENROLLMENT COMES FROM THE CURRENT- *
      *  TERM REGISTRATIONS (REGFILE), TIED TO THEIR       *
      *  SECTION THROUGH REGSECT, PLUS ANY GRADE POSTED    *
      *  FOR THE TERM (GRDSECT) WHOSE REGISTRATION IS NO   *
      *  LONGER ON FILE, WHICH CREDITS THE INSTRUCTOR ON   *
      *  THE POSTING AT THE COURSE'S CATALOG STANDARD      *
      *  CREDITS.  EVERY ACTIVE INSTRUCTOR PRINTS, WITH OR *
      *  WITHOUT SECTIONS; AN INSTRUCTOR ID NOT ON THE     *
      *  MASTER PRINTS UNDER THE ???? DEPARTMENT.  OUTPUT  *
      *  ON WKLDRPT.                                       *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT WKLD-PARM-FILE
               ASSIGN WKLDPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL POSTED-SECTION-FILE
               ASSIGN GRDSECT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PS-POST-KEY
               FILE STATUS IS WS-PSECT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT WORKLOAD-REPORT
               ASSIGN WKLDRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  WKLD-PARM-FILE.

       01  WKLD-PARM-RECORD.
           05  WP-TERM-CODE             PIC X(05).

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CATALOG-FILE.

            COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  POSTED-SECTION-FILE.

            COPY GRDSECT IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-HOME-DEPT             PIC X(04).
           05  SR-INSTRUCTOR-ID         PIC X(06).
           05  SR-INSTR-SUB             PIC 9(04).

       FD  WORKLOAD-REPORT.

       01  WKLD-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  INST-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  INST-EOF                        VALUE "Y".
           05  SECT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SECT-EOF                        VALUE "Y".
           05  REG-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  REG-EOF                         VALUE "Y".
           05  PSECT-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  PSECT-EOF                       VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-SECT-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  SECTION-FOUND                   VALUE "Y".
           05  WS-RSECT-FOUND-SWITCH   PIC X(01)   VALUE "N".
               88  REG-SECTION-FOUND               VALUE "Y".
           05  WS-DEPT-OPEN-SWITCH     PIC X(01)   VALUE "N".
               88  DEPT-IS-OPEN                    VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-PSECT-STATUS         PIC XX.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-NUM-INSTRS           PIC 9(04) VALUE ZERO.
           05  WS-NUM-SECTS            PIC 9(04) VALUE ZERO.
           05  WS-INSTR-SUB            PIC 9(04) VALUE ZERO.
           05  WS-WORK-INSTRUCTOR      PIC X(06) VALUE SPACES.
           05  WS-WORK-INSTR-NAME      PIC X(25) VALUE SPACES.
           05  WS-WORK-COURSE-ID       PIC X(06) VALUE SPACES.
           05  WS-WORK-SECTION-NO      PIC X(03) VALUE SPACES.
           05  WS-STD-CREDITS          PIC 99V9  VALUE ZERO.
           05  WS-CURRENT-DEPT         PIC X(04) VALUE SPACES.
           05  WS-VARIANCE             PIC S9(05)V9 VALUE ZERO.
           05  WS-INSTRS-ON-MASTER     PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-FOR-TERM    PIC 9(07) VALUE ZERO.
           05  WS-REGS-COUNTED         PIC 9(07) VALUE ZERO.
           05  WS-POSTED-COUNTED       PIC 9(07) VALUE ZERO.
           05  WS-REGS-NO-SECTION      PIC 9(07) VALUE ZERO.
           05  WS-INSTRS-NOT-ON-MAST   PIC 9(07) VALUE ZERO.

       01  TOTAL-FIELDS.
           05  WS-DEPT-SECTIONS        PIC 9(05)   VALUE ZERO.
           05  WS-DEPT-TAUGHT          PIC 9(05)V9 VALUE ZERO.
           05  WS-DEPT-CONTRACT        PIC 9(05)V9 VALUE ZERO.
           05  WS-DEPT-HEADCOUNT       PIC 9(06)   VALUE ZERO.
           05  WS-DEPT-SCH             PIC 9(07)V9 VALUE ZERO.
           05  WS-GRAND-SECTIONS       PIC 9(05)   VALUE ZERO.
           05  WS-GRAND-TAUGHT         PIC 9(05)V9 VALUE ZERO.
           05  WS-GRAND-CONTRACT       PIC 9(05)V9 VALUE ZERO.
           05  WS-GRAND-HEADCOUNT      PIC 9(06)   VALUE ZERO.
           05  WS-GRAND-SCH            PIC 9(07)V9 VALUE ZERO.

       01  INSTR-TBL-GROUP.
           05  INSTR-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-NUM-INSTRS
                      INDEXED BY INS-X.
               10  IT-INSTRUCTOR-ID    PIC X(06).
               10  IT-INSTRUCTOR-NAME  PIC X(25).
               10  IT-HOME-DEPT        PIC X(04).
               10  IT-RANK             PIC X(02).
               10  IT-APPOINTMENT      PIC X(01).
               10  IT-CONTRACTED-LOAD  PIC 99V9.
               10  IT-MASTER-FLAG      PIC X(01).
                   88  IT-ACTIVE-ON-MASTER       VALUE "A".
                   88  IT-INACTIVE-ON-MASTER     VALUE "I".
                   88  IT-NOT-ON-MASTER          VALUE "N".
               10  IT-SECTIONS         PIC 9(04).
               10  IT-TAUGHT-CREDITS   PIC 9(04)V9.
               10  IT-HEADCOUNT        PIC 9(06).
               10  IT-STUDENT-CR-HRS   PIC 9(07)V9.

       01  SECT-TBL-GROUP.
           05  SECT-ENTRY OCCURS 1 TO 3000 TIMES
                      DEPENDING ON WS-NUM-SECTS
                      INDEXED BY SEC-X.
               10  SX-COURSE-ID        PIC X(06).
               10  SX-SECTION-NO       PIC X(03).
               10  SX-INSTR-SUB        PIC 9(04).

       01  WKLD-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  WKH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  WKH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  WKH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "FACULTY WORKLOAD REPORT".
           05                 PIC X(06)   VALUE "TERM: ".
           05  WKH-TERM-CODE  PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  WKLD-COLUMN-LINE.
           05                 PIC X(08)  VALUE "INSTR".
           05                 PIC X(27)  VALUE "INSTRUCTOR NAME".
           05                 PIC X(06)  VALUE "DEPT".
           05                 PIC X(04)  VALUE "RK".
           05                 PIC X(04)  VALUE "F/P".
           05                 PIC X(08)  VALUE " SECTS".
           05                 PIC X(10)  VALUE "  TAUGHT".
           05                 PIC X(10)  VALUE "CONTRACT".
           05                 PIC X(11)  VALUE " VARIANCE".
           05                 PIC X(09)  VALUE "HEADCNT".
           05                 PIC X(13)  VALUE " STU CR HRS".
           05                 PIC X(14)  VALUE "NOTE".
           05                 PIC X(08)  VALUE SPACE.

       01  DEPT-CAPTION-LINE.
           05                 PIC X(12)  VALUE "DEPARTMENT: ".
           05  DC-HOME-DEPT   PIC X(04).
           05                 PIC X(116) VALUE SPACE.

       01  WKLD-DETAIL-LINE.
           05  WD-INSTRUCTOR-ID   PIC X(06).
           05                     PIC X(02)  VALUE SPACE.
           05  WD-INSTRUCTOR-NAME PIC X(25).
           05                     PIC X(02)  VALUE SPACE.
           05  WD-HOME-DEPT       PIC X(04).
           05                     PIC X(02)  VALUE SPACE.
           05  WD-RANK            PIC X(02).
           05                     PIC X(02)  VALUE SPACE.
           05  WD-APPOINTMENT     PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  WD-SECTIONS        PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  WD-TAUGHT          PIC ZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WD-CONTRACT        PIC ZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WD-VARIANCE        PIC -ZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WD-HEADCOUNT       PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  WD-STUDENT-CR-HRS  PIC Z,ZZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WD-NOTE            PIC X(14).
           05                     PIC X(08)  VALUE SPACE.

       01  WKLD-TOTAL-LINE.
           05  WT-CAPTION         PIC X(49).
           05  WT-SECTIONS        PIC ZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  WT-TAUGHT          PIC ZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WT-CONTRACT        PIC ZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WT-VARIANCE        PIC -ZZ,ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  WT-HEADCOUNT       PIC ZZZ,ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  WT-STUDENT-CR-HRS  PIC Z,ZZZ,ZZ9.9.
           05                     PIC X(24)  VALUE SPACE.

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
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM 130-LOAD-SECTIONS.
           PERFORM 140-TALLY-REGISTRATIONS.
           PERFORM 150-TALLY-POSTED-GRADES.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-HOME-DEPT
               ON ASCENDING KEY SR-INSTRUCTOR-ID
               INPUT PROCEDURE IS 200-RELEASE-INSTRUCTORS
               OUTPUT PROCEDURE IS 300-PRINT-WORKLOAD.

           PERFORM 240-PRINT-TRAILER.

           CLOSE CATALOG-FILE
                 WORKLOAD-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO WKH-MONTH.
           MOVE CD-DAY     TO WKH-DAY.
           MOVE CD-YEAR    TO WKH-YEAR.

           OPEN INPUT WKLD-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE WORKLOAD PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ WKLD-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' WKLDPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE WP-TERM-CODE TO WS-TERM-CODE.
           MOVE WP-TERM-CODE TO WKH-TERM-CODE.

           CLOSE WKLD-PARM-FILE.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 120-LOAD-INSTRUCTORS.

           OPEN OUTPUT WORKLOAD-REPORT.

           MOVE WKLD-HEADING-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER PAGE.
           MOVE WKLD-COLUMN-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 2.
           MOVE SPACES TO WKLD-REC.
           WRITE WKLD-REC.


       120-LOAD-INSTRUCTORS.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-INSTRUCTORS'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL INST-EOF
               READ INSTRUCTOR-MASTER-FILE
                   AT END
                       SET INST-EOF TO TRUE
               END-READ
               IF NOT INST-EOF
                   ADD 1 TO WS-INSTRS-ON-MASTER
                   MOVE IM-INSTRUCTOR-ID TO WS-WORK-INSTRUCTOR
                   PERFORM 165-ADD-INSTRUCTOR
                   MOVE IM-INSTRUCTOR-NAME
                       TO IT-INSTRUCTOR-NAME (WS-INSTR-SUB)
                   MOVE IM-HOME-DEPT
                       TO IT-HOME-DEPT (WS-INSTR-SUB)
                   MOVE IM-RANK
                       TO IT-RANK (WS-INSTR-SUB)
                   MOVE IM-APPOINTMENT
                       TO IT-APPOINTMENT (WS-INSTR-SUB)
                   MOVE IM-CONTRACTED-LOAD
                       TO IT-CONTRACTED-LOAD (WS-INSTR-SUB)
                   IF IM-INACTIVE
                       MOVE "I" TO IT-MASTER-FLAG (WS-INSTR-SUB)
                   ELSE
                       MOVE "A" TO IT-MASTER-FLAG (WS-INSTR-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE INSTRUCTOR-MASTER-FILE.


      *****************************************************
      *  130-LOAD-SECTIONS - EACH SECTION OF THE TERM IS   *
      *  ONE SECTION TAUGHT BY ITS INSTRUCTOR OF RECORD,   *
      *  CARRYING THE COURSE'S CATALOG STANDARD CREDITS    *
      *  TOWARD THE LOAD.  THE SECTION IS KEPT IN A TABLE  *
      *  SO REGISTRATIONS CAN FIND ITS INSTRUCTOR.         *
      *****************************************************
       130-LOAD-SECTIONS.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 130-LOAD-SECTIONS'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                   IF CS-TERM-CODE = WS-TERM-CODE
                       PERFORM 135-TALLY-SECTION
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.


       135-TALLY-SECTION.

           ADD 1 TO WS-SECTIONS-FOR-TERM.
           ADD 1 TO WS-NUM-SECTS.
           IF WS-NUM-SECTS > 3000
               DISPLAY '******************************'
               DISPLAY ' 135-TALLY-SECTION'
               DISPLAY ' MORE THAN 3000 SECTIONS IN THE TERM -'
               DISPLAY ' RAISE THE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE CS-INSTRUCTOR-ID   TO WS-WORK-INSTRUCTOR.
           MOVE CS-INSTRUCTOR-NAME TO WS-WORK-INSTR-NAME.
           PERFORM 160-FIND-INSTRUCTOR.

           MOVE CS-COURSE-ID  TO SX-COURSE-ID (WS-NUM-SECTS).
           MOVE CS-SECTION-NO TO SX-SECTION-NO (WS-NUM-SECTS).
           MOVE WS-INSTR-SUB  TO SX-INSTR-SUB (WS-NUM-SECTS).

           MOVE CS-COURSE-ID TO WS-WORK-COURSE-ID.
           PERFORM 170-GET-STD-CREDITS.

           ADD 1 TO IT-SECTIONS (WS-INSTR-SUB).
           ADD WS-STD-CREDITS TO IT-TAUGHT-CREDITS (WS-INSTR-SUB).


      *****************************************************
      *  140-TALLY-REGISTRATIONS - EVERY COURSE ON A TERM  *
      *  REGISTRATION THAT WAS ADDED INTO A SECTION IS ONE *
      *  HEAD FOR THAT SECTION'S INSTRUCTOR, AT THE        *
      *  CREDITS REGISTERED FOR.                           *
      *****************************************************
       140-TALLY-REGISTRATIONS.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 140-TALLY-REGISTRATIONS'
               DISPLAY ' ERROR OPENING THE REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 140-TALLY-REGISTRATIONS'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL REG-EOF
               READ CURRENT-REG-FILE
                   AT END
                       SET REG-EOF TO TRUE
               END-READ
               IF NOT REG-EOF
                   IF RG-TERM-CODE = WS-TERM-CODE
                       PERFORM 145-TALLY-REG-COURSE
                           VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CURRENT-REG-FILE.


       145-TALLY-REG-COURSE.

           MOVE RG-STUDENT-ID           TO RS-STUDENT-ID.
           MOVE RG-TERM-CODE            TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (RGCRSNDX) TO RS-COURSE-ID.
           PERFORM 175-READ-REG-SECTION.

           MOVE "N" TO WS-SECT-FOUND-SWITCH.
           IF REG-SECTION-FOUND
               MOVE RS-COURSE-ID  TO WS-WORK-COURSE-ID
               MOVE RS-SECTION-NO TO WS-WORK-SECTION-NO
               PERFORM 180-FIND-SECTION
           END-IF.

           IF SECTION-FOUND
               ADD 1 TO WS-REGS-COUNTED
               ADD 1 TO IT-HEADCOUNT (WS-INSTR-SUB)
               ADD RG-COURSE-CREDITS (RGCRSNDX)
                   TO IT-STUDENT-CR-HRS (WS-INSTR-SUB)
           ELSE
               ADD 1 TO WS-REGS-NO-SECTION
           END-IF.


      *****************************************************
      *  150-TALLY-POSTED-GRADES - A GRADE POSTED FOR THE  *
      *  TERM WHOSE REGISTRATION IS STILL ON REGSECT WAS   *
      *  ALREADY COUNTED; ANY OTHER IS ONE HEAD FOR THE    *
      *  INSTRUCTOR ON THE POSTING.                        *
      *****************************************************
       150-TALLY-POSTED-GRADES.

           OPEN INPUT POSTED-SECTION-FILE.

           IF WS-PSECT-STATUS NOT = '00'
                   AND WS-PSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 150-TALLY-POSTED-GRADES'
               DISPLAY ' ERROR OPENING THE POSTED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-PSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL PSECT-EOF
               READ POSTED-SECTION-FILE
                   AT END
                       SET PSECT-EOF TO TRUE
               END-READ
               IF NOT PSECT-EOF
                   IF PS-TERM-CODE = WS-TERM-CODE
                       PERFORM 155-TALLY-POSTED-GRADE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE POSTED-SECTION-FILE
                 REG-SECTION-FILE.


       155-TALLY-POSTED-GRADE.

           MOVE PS-STUDENT-ID TO RS-STUDENT-ID.
           MOVE PS-TERM-CODE  TO RS-TERM-CODE.
           MOVE PS-COURSE-ID  TO RS-COURSE-ID.
           PERFORM 175-READ-REG-SECTION.

           IF NOT REG-SECTION-FOUND
               IF PS-INSTRUCTOR-ID = SPACES
                   MOVE "??????" TO WS-WORK-INSTRUCTOR
               ELSE
                   MOVE PS-INSTRUCTOR-ID TO WS-WORK-INSTRUCTOR
               END-IF
               MOVE SPACES TO WS-WORK-INSTR-NAME
               PERFORM 160-FIND-INSTRUCTOR
               MOVE PS-COURSE-ID TO WS-WORK-COURSE-ID
               PERFORM 170-GET-STD-CREDITS
               ADD 1 TO WS-POSTED-COUNTED
               ADD 1 TO IT-HEADCOUNT (WS-INSTR-SUB)
               ADD WS-STD-CREDITS
                   TO IT-STUDENT-CR-HRS (WS-INSTR-SUB)
           END-IF.


      *****************************************************
      *  160-FIND-INSTRUCTOR - SETS WS-INSTR-SUB TO THE    *
      *  TABLE ENTRY FOR WS-WORK-INSTRUCTOR, ADDING AN     *
      *  ENTRY UNDER THE ???? DEPARTMENT FOR AN ID NOT ON  *
      *  THE INSTRUCTOR MASTER.                            *
      *****************************************************
       160-FIND-INSTRUCTOR.

           MOVE ZERO TO WS-INSTR-SUB.
           IF WS-NUM-INSTRS > ZERO
               SET INS-X TO 1
               SEARCH INSTR-ENTRY VARYING INS-X
                   AT END
                       CONTINUE
                   WHEN IT-INSTRUCTOR-ID (INS-X) = WS-WORK-INSTRUCTOR
                       SET WS-INSTR-SUB TO INS-X
               END-SEARCH
           END-IF.

           IF WS-INSTR-SUB = ZERO
               ADD 1 TO WS-INSTRS-NOT-ON-MAST
               PERFORM 165-ADD-INSTRUCTOR
               MOVE WS-WORK-INSTR-NAME
                   TO IT-INSTRUCTOR-NAME (WS-INSTR-SUB)
               MOVE "????" TO IT-HOME-DEPT (WS-INSTR-SUB)
               MOVE "N"    TO IT-MASTER-FLAG (WS-INSTR-SUB)
           END-IF.


       165-ADD-INSTRUCTOR.

           ADD 1 TO WS-NUM-INSTRS.
           IF WS-NUM-INSTRS > 1000
               DISPLAY '******************************'
               DISPLAY ' 165-ADD-INSTRUCTOR'
               DISPLAY ' MORE THAN 1000 INSTRUCTORS -'
               DISPLAY ' RAISE THE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.
           MOVE WS-NUM-INSTRS TO WS-INSTR-SUB.
           MOVE SPACES TO INSTR-ENTRY (WS-INSTR-SUB).
           MOVE WS-WORK-INSTRUCTOR TO IT-INSTRUCTOR-ID (WS-INSTR-SUB).
           MOVE ZERO TO IT-CONTRACTED-LOAD (WS-INSTR-SUB)
                        IT-SECTIONS (WS-INSTR-SUB)
                        IT-TAUGHT-CREDITS (WS-INSTR-SUB)
                        IT-HEADCOUNT (WS-INSTR-SUB)
                        IT-STUDENT-CR-HRS (WS-INSTR-SUB).


       170-GET-STD-CREDITS.

           MOVE WS-WORK-COURSE-ID TO CC-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE ZERO TO WS-STD-CREDITS
               NOT INVALID KEY
                   MOVE CC-STD-CREDITS TO WS-STD-CREDITS
           END-READ.


       175-READ-REG-SECTION.

           MOVE "N" TO WS-RSECT-FOUND-SWITCH.
           READ REG-SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RSECT-FOUND-SWITCH
           END-READ.


       180-FIND-SECTION.

           MOVE "N" TO WS-SECT-FOUND-SWITCH.
           IF WS-NUM-SECTS > ZERO
               SET SEC-X TO 1
               SEARCH SECT-ENTRY VARYING SEC-X
                   AT END
                       CONTINUE
                   WHEN SX-COURSE-ID (SEC-X) = WS-WORK-COURSE-ID
                           AND SX-SECTION-NO (SEC-X)
                               = WS-WORK-SECTION-NO
                       MOVE "Y" TO WS-SECT-FOUND-SWITCH
                       MOVE SX-INSTR-SUB (SEC-X) TO WS-INSTR-SUB
               END-SEARCH
           END-IF.


      *****************************************************
      *  200-RELEASE-INSTRUCTORS - RELEASES EVERY ACTIVE   *
      *  INSTRUCTOR, AND ANY OTHER WITH SECTIONS OR        *
      *  STUDENTS THIS TERM, KEYED BY HOME DEPARTMENT.     *
      *****************************************************
       200-RELEASE-INSTRUCTORS.

           PERFORM VARYING WS-INSTR-SUB FROM 1 BY 1
                   UNTIL WS-INSTR-SUB > WS-NUM-INSTRS
               IF IT-ACTIVE-ON-MASTER (WS-INSTR-SUB)
                       OR IT-SECTIONS (WS-INSTR-SUB) > ZERO
                       OR IT-HEADCOUNT (WS-INSTR-SUB) > ZERO
                   MOVE IT-HOME-DEPT (WS-INSTR-SUB) TO SR-HOME-DEPT
                   MOVE IT-INSTRUCTOR-ID (WS-INSTR-SUB)
                       TO SR-INSTRUCTOR-ID
                   MOVE WS-INSTR-SUB TO SR-INSTR-SUB
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.


      *****************************************************
      *  300-PRINT-WORKLOAD - RETURNS THE INSTRUCTORS IN   *
      *  DEPARTMENT ORDER, CLOSING EACH DEPARTMENT WITH    *
      *  ITS TOTAL LINE AND THE REPORT WITH A GRAND TOTAL. *
      *****************************************************
       300-PRINT-WORKLOAD.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-HOME-DEPT NOT = WS-CURRENT-DEPT
                           OR NOT DEPT-IS-OPEN
                       IF DEPT-IS-OPEN
                           PERFORM 320-PRINT-DEPT-TOTAL
                       END-IF
                       PERFORM 305-OPEN-DEPT
                   END-IF
                   MOVE SR-INSTR-SUB TO WS-INSTR-SUB
                   PERFORM 310-PRINT-INSTRUCTOR
               END-IF
           END-PERFORM.

           IF DEPT-IS-OPEN
               PERFORM 320-PRINT-DEPT-TOTAL
           END-IF.

           PERFORM 330-PRINT-GRAND-TOTAL.


       305-OPEN-DEPT.

           MOVE "Y" TO WS-DEPT-OPEN-SWITCH.
           MOVE SR-HOME-DEPT TO WS-CURRENT-DEPT.
           MOVE ZERO TO WS-DEPT-SECTIONS
                        WS-DEPT-TAUGHT
                        WS-DEPT-CONTRACT
                        WS-DEPT-HEADCOUNT
                        WS-DEPT-SCH.

           MOVE SR-HOME-DEPT TO DC-HOME-DEPT.
           MOVE DEPT-CAPTION-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 2.


       310-PRINT-INSTRUCTOR.

           MOVE IT-INSTRUCTOR-ID (WS-INSTR-SUB)   TO WD-INSTRUCTOR-ID.
           MOVE IT-INSTRUCTOR-NAME (WS-INSTR-SUB)
               TO WD-INSTRUCTOR-NAME.
           MOVE IT-HOME-DEPT (WS-INSTR-SUB)       TO WD-HOME-DEPT.
           MOVE IT-RANK (WS-INSTR-SUB)            TO WD-RANK.
           MOVE IT-APPOINTMENT (WS-INSTR-SUB)     TO WD-APPOINTMENT.
           MOVE IT-SECTIONS (WS-INSTR-SUB)        TO WD-SECTIONS.
           MOVE IT-TAUGHT-CREDITS (WS-INSTR-SUB)  TO WD-TAUGHT.
           MOVE IT-CONTRACTED-LOAD (WS-INSTR-SUB) TO WD-CONTRACT.
           COMPUTE WS-VARIANCE = IT-TAUGHT-CREDITS (WS-INSTR-SUB)
                               - IT-CONTRACTED-LOAD (WS-INSTR-SUB).
           MOVE WS-VARIANCE                       TO WD-VARIANCE.
           MOVE IT-HEADCOUNT (WS-INSTR-SUB)       TO WD-HEADCOUNT.
           MOVE IT-STUDENT-CR-HRS (WS-INSTR-SUB)  TO WD-STUDENT-CR-HRS.

           EVALUATE TRUE
               WHEN IT-NOT-ON-MASTER (WS-INSTR-SUB)
                   MOVE "NOT ON MASTER" TO WD-NOTE
               WHEN IT-INACTIVE-ON-MASTER (WS-INSTR-SUB)
                   MOVE "INACTIVE" TO WD-NOTE
               WHEN WS-VARIANCE > ZERO
                   MOVE "OVER CONTRACT" TO WD-NOTE
               WHEN WS-VARIANCE < ZERO
                   MOVE "UNDER CONTRACT" TO WD-NOTE
               WHEN OTHER
                   MOVE SPACES TO WD-NOTE
           END-EVALUATE.

           MOVE WKLD-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.

           ADD IT-SECTIONS (WS-INSTR-SUB)        TO WS-DEPT-SECTIONS.
           ADD IT-TAUGHT-CREDITS (WS-INSTR-SUB)  TO WS-DEPT-TAUGHT.
           ADD IT-CONTRACTED-LOAD (WS-INSTR-SUB) TO WS-DEPT-CONTRACT.
           ADD IT-HEADCOUNT (WS-INSTR-SUB)       TO WS-DEPT-HEADCOUNT.
           ADD IT-STUDENT-CR-HRS (WS-INSTR-SUB)  TO WS-DEPT-SCH.


       320-PRINT-DEPT-TOTAL.

           MOVE SPACES TO WT-CAPTION.
           STRING "    TOTAL FOR DEPARTMENT " DELIMITED BY SIZE
                  WS-CURRENT-DEPT            DELIMITED BY SIZE
               INTO WT-CAPTION
           END-STRING.
           MOVE WS-DEPT-SECTIONS  TO WT-SECTIONS.
           MOVE WS-DEPT-TAUGHT    TO WT-TAUGHT.
           MOVE WS-DEPT-CONTRACT  TO WT-CONTRACT.
           COMPUTE WS-VARIANCE = WS-DEPT-TAUGHT - WS-DEPT-CONTRACT.
           MOVE WS-VARIANCE       TO WT-VARIANCE.
           MOVE WS-DEPT-HEADCOUNT TO WT-HEADCOUNT.
           MOVE WS-DEPT-SCH       TO WT-STUDENT-CR-HRS.
           MOVE WKLD-TOTAL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 2.

           ADD WS-DEPT-SECTIONS  TO WS-GRAND-SECTIONS.
           ADD WS-DEPT-TAUGHT    TO WS-GRAND-TAUGHT.
           ADD WS-DEPT-CONTRACT  TO WS-GRAND-CONTRACT.
           ADD WS-DEPT-HEADCOUNT TO WS-GRAND-HEADCOUNT.
           ADD WS-DEPT-SCH       TO WS-GRAND-SCH.


       330-PRINT-GRAND-TOTAL.

           MOVE "GRAND TOTAL - ALL DEPARTMENTS" TO WT-CAPTION.
           MOVE WS-GRAND-SECTIONS  TO WT-SECTIONS.
           MOVE WS-GRAND-TAUGHT    TO WT-TAUGHT.
           MOVE WS-GRAND-CONTRACT  TO WT-CONTRACT.
           COMPUTE WS-VARIANCE = WS-GRAND-TAUGHT - WS-GRAND-CONTRACT.
           MOVE WS-VARIANCE        TO WT-VARIANCE.
           MOVE WS-GRAND-HEADCOUNT TO WT-HEADCOUNT.
           MOVE WS-GRAND-SCH       TO WT-STUDENT-CR-HRS.
           MOVE WKLD-TOTAL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 3.


       240-PRINT-TRAILER.

           MOVE SPACES TO WKLD-REC.
           WRITE WKLD-REC AFTER 2.

           MOVE "INSTRUCTORS ON MASTER" TO TR-CAPTION.
           MOVE WS-INSTRS-ON-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.

           MOVE "SECTIONS FOR THE TERM" TO TR-CAPTION.
           MOVE WS-SECTIONS-FOR-TERM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.

           MOVE "REGISTRATIONS COUNTED" TO TR-CAPTION.
           MOVE WS-REGS-COUNTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.

           MOVE "POSTED GRADES COUNTED" TO TR-CAPTION.
           MOVE WS-POSTED-COUNTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.

           MOVE "REGISTRATIONS WITHOUT A SECTION" TO TR-CAPTION.
           MOVE WS-REGS-NO-SECTION TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.

           MOVE "INSTRUCTOR IDS NOT ON MASTER" TO TR-CAPTION.
           MOVE WS-INSTRS-NOT-ON-MAST TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO WKLD-REC.
           WRITE WKLD-REC AFTER 1.
