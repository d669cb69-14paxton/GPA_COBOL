       IDENTIFICATION DIVISION.

       PROGRAM-ID. VISACHK.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  VISACHK - F-1 FULL-COURSE-OF-STUDY CHECK          *
      *  FOR THE VISAPARM TERM, CHECKS EVERY ACTIVE F-1    *
      *  STUDENT ON THE VISA STATUS FILE (VISAFILE)        *
      *  AGAINST THE CURRENT-TERM REGISTRATION (REGFILE).  *
      *  THE LOAD IS THE ATTEMPTED CREDITS; A SECTION WITH *
      *  NO MEETING DAYS AND NO ROOM ON SECTFILE (FOUND    *
      *  THROUGH REGSECT) IS TAKEN AS ONLINE, AND ONLINE   *
      *  CREDITS COUNT TOWARD THE LOAD ONLY UP TO THE      *
      *  PARM CARD LIMIT.  THE COUNTED LOAD MUST MEET THE  *
      *  FULL-TIME MINIMUM ON THE PARM CARD, OR THE        *
      *  APPROVED MINIMUM WHERE A REDUCED COURSE LOAD IS   *
      *  ON FILE FOR THE TERM.  A STUDENT WHOSE PROGRAM    *
      *  END DATE FALLS BEFORE THE TERM, OR WHO IS NOT     *
      *  REGISTERED, IS ALSO REPORTED.  A LOAD MET ONLY    *
      *  BY DISCOUNTING ONLINE CREDITS PRINTS AS A         *
      *  WARNING.  RUN BEFORE THE TERM'S CENSUS DATE SO    *
      *  THE DESIGNATED SCHOOL OFFICIAL CAN ACT; A LATER   *
      *  RUN IS FLAGGED ON THE REPORT.  OUTPUT ON VISARPT. *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT VISA-PARM-FILE
               ASSIGN VISAPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN ACADCAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL VISA-STATUS-FILE
               ASSIGN VISAFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS VI-STUDENT-ID
               FILE STATUS IS WS-VISA-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL REG-SECTION-FILE
               ASSIGN REGSECT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RS-REG-SECT-KEY
               FILE STATUS IS WS-RSECT-STATUS.

           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT VISA-REPORT
               ASSIGN VISARPT.

       DATA DIVISION.

       FILE SECTION.

       FD  VISA-PARM-FILE.

       01  VISA-PARM-RECORD.
           05  VP-TERM-CODE             PIC X(05).
           05  VP-FT-CREDITS            PIC 99V9.
           05  VP-ONLINE-LIMIT          PIC 99V9.

       FD  CALENDAR-FILE.

            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VISA-STATUS-FILE.

            COPY VISAFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REG-SECTION-FILE.

            COPY REGSECT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  VISA-REPORT.

       01  VISA-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  VISA-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  VISA-EOF                        VALUE "Y".
           05  WS-STUD-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  STUDENT-FOUND                   VALUE "Y".
           05  WS-REG-FOUND-SWITCH     PIC X(01)   VALUE "N".
               88  REGISTRATION-FOUND              VALUE "Y".
           05  WS-RCL-SWITCH           PIC X(01)   VALUE "N".
               88  REDUCED-LOAD-APPROVED           VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-VISA-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-RSECT-STATUS         PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  WS-FINDING              PIC X(30) VALUE SPACES.
           05  WS-CENSUS-DATE          PIC 9(08) VALUE ZERO.
           05  WS-CENSUS-DATE-R REDEFINES WS-CENSUS-DATE.
               10  WS-CENSUS-YEAR      PIC 9(04).
               10  WS-CENSUS-MONTH     PIC 9(02).
               10  WS-CENSUS-DAY       PIC 9(02).
           05  WS-TOTAL-CREDITS        PIC 9(03)V9 VALUE ZERO.
           05  WS-ONLINE-CREDITS       PIC 9(03)V9 VALUE ZERO.
           05  WS-COUNTED-CREDITS      PIC 9(03)V9 VALUE ZERO.
           05  WS-REQUIRED-CREDITS     PIC 9(03)V9 VALUE ZERO.
           05  WS-VISA-READ            PIC 9(07) VALUE ZERO.
           05  WS-NOT-F1-SKIPPED       PIC 9(07) VALUE ZERO.
           05  WS-NOT-ACTIVE-SKIPPED   PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-CHECKED     PIC 9(07) VALUE ZERO.
           05  WS-VIOLATIONS           PIC 9(07) VALUE ZERO.
           05  WS-ONLINE-WARNINGS      PIC 9(07) VALUE ZERO.

       01  VISA-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  VH-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  VH-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  VH-YEAR        PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "F-1 FULL-COURSE-OF-STUDY CHECK".
           05                 PIC X(06)   VALUE "TERM: ".
           05  VH-TERM-CODE   PIC X(05).
           05                 PIC X(59)  VALUE SPACE.

       01  CENSUS-WARNING-LINE.
           05                 PIC X(36)
               VALUE "*** RUN DATE IS PAST CENSUS DATE OF ".
           05  CW-MONTH       PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CW-DAY         PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CW-YEAR        PIC 9(04).
           05                 PIC X(86)  VALUE SPACE.

       01  VISA-COLUMN-LINE.
           05                 PIC X(11)  VALUE "STUDENT ID".
           05                 PIC X(31)  VALUE "STUDENT NAME".
           05                 PIC X(13)  VALUE "SEVIS ID".
           05                 PIC X(07)  VALUE "TOTAL".
           05                 PIC X(07)  VALUE "ONLINE".
           05                 PIC X(07)  VALUE "CNTD".
           05                 PIC X(07)  VALUE "REQD".
           05                 PIC X(05)  VALUE "RCL".
           05                 PIC X(30)  VALUE "FINDING".
           05                 PIC X(14)  VALUE SPACE.

       01  VISA-DETAIL-LINE.
           05  VD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-STUDENT-NAME    PIC X(29).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-SEVIS-ID        PIC X(11).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-TOTAL-CREDITS   PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  VD-ONLINE-CREDITS  PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  VD-COUNTED-CREDITS PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  VD-REQUIRED-CREDITS PIC ZZ9.9.
           05                     PIC X(02)  VALUE SPACE.
           05  VD-RCL-FLAG        PIC X(03).
           05                     PIC X(02)  VALUE SPACE.
           05  VD-FINDING         PIC X(30).
           05                     PIC X(14)  VALUE SPACE.

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

           PERFORM UNTIL VISA-EOF
               READ VISA-STATUS-FILE
                   AT END
                       SET VISA-EOF TO TRUE
               END-READ
               IF NOT VISA-EOF
                   ADD 1 TO WS-VISA-READ
                   PERFORM 110-CHECK-STUDENT
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE CALENDAR-FILE
                 VISA-STATUS-FILE
                 STUDENT-FILE
                 CURRENT-REG-FILE
                 REG-SECTION-FILE
                 SECTION-MASTER-FILE
                 VISA-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO VH-MONTH.
           MOVE CD-DAY     TO VH-DAY.
           MOVE CD-YEAR    TO VH-YEAR.

           OPEN INPUT VISA-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISA CHECK PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ VISA-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' VISAPARM IS EMPTY - CONTROL CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF VP-FT-CREDITS NOT NUMERIC
                   OR VP-ONLINE-LIMIT NOT NUMERIC
                   OR VP-TERM-CODE = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' VISAPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE VP-TERM-CODE TO VH-TERM-CODE.

           CLOSE VISA-PARM-FILE.

           OPEN INPUT CALENDAR-FILE.

           IF WS-CAL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ACADEMIC CALENDAR'
               DISPLAY ' FILE STATUS IS ', WS-CAL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE VP-TERM-CODE TO CAL-TERM-CODE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' TERM ', VP-TERM-CODE,
                           ' NOT ON THE ACADEMIC CALENDAR'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           OPEN INPUT VISA-STATUS-FILE.

           IF WS-VISA-STATUS NOT = '00' AND WS-VISA-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE VISA STATUS FILE'
               DISPLAY ' FILE STATUS IS ', WS-VISA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT CURRENT-REG-FILE.

           IF WS-REGF-STATUS NOT = '00' AND WS-REGF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CURRENT REGISTRATION FILE'
               DISPLAY ' FILE STATUS IS ', WS-REGF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT REG-SECTION-FILE.

           IF WS-RSECT-STATUS NOT = '00'
                   AND WS-RSECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REGISTERED SECTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-RSECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00' AND WS-SECT-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT VISA-REPORT.

           MOVE VISA-HEADING-LINE TO VISA-REC.
           WRITE VISA-REC AFTER PAGE.

           MOVE CAL-CENSUS-DATE TO WS-CENSUS-DATE.
           IF CD-CURRENT-DATE > WS-CENSUS-DATE
               MOVE WS-CENSUS-MONTH TO CW-MONTH
               MOVE WS-CENSUS-DAY   TO CW-DAY
               MOVE WS-CENSUS-YEAR  TO CW-YEAR
               MOVE CENSUS-WARNING-LINE TO VISA-REC
               WRITE VISA-REC AFTER 2
           END-IF.

           MOVE VISA-COLUMN-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 2.
           MOVE SPACES TO VISA-REC.
           WRITE VISA-REC.


      *****************************************************
      *  110-CHECK-STUDENT - ONE VISA STATUS RECORD.  ONLY *
      *  F-1 STUDENTS ACTIVE ON THE MASTER ARE CHECKED;    *
      *  ONE ON LEAVE OR WITHDRAWN WAS ALREADY REPORTED    *
      *  AS A SEVIS EVENT.                                 *
      *****************************************************
       110-CHECK-STUDENT.

           MOVE SPACES TO WS-FINDING.
           MOVE ZERO   TO WS-TOTAL-CREDITS
                          WS-ONLINE-CREDITS
                          WS-COUNTED-CREDITS
                          WS-REQUIRED-CREDITS.
           MOVE "N"    TO WS-RCL-SWITCH.

           MOVE "N" TO WS-STUD-FOUND-SWITCH.
           MOVE VI-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUD-FOUND-SWITCH
           END-READ.

           EVALUATE TRUE
               WHEN NOT VI-F1-STUDENT
                   ADD 1 TO WS-NOT-F1-SKIPPED
               WHEN NOT STUDENT-FOUND
                   ADD 1 TO WS-STUDENTS-CHECKED
                   MOVE "STUDENT NOT ON MASTER" TO WS-FINDING
               WHEN NOT SM-ENROLLED-ACTIVE
                   ADD 1 TO WS-NOT-ACTIVE-SKIPPED
               WHEN VI-PROGRAM-END-DATE < CAL-TERM-START-DATE
                   ADD 1 TO WS-STUDENTS-CHECKED
                   MOVE "PROGRAM END DATE BEFORE TERM" TO WS-FINDING
               WHEN OTHER
                   ADD 1 TO WS-STUDENTS-CHECKED
                   PERFORM 120-CHECK-LOAD
           END-EVALUATE.

           IF WS-FINDING NOT = SPACES
               PERFORM 150-PRINT-FINDING
           END-IF.


      *****************************************************
      *  120-CHECK-LOAD - TOTALS THE TERM'S ATTEMPTED AND  *
      *  ONLINE CREDITS, CAPS THE ONLINE CREDITS COUNTED   *
      *  AT THE PARM CARD LIMIT, AND COMPARES THE COUNTED  *
      *  LOAD TO THE FULL-TIME OR APPROVED REDUCED         *
      *  MINIMUM.                                          *
      *****************************************************
       120-CHECK-LOAD.

           MOVE "N" TO WS-REG-FOUND-SWITCH.
           MOVE VI-STUDENT-ID TO RG-STUDENT-ID.
           MOVE VP-TERM-CODE  TO RG-TERM-CODE.
           READ CURRENT-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND-SWITCH
           END-READ.

           IF VI-RCL-TERM = VP-TERM-CODE
               MOVE "Y" TO WS-RCL-SWITCH
               MOVE VI-RCL-MIN-CREDITS TO WS-REQUIRED-CREDITS
           ELSE
               MOVE VP-FT-CREDITS TO WS-REQUIRED-CREDITS
           END-IF.

           IF REGISTRATION-FOUND
               PERFORM 130-TALLY-COURSE
                   VARYING RGCRSNDX FROM 1 BY 1
                   UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
           END-IF.

           IF WS-ONLINE-CREDITS > VP-ONLINE-LIMIT
               COMPUTE WS-COUNTED-CREDITS = WS-TOTAL-CREDITS
                       - WS-ONLINE-CREDITS + VP-ONLINE-LIMIT
           ELSE
               MOVE WS-TOTAL-CREDITS TO WS-COUNTED-CREDITS
           END-IF.

           EVALUATE TRUE
               WHEN NOT REGISTRATION-FOUND
                       AND WS-REQUIRED-CREDITS > ZERO
                   MOVE "NOT REGISTERED FOR THE TERM" TO WS-FINDING
               WHEN WS-COUNTED-CREDITS < WS-REQUIRED-CREDITS
                       AND REDUCED-LOAD-APPROVED
                   MOVE "BELOW APPROVED REDUCED LOAD" TO WS-FINDING
               WHEN WS-COUNTED-CREDITS < WS-REQUIRED-CREDITS
                   MOVE "BELOW FULL COURSE OF STUDY" TO WS-FINDING
               WHEN WS-ONLINE-CREDITS > VP-ONLINE-LIMIT
                   MOVE "WARNING - ONLINE OVER LIMIT" TO WS-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      *****************************************************
      *  130-TALLY-COURSE - ONE REGISTERED COURSE.  THE    *
      *  SECTION IS ONLINE WHEN IT HAS NEITHER MEETING     *
      *  DAYS NOR A ROOM.  A COURSE WITH NO SECTION ON     *
      *  FILE COUNTS AS CLASSROOM.                         *
      *****************************************************
       130-TALLY-COURSE.

           ADD RG-ATTEMPTED-CREDITS (RGCRSNDX) TO WS-TOTAL-CREDITS.

           MOVE RG-STUDENT-ID           TO RS-STUDENT-ID.
           MOVE RG-TERM-CODE            TO RS-TERM-CODE.
           MOVE RG-COURSE-ID (RGCRSNDX) TO RS-COURSE-ID.
           READ REG-SECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RS-COURSE-ID  TO CS-COURSE-ID
                   MOVE RS-TERM-CODE  TO CS-TERM-CODE
                   MOVE RS-SECTION-NO TO CS-SECTION-NO
                   READ SECTION-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CS-MEETING-DAYS = SPACES
                                   AND CS-ROOM-KEY = SPACES
                               ADD RG-ATTEMPTED-CREDITS (RGCRSNDX)
                                   TO WS-ONLINE-CREDITS
                           END-IF
                   END-READ
           END-READ.


       150-PRINT-FINDING.

           IF WS-FINDING (1:7) = "WARNING"
               ADD 1 TO WS-ONLINE-WARNINGS
           ELSE
               ADD 1 TO WS-VIOLATIONS
           END-IF.

           MOVE VI-STUDENT-ID       TO VD-STUDENT-ID.
           MOVE SM-STUDENT-NAME     TO VD-STUDENT-NAME.
           MOVE VI-SEVIS-ID         TO VD-SEVIS-ID.
           MOVE WS-TOTAL-CREDITS    TO VD-TOTAL-CREDITS.
           MOVE WS-ONLINE-CREDITS   TO VD-ONLINE-CREDITS.
           MOVE WS-COUNTED-CREDITS  TO VD-COUNTED-CREDITS.
           MOVE WS-REQUIRED-CREDITS TO VD-REQUIRED-CREDITS.
           IF REDUCED-LOAD-APPROVED
               MOVE "YES" TO VD-RCL-FLAG
           ELSE
               MOVE SPACES TO VD-RCL-FLAG
           END-IF.
           MOVE WS-FINDING          TO VD-FINDING.
           MOVE VISA-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO VISA-REC.
           WRITE VISA-REC AFTER 2.

           MOVE "VISA RECORDS READ" TO TR-CAPTION.
           MOVE WS-VISA-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 1.

           MOVE "NOT F-1 - NOT CHECKED" TO TR-CAPTION.
           MOVE WS-NOT-F1-SKIPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 1.

           MOVE "NOT ACTIVE - NOT CHECKED" TO TR-CAPTION.
           MOVE WS-NOT-ACTIVE-SKIPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 1.

           MOVE "F-1 STUDENTS CHECKED" TO TR-CAPTION.
           MOVE WS-STUDENTS-CHECKED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 1.

           MOVE "VIOLATIONS REPORTED" TO TR-CAPTION.
           MOVE WS-VIOLATIONS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 1.

           MOVE "ONLINE-LIMIT WARNINGS" TO TR-CAPTION.
           MOVE WS-ONLINE-WARNINGS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO VISA-REC.
           WRITE VISA-REC AFTER 1.
