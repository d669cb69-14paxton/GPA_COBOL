       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONFER.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  CONFER - DEGREE CONFERRAL                         *
      *  READS THE CLEARED GRADUATING-CANDIDATES FILE      *
      *  (GRADCAND) AND, FOR EACH CANDIDATE, POSTS ONE     *
      *  PERMANENT DEGREE RECORD TO THE DEGREE MASTER      *
      *  (DEGRFILE) AT THE NEXT FREE DEGREE SEQUENCE FOR   *
      *  THE STUDENT.  THE RECORD CARRIES THE DEGREE CODE  *
      *  AND TERM FROM THE CANDIDATE, THE MAJOR AND THE    *
      *  FINAL CUMULATIVE GPA AND CREDITS FROM THE STUDENT *
      *  MASTER, THE CONFERRAL DATE FROM THE CNFPARM CARD, *
      *  AND THE LATIN HONORS TIER FROM THE HONORS RUN'S   *
      *  RESULT EXTRACT (HONOROUT).  THE STUDENT'S         *
      *  ENROLLMENT STATUS IS THEN SET TO GRADUATED,       *
      *  JOURNALED AS A CHANGE.  A CANDIDATE NOT ON THE    *
      *  MASTER, OR WHOSE DEGREE IS ALREADY ON FILE FOR    *
      *  THE SAME TERM, IS LISTED AS AN EXCEPTION, SO A    *
      *  RERUN POSTS NOTHING TWICE.  THE CONFERRAL         *
      *  REGISTER PRINTS ON CNFRPT.                        *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CNF-PARM-FILE
               ASSIGN CNFPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CANDIDATE-FILE
               ASSIGN GRADCAND
               FILE STATUS IS WS-CAND-STATUS.

           SELECT HONORS-RESULT-FILE
               ASSIGN HONOROUT
               FILE STATUS IS WS-HONO-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CONFER-REPORT
               ASSIGN CNFRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  CNF-PARM-FILE.

       01  CNF-PARM-RECORD.
           05  CP-CONFER-DATE           PIC 9(08).
           05  CP-USER-ID               PIC X(06).
           05                           PIC X(66).

       FD  CANDIDATE-FILE.

       01  CANDIDATE-RECORD.
           05  CN-STUDENT-ID            PIC 9(09).
           05  CN-TERM-CODE             PIC X(05).
           05  CN-DEGREE-CODE           PIC X(04).

       FD  HONORS-RESULT-FILE.

       01  HONORS-RESULT-RECORD.
           05  HO-STUDENT-ID            PIC 9(09).
           05  HO-TIER-NAME             PIC X(12).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  JOURNAL-FILE.

            COPY STUJRNL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CONFER-REPORT.

       01  CONFER-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  CAND-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  CAND-EOF                        VALUE "Y".
           05  HONO-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  HONO-EOF                        VALUE "Y".
           05  DEGR-SCAN-SWITCH        PIC X(01)   VALUE "N".
               88  DEGR-SCAN-DONE                  VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-CAND-STATUS          PIC XX.
           05  WS-HONO-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-CONFER-OK-SWITCH     PIC X(01)   VALUE "Y".
               88  CONFER-IS-OK                    VALUE "Y".
           05  WS-EXCEPTION-REASON     PIC X(40)   VALUE SPACES.
           05  WS-HONORS-TIER          PIC X(12)   VALUE SPACES.
           05  WS-HIGH-DEGREE-SEQ      PIC 9(02) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-NUM-HONORS           PIC 9(04) VALUE ZERO.
           05  WS-HON-SUB              PIC 9(04) VALUE ZERO.
           05  WS-CANDS-READ           PIC 9(07) VALUE ZERO.
           05  WS-DEGREES-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-STATUS-CHANGED       PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.

       01  HONORS-TBL-GROUP.
           05  HONORS-ENTRY OCCURS 2000 TIMES
                          INDEXED BY HONNDX.
               10  HT-STUDENT-ID       PIC 9(09).
               10  HT-TIER-NAME        PIC X(12).

       01  CONFER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  CFH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CFH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  CFH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "DEGREE CONFERRAL REGISTER".
           05                 PIC X(15)   VALUE "CONFERRAL DATE ".
           05  CFH-CONFER-DATE PIC 9(08).
           05                 PIC X(49)  VALUE SPACE.

       01  CONFER-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "NAME".
           05                 PIC X(27)  VALUE SPACE.
           05                 PIC X(06)  VALUE "DEGREE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(05)  VALUE "MAJOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(04)  VALUE "TERM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(03)  VALUE "SEQ".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "GPA".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(07)  VALUE "CREDITS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(06)  VALUE "HONORS".
           05                 PIC X(37)  VALUE SPACE.

       01  CONFER-DETAIL-LINE.
           05  CDL-STUDENT-ID     PIC 9(09).
           05                     PIC X(04)  VALUE SPACE.
           05  CDL-NAME-LAST      PIC X(16).
           05                     PIC X(01)  VALUE SPACE.
           05  CDL-NAME-FIRST     PIC X(12).
           05                     PIC X(02)  VALUE SPACE.
           05  CDL-DEGREE-CODE    PIC X(04).
           05                     PIC X(04)  VALUE SPACE.
           05  CDL-MAJOR          PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  CDL-TERM           PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  CDL-DEGREE-SEQ     PIC Z9.
           05                     PIC X(03)  VALUE SPACE.
           05  CDL-GPA            PIC 9.99.
           05                     PIC X(03)  VALUE SPACE.
           05  CDL-CREDITS        PIC ZZ9.99.
           05                     PIC X(04)  VALUE SPACE.
           05  CDL-HONORS-TIER    PIC X(12).
           05                     PIC X(31)  VALUE SPACE.

       01  EXCEPTION-DETAIL-LINE.
           05                     PIC X(04)  VALUE "*** ".
           05  XD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-TERM            PIC X(05).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-DEGREE-CODE     PIC X(04).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-REASON          PIC X(40).
           05                     PIC X(64)  VALUE SPACE.

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

           PERFORM UNTIL CAND-EOF
               READ CANDIDATE-FILE
                   AT END
                       SET CAND-EOF TO TRUE
               END-READ
               IF NOT CAND-EOF
                   ADD 1 TO WS-CANDS-READ
                   PERFORM 110-CONFER-DEGREE
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE CANDIDATE-FILE
                 STUDENT-FILE
                 DEGREE-FILE
                 JOURNAL-FILE
                 CONFER-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO CFH-MONTH.
           MOVE CD-DAY     TO CFH-DAY.
           MOVE CD-YEAR    TO CFH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           PERFORM 105-LOAD-PARM.
           PERFORM 120-LOAD-HONORS-RESULTS.

           OPEN INPUT CANDIDATE-FILE.

           IF WS-CAND-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CANDIDATES FILE'
               DISPLAY ' FILE STATUS IS ', WS-CAND-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DEGREE-FILE.

           IF WS-DEGR-STATUS NOT = '00' AND WS-DEGR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEGREE MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEGR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE UPDATE JOURNAL FILE'
               DISPLAY ' FILE STATUS IS ', WS-JRNL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT CONFER-REPORT.

           MOVE CP-CONFER-DATE TO CFH-CONFER-DATE.
           MOVE CONFER-HEADING-LINE TO CONFER-REC.
           WRITE CONFER-REC AFTER PAGE.
           MOVE CONFER-COLUMN-LINE TO CONFER-REC.
           WRITE CONFER-REC AFTER 2.
           MOVE SPACES TO CONFER-REC.
           WRITE CONFER-REC.


      *****************************************************
      *  105-LOAD-PARM - ONE CNFPARM CARD: THE CONFERRAL   *
      *  DATE STAMPED ON EVERY DEGREE POSTED AND THE USER  *
      *  ID CARRIED INTO THE DEGREE RECORD AND JOURNAL.    *
      *****************************************************
       105-LOAD-PARM.

           OPEN INPUT CNF-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE CNFPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ CNF-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' CNFPARM CARD IS MISSING'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           CLOSE CNF-PARM-FILE.

           IF CP-CONFER-DATE NOT NUMERIC OR CP-CONFER-DATE = ZERO
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' CONFERRAL DATE ON CNFPARM IS NOT VALID'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


      *****************************************************
      *  110-CONFER-DEGREE - THE STUDENT MUST BE ON THE    *
      *  MASTER AND THE DEGREE NOT ALREADY POSTED FOR THE  *
      *  TERM; OTHERWISE THE CANDIDATE IS AN EXCEPTION AND *
      *  NOTHING IS WRITTEN.                               *
      *****************************************************
       110-CONFER-DEGREE.

           MOVE "Y" TO WS-CONFER-OK-SWITCH.
           MOVE SPACES TO WS-EXCEPTION-REASON.

           MOVE CN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "CANDIDATE NOT ON STUDENT MASTER"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-CONFER-OK-SWITCH
           END-READ.

           IF CONFER-IS-OK
               IF CN-DEGREE-CODE = SPACES
                   MOVE "NO DEGREE CODE ON CANDIDATE"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-CONFER-OK-SWITCH
               END-IF
           END-IF.

           IF CONFER-IS-OK
               PERFORM 130-SCAN-DEGREES
           END-IF.

           IF CONFER-IS-OK
               IF WS-HIGH-DEGREE-SEQ = 99
                   MOVE "DEGREE SEQUENCE FULL FOR STUDENT"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-CONFER-OK-SWITCH
               END-IF
           END-IF.

           IF CONFER-IS-OK
               PERFORM 140-WRITE-DEGREE
           END-IF.

           IF CONFER-IS-OK
               PERFORM 150-SET-GRADUATED
               ADD 1 TO WS-DEGREES-POSTED
               MOVE SM-STUDENT-ID     TO CDL-STUDENT-ID
               MOVE SM-NAME-LAST      TO CDL-NAME-LAST
               MOVE SM-NAME-FIRST     TO CDL-NAME-FIRST
               MOVE DM-DEGREE-CODE    TO CDL-DEGREE-CODE
               MOVE DM-MAJOR-CODE     TO CDL-MAJOR
               MOVE DM-CONFER-TERM    TO CDL-TERM
               MOVE DM-DEGREE-SEQ     TO CDL-DEGREE-SEQ
               MOVE DM-FINAL-GPA      TO CDL-GPA
               MOVE DM-FINAL-CREDITS  TO CDL-CREDITS
               MOVE DM-HONORS-TIER    TO CDL-HONORS-TIER
               MOVE CONFER-DETAIL-LINE TO CONFER-REC
               WRITE CONFER-REC AFTER 1
           ELSE
               ADD 1 TO WS-EXCEPTIONS
               MOVE CN-STUDENT-ID       TO XD-STUDENT-ID
               MOVE CN-TERM-CODE        TO XD-TERM
               MOVE CN-DEGREE-CODE      TO XD-DEGREE-CODE
               MOVE WS-EXCEPTION-REASON TO XD-REASON
               MOVE EXCEPTION-DETAIL-LINE TO CONFER-REC
               WRITE CONFER-REC AFTER 1
           END-IF.


       120-LOAD-HONORS-RESULTS.

           OPEN INPUT HONORS-RESULT-FILE.

           IF WS-HONO-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-HONORS-RESULTS'
               DISPLAY ' ERROR OPENING THE HONORS RESULT EXTRACT'
               DISPLAY ' FILE STATUS IS ', WS-HONO-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL HONO-EOF
               READ HONORS-RESULT-FILE
                   AT END
                       SET HONO-EOF TO TRUE
               END-READ
               IF NOT HONO-EOF
                   ADD 1 TO WS-NUM-HONORS
                   IF WS-NUM-HONORS > 2000
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-HONORS-RESULTS'
                       DISPLAY ' MORE THAN 2000 HONORS RESULTS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE HO-STUDENT-ID
                       TO HT-STUDENT-ID (WS-NUM-HONORS)
                   MOVE HO-TIER-NAME
                       TO HT-TIER-NAME (WS-NUM-HONORS)
               END-IF
           END-PERFORM.

           CLOSE HONORS-RESULT-FILE.


      *****************************************************
      *  130-SCAN-DEGREES - WALKS THE STUDENT'S DEGREE     *
      *  RECORDS FOR THE HIGHEST SEQUENCE IN USE, AND      *
      *  REFUSES A DEGREE CODE ALREADY POSTED FOR THE      *
      *  SAME TERM.                                        *
      *****************************************************
       130-SCAN-DEGREES.

           MOVE ZERO TO WS-HIGH-DEGREE-SEQ.
           MOVE "N" TO DEGR-SCAN-SWITCH.
           MOVE CN-STUDENT-ID TO DM-STUDENT-ID.
           MOVE ZERO TO DM-DEGREE-SEQ.
           START DEGREE-FILE
               KEY IS NOT LESS THAN DM-DEGREE-KEY
               INVALID KEY
                   SET DEGR-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL DEGR-SCAN-DONE
               READ DEGREE-FILE NEXT
                   AT END
                       SET DEGR-SCAN-DONE TO TRUE
               END-READ
               IF NOT DEGR-SCAN-DONE
                   IF DM-STUDENT-ID NOT = CN-STUDENT-ID
                       SET DEGR-SCAN-DONE TO TRUE
                   ELSE
                       MOVE DM-DEGREE-SEQ TO WS-HIGH-DEGREE-SEQ
                       IF DM-DEGREE-CODE = CN-DEGREE-CODE
                               AND DM-CONFER-TERM = CN-TERM-CODE
                           MOVE "DEGREE ALREADY CONFERRED FOR TERM"
                               TO WS-EXCEPTION-REASON
                           MOVE "N" TO WS-CONFER-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  140-WRITE-DEGREE - THE FINAL GPA AND CREDITS ARE  *
      *  THE CUMULATIVE FIGURES THE LAST GPA RUN LEFT ON   *
      *  THE MASTER; THE HONORS TIER IS SPACES WHEN THE    *
      *  STUDENT IS NOT ON HONOROUT.                       *
      *****************************************************
       140-WRITE-DEGREE.

           MOVE SPACES TO WS-HONORS-TIER.
           PERFORM VARYING WS-HON-SUB FROM 1 BY 1
                   UNTIL WS-HON-SUB > WS-NUM-HONORS
               IF HT-STUDENT-ID (WS-HON-SUB) = CN-STUDENT-ID
                   MOVE HT-TIER-NAME (WS-HON-SUB) TO WS-HONORS-TIER
               END-IF
           END-PERFORM.

           MOVE SPACES                TO DEGREE-MASTER-RECORD.
           MOVE CN-STUDENT-ID         TO DM-STUDENT-ID.
           ADD 1 WS-HIGH-DEGREE-SEQ GIVING DM-DEGREE-SEQ.
           MOVE CN-DEGREE-CODE        TO DM-DEGREE-CODE.
           MOVE SM-MAJOR-CODE         TO DM-MAJOR-CODE.
           MOVE CN-TERM-CODE          TO DM-CONFER-TERM.
           MOVE CP-CONFER-DATE        TO DM-CONFER-DATE.
           MOVE SM-LAST-GPA           TO DM-FINAL-GPA.
           MOVE SM-LAST-TOTAL-CREDITS TO DM-FINAL-CREDITS.
           MOVE WS-HONORS-TIER        TO DM-HONORS-TIER.
           MOVE WS-RUN-DATE           TO DM-POSTED-DATE.
           MOVE CP-USER-ID            TO DM-POSTED-USER-ID.

           WRITE DEGREE-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED ON DEGREE MASTER"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-CONFER-OK-SWITCH
           END-WRITE.


      *****************************************************
      *  150-SET-GRADUATED - A STUDENT ALREADY CARRIED AS  *
      *  GRADUATED (A SECOND DEGREE, OR A STATUS KEYED BY  *
      *  HAND) IS LEFT AS IS.                              *
      *****************************************************
       150-SET-GRADUATED.

           IF NOT SM-GRADUATED
               MOVE "M" TO JR-FILE-CODE
               MOVE "C" TO JR-ACTION-CODE
               MOVE STUDENT-MASTER-RECORD TO JR-BEFORE-IMAGE
               MOVE "G" TO SM-ENROLL-STATUS
               MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
               PERFORM 180-WRITE-JOURNAL
               REWRITE STUDENT-MASTER-RECORD
               END-REWRITE
               ADD 1 TO WS-STATUS-CHANGED
           END-IF.


      *****************************************************
      *  180-WRITE-JOURNAL - STAMPS AND WRITES ONE UPDATE  *
      *  JOURNAL RECORD.  THE CALLER SETS FILE CODE,       *
      *  ACTION CODE, AND THE BEFORE / AFTER IMAGES.       *
      *****************************************************
       180-WRITE-JOURNAL.

           MOVE "CONFER" TO JR-JOB-NAME.
           MOVE CP-USER-ID TO JR-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO JR-DATE.
           MOVE CD-CURRENT-TIME TO JR-TIME.
           WRITE JOURNAL-RECORD.


       240-PRINT-TRAILER.

           MOVE SPACES TO CONFER-REC.
           WRITE CONFER-REC AFTER 2.

           MOVE "CANDIDATES READ" TO TR-CAPTION.
           MOVE WS-CANDS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONFER-REC.
           WRITE CONFER-REC AFTER 1.

           MOVE "DEGREES CONFERRED" TO TR-CAPTION.
           MOVE WS-DEGREES-POSTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONFER-REC.
           WRITE CONFER-REC AFTER 1.

           MOVE "ENROLLMENT STATUS SET TO GRADUATED" TO TR-CAPTION.
           MOVE WS-STATUS-CHANGED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONFER-REC.
           WRITE CONFER-REC AFTER 1.

           MOVE "EXCEPTIONS" TO TR-CAPTION.
           MOVE WS-EXCEPTIONS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO CONFER-REC.
           WRITE CONFER-REC AFTER 1.
