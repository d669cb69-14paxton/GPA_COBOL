      *  AFTER LATER GRADE CHANGES AND MERGES.  THE RUN    *
      *  REFUSES WHEN THE RUN DATE IS NOT THE TERM'S       *
      *  CENSUS DATE UNLESS THE OPERATOR OVERRIDE IS       *
      *  PUNCHED.  EACH STUDENT'S ATTEMPTED-CREDIT LOAD    *
      *  FOR THE TERM ON REGFILE IS FROZEN WITH ITS        *
      *  ENROLLMENT LEVEL, BY THE FULL-TIME, THREE-QUARTER *
      *  AND HALF-TIME MINIMUMS ON THE SNAPPARM CARD.      *
      *  CONTROL TOTALS PRINT ON SNAPRPT.                  *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL CURRENT-REG-FILE
               ASSIGN REGFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RG-REG-KEY
               FILE STATUS IS WS-REGF-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN SNAPFILE
               ORGANIZATION IS INDEXED
           05  SN-TERM-CODE             PIC X(05).
           05  SN-DATE-OVERRIDE         PIC X(01).
               88  SN-OVERRIDE-PRESENT          VALUE "Y".
           05  SN-FT-CREDITS            PIC 99V9.
           05  SN-TQ-CREDITS            PIC 99V9.
           05  SN-HT-CREDITS            PIC 99V9.

       FD  CALENDAR-FILE.


            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  CURRENT-REG-FILE.

            COPY REGCRNT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SNAPSHOT-FILE.

            COPY CENSSNAP IN KC2477.SHARED.COBOL.STUDGPA.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-SNAP-STATUS          PIC XX.
           05  WS-REGF-STATUS          PIC XX.
           05  WS-TERM-LOAD            PIC 999V9 VALUE ZERO.
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-FROZEN       PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-FULL           PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-THREE-QUARTER  PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-HALF           PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-LESS-THAN-HALF PIC 9(07) VALUE ZERO.
           05  WS-LEVEL-NOT-REGISTERED PIC 9(07) VALUE ZERO.

       01  SNAP-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 CURRENT-REG-FILE
                 SNAPSHOT-FILE
                 SNAP-REPORT.

                   STOP RUN
           END-READ.

           IF SN-FT-CREDITS NOT NUMERIC
                   OR SN-TQ-CREDITS NOT NUMERIC
                   OR SN-HT-CREDITS NOT NUMERIC
                   OR SN-FT-CREDITS NOT > SN-TQ-CREDITS
                   OR SN-TQ-CREDITS NOT > SN-HT-CREDITS
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' SNAPPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE SN-TERM-CODE TO WS-TERM-CODE.
           MOVE SN-TERM-CODE TO SNH-TERM-CODE.

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

           OPEN I-O SNAPSHOT-FILE.

           IF WS-SNAP-STATUS NOT = '00' AND WS-SNAP-STATUS NOT = '05'
           MOVE SM-DATE-OF-BIRTH      TO CN-DATE-OF-BIRTH.
           MOVE WS-RUN-DATE           TO CN-SNAP-DATE.

           PERFORM 120-SET-TERM-LOAD.
           MOVE WS-TERM-LOAD          TO CN-ATTEMPTED-LOAD.

           WRITE CENSUS-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE CENSUS-SNAPSHOT-RECORD
           ADD 1 TO WS-RECORDS-FROZEN.


      *****************************************************
      *  120-SET-TERM-LOAD - SUMS THE ATTEMPTED CREDITS OF *
      *  THE STUDENT'S REGISTRATION FOR THE TERM AND SETS  *
      *  THE ENROLLMENT LEVEL THE LOAD FALLS IN.  NO       *
      *  REGISTRATION ON FILE IS LEVEL N.                  *
      *****************************************************
       120-SET-TERM-LOAD.

           MOVE ZERO TO WS-TERM-LOAD.
           MOVE SM-STUDENT-ID TO RG-STUDENT-ID.
           MOVE WS-TERM-CODE  TO RG-TERM-CODE.
           READ CURRENT-REG-FILE
               INVALID KEY
                   MOVE "N" TO CN-ENROLL-LEVEL
               NOT INVALID KEY
                   MOVE SPACE TO CN-ENROLL-LEVEL
                   PERFORM VARYING RGCRSNDX FROM 1 BY 1
                           UNTIL RGCRSNDX > RG-NUM-CRS-ENROLLED
                       ADD RG-ATTEMPTED-CREDITS (RGCRSNDX)
                           TO WS-TERM-LOAD
                   END-PERFORM
           END-READ.

           EVALUATE TRUE
               WHEN CN-LEVEL-NOT-REGISTERED
                   ADD 1 TO WS-LEVEL-NOT-REGISTERED
               WHEN WS-TERM-LOAD >= SN-FT-CREDITS
                   MOVE "F" TO CN-ENROLL-LEVEL
                   ADD 1 TO WS-LEVEL-FULL
               WHEN WS-TERM-LOAD >= SN-TQ-CREDITS
                   MOVE "T" TO CN-ENROLL-LEVEL
                   ADD 1 TO WS-LEVEL-THREE-QUARTER
               WHEN WS-TERM-LOAD >= SN-HT-CREDITS
                   MOVE "H" TO CN-ENROLL-LEVEL
                   ADD 1 TO WS-LEVEL-HALF
               WHEN OTHER
                   MOVE "L" TO CN-ENROLL-LEVEL
                   ADD 1 TO WS-LEVEL-LESS-THAN-HALF
           END-EVALUATE.


       240-PRINT-TRAILER.

           MOVE SPACES TO SNAP-REC.
           MOVE WS-RECORDS-FROZEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SNAP-REC.
           WRITE SNAP-REC AFTER 1.

           MOVE "  FULL TIME" TO TR-CAPTION.
           MOVE WS-LEVEL-FULL TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SNAP-REC.
           WRITE SNAP-REC AFTER 1.

           MOVE "  THREE-QUARTER TIME" TO TR-CAPTION.
           MOVE WS-LEVEL-THREE-QUARTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SNAP-REC.
           WRITE SNAP-REC AFTER 1.

           MOVE "  HALF TIME" TO TR-CAPTION.
           MOVE WS-LEVEL-HALF TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SNAP-REC.
           WRITE SNAP-REC AFTER 1.

           MOVE "  LESS THAN HALF TIME" TO TR-CAPTION.
           MOVE WS-LEVEL-LESS-THAN-HALF TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SNAP-REC.
           WRITE SNAP-REC AFTER 1.

           MOVE "  NOT REGISTERED FOR THE TERM" TO TR-CAPTION.
           MOVE WS-LEVEL-NOT-REGISTERED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO SNAP-REC.
           WRITE SNAP-REC AFTER 1.
