      *  INTAKE HISTORY.  CONVERSIONS OUTSIDE THE          *
      *  TRANPARM PLAUSIBILITY RANGE ARE FLAGGED ON THE    *
      *  TRNFRPT REGISTER FOR REVIEW; UNKNOWN              *
      *  INSTITUTION/GRADE COMBINATIONS REJECT, AS DOES    *
      *  WORK FOR A CATALOG COURSE WHOSE CREDITS FALL      *
      *  OUTSIDE THE COURSE'S CATALOG CREDIT RANGE.        *
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT TRANSFER-REGISTER
               ASSIGN TRNFRPT.

           SELECT CATALOG-FILE
               ASSIGN CRSECATG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  TRNF-REC       PIC X(132).

       FD  CATALOG-FILE.

           COPY CRSECATG IN KC2477.SHARED.COBOL.STUDGPA.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-SCALE-STATUS         PIC XX.
           05  WS-TRANSIN-STATUS       PIC XX.
           05  WS-HIST-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  RANGE-OK-SWITCH         PIC X(01)   VALUE "Y".
               88  CREDITS-IN-RANGE                VALUE "Y".
           05  WS-NUM-SCALES           PIC 9(04) VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(04) VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(04) VALUE ZERO.
           05  WS-TRANS-CONVERTED      PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-TRANS-FLAGGED        PIC 9(07) VALUE ZERO.
           05  WS-TRANS-RANGE-REJECTED PIC 9(07) VALUE ZERO.

       01  SCALE-TABLE-GROUP.
           05  SCALE-ENTRY OCCURS 2000 TIMES
           CLOSE TRANSFER-IN-FILE
                 POSTING-OUT-FILE
                 INTAKE-HISTORY-FILE
                 TRANSFER-REGISTER
                 CATALOG-FILE.

           STOP RUN.

               STOP RUN
           END-IF.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE CATALOG FILE'
               DISPLAY ' FILE STATUS IS ', WS-CATALOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT POSTING-OUT-FILE.

           OPEN EXTEND INTAKE-HISTORY-FILE.
               END-IF
           END-PERFORM.

           PERFORM 115-CHECK-CREDIT-RANGE.

           EVALUATE TRUE
           WHEN WS-MATCH-SUB = ZERO
               ADD 1 TO WS-TRANS-REJECTED
               MOVE "REJECTED - NO SCALE TABLE ENTRY"
                   TO TF-DISPOSITION
               MOVE TRNF-DETAIL-LINE TO TRNF-REC
               WRITE TRNF-REC
           WHEN NOT CREDITS-IN-RANGE
               ADD 1 TO WS-TRANS-RANGE-REJECTED
               MOVE "REJECTED - CATALOG CREDIT RANGE"
                   TO TF-DISPOSITION
               MOVE TRNF-DETAIL-LINE TO TRNF-REC
               WRITE TRNF-REC
           WHEN OTHER
               MOVE SC-OUR-PCT (WS-MATCH-SUB) TO WS-CONVERTED-PCT
               MOVE WS-CONVERTED-PCT TO TF-CONVERTED-PCT
               ADD 1 TO WS-TRANS-CONVERTED
               MOVE TRNF-DETAIL-LINE TO TRNF-REC
               WRITE TRNF-REC
               PERFORM 130-WRITE-OUTPUTS
           END-EVALUATE.


      *****************************************************
      *  115-CHECK-CREDIT-RANGE - TRANSFER WORK FOR A      *
      *  CATALOG COURSE MUST CARRY CREDITS WITHIN THE      *
      *  COURSE'S CATALOG MINIMUM AND MAXIMUM.  A COURSE   *
      *  NOT ON THE CATALOG IS LEFT TO GRDPOST.            *
      *****************************************************
       115-CHECK-CREDIT-RANGE.

           MOVE "Y" TO RANGE-OK-SWITCH.
           MOVE TI-COURSE-ID TO CC-COURSE-ID.

           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TI-CREDITS < CC-MIN-CREDITS
                           OR TI-CREDITS > CC-MAX-CREDITS
                       MOVE "N" TO RANGE-OK-SWITCH
                   END-IF
           END-READ.


       130-WRITE-OUTPUTS.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO TRNF-REC.
           WRITE TRNF-REC AFTER 1.

           MOVE "COURSES REJECTED - CREDIT RANGE" TO TR-CAPTION.
           MOVE WS-TRANS-RANGE-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO TRNF-REC.
           WRITE TRNF-REC AFTER 1.
