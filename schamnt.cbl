      *  SCHTRAN AGAINST THE SCHOLARSHIP AWARD MASTER      *
      *  (SCHAWARD).  THE STUDENT MUST BE ON THE MASTER    *
      *  AND THE RENEWAL CRITERIA MUST PASS NUMERIC        *
      *  EDITS.  A NEW AWARD OPENS ACTIVE.  A PAID (P)     *
      *  TRANSACTION POSTS THE TOTAL PAID UNDER THE AWARD  *
      *  FOR A CALENDAR YEAR, REPLACING THAT YEAR'S        *
      *  AMOUNT OR, FOR A NEW YEAR, THE OLDER OF THE TWO   *
      *  YEAR SLOTS.  AN APPLIED / REJECTED REGISTER       *
      *  PRINTS ON SCHRGSTR.                               *
      *****************************************************

       ENVIRONMENT DIVISION.
               88  SC-ACTION-ADD                VALUE "A".
               88  SC-ACTION-CHANGE             VALUE "C".
               88  SC-ACTION-DELETE             VALUE "D".
               88  SC-ACTION-PAID               VALUE "P".
               88  SC-ACTION-VALID              VALUE "A" "C" "D"
                                                      "P".
           05  SC-STUDENT-ID            PIC 9(09).
           05  SC-AWARD-CODE            PIC X(06).
           05  SC-RENEW-MIN-GPA         PIC 9V99.
           05  SC-RENEW-MIN-CREDITS     PIC 999V99.
           05  SC-PAID-YEAR             PIC 9(04).
           05  SC-PAID-AMOUNT           PIC 9(07)V99.

       FD  AWARD-FILE.

           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-AMOUNTS-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-PAID-SUB             PIC 9(01) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
                       PERFORM 140-APPLY-CHANGE
                   WHEN SC-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
                   WHEN SC-ACTION-PAID
                       PERFORM 155-APPLY-PAID
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
       120-EDIT-TRAN.

           IF NOT SC-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D / P"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

               END-IF
           END-IF.

           IF TRAN-IS-VALID AND SC-ACTION-PAID
               IF SC-PAID-YEAR NOT NUMERIC
                       OR SC-PAID-AMOUNT NOT NUMERIC
                       OR SC-PAID-YEAR < 1900
                   MOVE "PAID YEAR / AMOUNT FAIL NUMERIC EDITS"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND (SC-ACTION-ADD OR SC-ACTION-CHANGE)
               IF SC-RENEW-MIN-GPA NOT NUMERIC
                       OR SC-RENEW-MIN-CREDITS NOT NUMERIC
                   MOVE "RENEWAL CRITERIA FAIL NUMERIC EDITS"
                   MOVE "A" TO SA-AWARD-STATUS
                   MOVE SPACES TO SA-LAST-EVAL-TERM
                   MOVE ZEROS TO SA-LAST-EVAL-DATE
                   MOVE ZEROS TO SA-PAID-TBL
                   WRITE SCHOLARSHIP-AWARD-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON AWARD MASTER"
           END-READ.


      *****************************************************
      *  155-APPLY-PAID - THE YEAR'S SLOT IF THE YEAR IS   *
      *  ALREADY ON THE AWARD, OTHERWISE THE OLDER SLOT;   *
      *  A YEAR OLDER THAN BOTH SLOTS CANNOT BE POSTED.    *
      *****************************************************
       155-APPLY-PAID.

           MOVE SC-STUDENT-ID TO SA-STUDENT-ID.
           MOVE SC-AWARD-CODE TO SA-AWARD-CODE.
           READ AWARD-FILE
               INVALID KEY
                   MOVE "AWARD NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 157-CHOOSE-PAID-SLOT
                   IF WS-PAID-SUB = ZERO
                       MOVE "PAID YEAR OLDER THAN YEARS ON FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   ELSE
                       PERFORM 158-REWRITE-PAID
                   END-IF
           END-READ.


       157-CHOOSE-PAID-SLOT.

           EVALUATE TRUE
               WHEN SA-PAID-YEAR (1) = SC-PAID-YEAR
                   MOVE 1 TO WS-PAID-SUB
               WHEN SA-PAID-YEAR (2) = SC-PAID-YEAR
                   MOVE 2 TO WS-PAID-SUB
               WHEN SA-PAID-YEAR (1) NOT > SA-PAID-YEAR (2)
                   MOVE 1 TO WS-PAID-SUB
               WHEN OTHER
                   MOVE 2 TO WS-PAID-SUB
           END-EVALUATE.

           IF SA-PAID-YEAR (WS-PAID-SUB) > SC-PAID-YEAR
               MOVE ZERO TO WS-PAID-SUB
           END-IF.


       158-REWRITE-PAID.

           MOVE SC-PAID-YEAR   TO SA-PAID-YEAR (WS-PAID-SUB).
           MOVE SC-PAID-AMOUNT TO SA-PAID-AMOUNT (WS-PAID-SUB).
           REWRITE SCHOLARSHIP-AWARD-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON AWARD MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-AMOUNTS-APPLIED
                   PERFORM 170-WRITE-APPLIED
           END-REWRITE.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PAID AMOUNTS APPLIED" TO TR-CAPTION.
           MOVE WS-AMOUNTS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
