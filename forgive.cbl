      *  ID, AUTHORIZED FOR ITS ACTION ON THE OPERATOR     *
      *  AUTHORIZATION TABLE (AUTHFILE); THE USER ID IS    *
      *  CARRIED INTO EVERY JOURNAL RECORD.                *
      *  A COURSE CARRYING AN ACADEMIC-INTEGRITY XF CAN    *
      *  NEVER BE FORGIVEN - THE PETITION IS REJECTED.     *
      *  A CONSORTIUM COURSE OR AN EXAM-SUPERSEDED COURSE  *
      *  CARRIES ITS OWN MARKER IN THE FORGIVENESS FLAG -  *
      *  A SET OR CLEAR AGAINST EITHER IS REJECTED.        *
      *****************************************************

       ENVIRONMENT DIVISION.
           05  WS-M-SUB                PIC 9(02) VALUE ZERO.
           05  WS-O-SUB                PIC 9(02) VALUE ZERO.
           05  WS-ON-FILE-PCT          PIC 999   VALUE ZERO.
           05  WS-ON-FILE-BASIS        PIC X(01) VALUE SPACE.
               88  ON-FILE-INTEGRITY-XF          VALUE "F".
           05  WS-ON-FILE-FLAG         PIC X(01) VALUE SPACE.
               88  ON-FILE-CONSORTIUM            VALUE "C".
               88  ON-FILE-EXAM-SUPERSEDED       VALUE "S".
           05  WS-MST-BEFORE-IMAGE     PIC X(732) VALUE LOW-VALUES.
           05  WS-APPLY-FAILED-SWITCH  PIC X(01) VALUE "N".
               88  APPLY-HAS-FAILED              VALUE "Y".
                           MOVE "COURSE NOT ON STUDENT HISTORY"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN ON-FILE-INTEGRITY-XF AND GH-ACTION-SET
                           MOVE "INTEGRITY XF CANNOT BE FORGIVEN"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN ON-FILE-CONSORTIUM
                           MOVE "CONSORTIUM COURSE CANNOT BE CHANGED"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN ON-FILE-EXAM-SUPERSEDED
                           MOVE "EXAM-SUPERSEDED COURSE CANNOT CHANGE"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN OTHER
                           PERFORM 150-APPLY-CHANGE
                   END-EVALUATE
      *  140-FIND-COURSE - LOCATES THE COURSE ON THE       *
      *  MASTER TABLE OR AN OVERFLOW SEGMENT.  SETS THE    *
      *  FOUND-WHERE SWITCH, THE OCCURRENCE SUBSCRIPT,     *
      *  AND THE ON-FILE PERCENTAGE, GRADING BASIS AND     *
      *  FORGIVENESS FLAG.                                 *
      *  ON AN OVERFLOW HIT THE SEGMENT REMAINS IN ITS     *
      *  RECORD AREA.                                      *
      *****************************************************
       140-FIND-COURSE.

           MOVE SPACE TO WS-FOUND-WHERE.
           MOVE ZERO  TO WS-FOUND-SUB.
           MOVE SPACE TO WS-ON-FILE-BASIS.
           MOVE SPACE TO WS-ON-FILE-FLAG.

           PERFORM VARYING WS-M-SUB FROM 1 BY 1
                   UNTIL WS-M-SUB > SM-NUM-CRS-COMPLTD
                   MOVE WS-M-SUB TO WS-FOUND-SUB
                   MOVE SM-PERCENTAGE-EARNED (WS-M-SUB)
                       TO WS-ON-FILE-PCT
                   MOVE SM-GRADING-BASIS (WS-M-SUB)
                       TO WS-ON-FILE-BASIS
                   MOVE SM-FORGIVE-FLAG (WS-M-SUB)
                       TO WS-ON-FILE-FLAG
               END-IF
           END-PERFORM.

                                   MOVE SO-PERCENTAGE-EARNED
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-PCT
                                   MOVE SO-GRADING-BASIS
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-BASIS
                                   MOVE SO-FORGIVE-FLAG
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-FLAG
                               END-IF
                           END-PERFORM
                   END-READ
