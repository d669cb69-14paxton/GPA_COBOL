      *  AUTHORIZED FOR GRADE CHANGES ON THE OPERATOR      *
      *  AUTHORIZATION TABLE (AUTHFILE); THE USER ID IS    *
      *  CARRIED INTO EVERY JOURNAL RECORD.                *
      *  AN OCCURRENCE CARRYING AN ACADEMIC-INTEGRITY XF   *
      *  IS NEVER CHANGED HERE; ITS GRADE MOVES ONLY       *
      *  THROUGH INTGMNT ONCE THE SANCTION IS REMOVED.     *
      *  NOR IS A NOT-REPORTED PLACEHOLDER (BASIS N): THE  *
      *  REAL GRADE POSTS OVER IT THROUGH GRDPOST.         *
      *****************************************************

       ENVIRONMENT DIVISION.
           05  WS-ON-FILE-PCT          PIC 999   VALUE ZERO.
           05  WS-ON-FILE-GRADE-X REDEFINES WS-ON-FILE-PCT
                                   PIC X(03).
           05  WS-ON-FILE-BASIS        PIC X(01) VALUE SPACE.
               88  ON-FILE-INTEGRITY-XF          VALUE "F".
               88  ON-FILE-NOT-REPORTED          VALUE "N".
           05  WS-LETTER-OK-SWITCH     PIC X(01) VALUE "N".
               88  LETTER-IS-CERTIFIED           VALUE "Y".
           05  WS-CHK-LETTER           PIC XX    VALUE SPACES.
                           MOVE "COURSE NOT ON STUDENT HISTORY"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN ON-FILE-INTEGRITY-XF
                           MOVE "INTEGRITY XF - CHANGE THROUGH INTGMNT"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN ON-FILE-NOT-REPORTED
                           MOVE "NOT REPORTED - POST THROUGH GRDPOST"
                               TO WS-REJECT-REASON
                           PERFORM 200-WRITE-REJECT
                       WHEN WS-ON-FILE-GRADE-X NOT =
                               GH-OLD-GRADE-X
                           MOVE "OLD GRADE DOES NOT MATCH FILE"
      *  140-FIND-COURSE - LOCATES THE COURSE ON THE       *
      *  MASTER TABLE OR AN OVERFLOW SEGMENT.  SETS THE    *
      *  FOUND-WHERE SWITCH, THE OCCURRENCE SUBSCRIPT,     *
      *  AND THE ON-FILE PERCENTAGE AND GRADING BASIS.     *
      *  ON AN OVERFLOW HIT THE SEGMENT REMAINS IN ITS     *
      *  RECORD AREA.                                      *
      *****************************************************
       140-FIND-COURSE.

           MOVE SPACE TO WS-FOUND-WHERE.
           MOVE ZERO  TO WS-FOUND-SUB.
           MOVE SPACE TO WS-ON-FILE-BASIS.

           PERFORM VARYING WS-M-SUB FROM 1 BY 1
                   UNTIL WS-M-SUB > SM-NUM-CRS-COMPLTD
                   MOVE WS-M-SUB TO WS-FOUND-SUB
                   MOVE SM-PERCENTAGE-EARNED (WS-M-SUB)
                       TO WS-ON-FILE-PCT
                   MOVE SM-GRADING-BASIS (WS-M-SUB)
                       TO WS-ON-FILE-BASIS
               END-IF
           END-PERFORM.

                                   MOVE SO-PERCENTAGE-EARNED
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-PCT
                                   MOVE SO-GRADING-BASIS
                                       (WS-O-SUB)
                                       TO WS-ON-FILE-BASIS
                               END-IF
                           END-PERFORM
                   END-READ
