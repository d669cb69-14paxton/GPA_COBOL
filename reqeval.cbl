       IDENTIFICATION DIVISION.

       PROGRAM-ID. REQEVAL.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  REQEVAL - PROGRAM REQUIREMENT EVALUATION          *
      *  THE ONE IMPLEMENTATION OF THE RULE THAT DECIDES   *
      *  WHETHER A STUDENT'S COURSE OCCURRENCES SATISFY    *
      *  THE REQUIREMENTS OF A MAJOR.  THE DEGWKSHT        *
      *  WORKSHEET AND GRADAPP CLEARANCE BOTH CALL HERE SO *
      *  A WORKSHEET CAN NEVER DISAGREE WITH THE CLEARANCE *
      *  DECISION.  SEE REQEPARM FOR THE PARAMETER AREA.   *
      *****************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  EVAL-DONE-SWITCH           PIC X(01) VALUE "N".
           88  EVAL-CRS-DONE                    VALUE "Y".
       77  EVAL-PENDING-SWITCH        PIC X(01) VALUE "N".
           88  EVAL-CRS-PENDING                 VALUE "Y".
       77  EVAL-QUALIFY-SWITCH        PIC X(01) VALUE "N".
           88  EVAL-QUALIFIES                   VALUE "Y".
       77  EVAL-DONE-CREDITS          PIC 99V9  VALUE ZERO.
       77  EVAL-PENDING-CREDITS       PIC 99V9  VALUE ZERO.
       77  EVAL-WORK-PCT              PIC 9(03) VALUE ZERO.
       77  EVAL-UNMET-CRS             PIC 9(02) VALUE ZERO.
       77  EVAL-PENDING-CRS           PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.

            COPY REQEPARM IN KC2477.SHARED.COBOL.STUDGPA.

       PROCEDURE DIVISION USING REQEVAL-PARMS.

       000-MAIN-MODULE.

           MOVE ZEROS TO RE-SATISFIED-COUNT.
           MOVE ZEROS TO RE-IN-PROGRESS-COUNT.
           MOVE ZEROS TO RE-UNMET-COUNT.

           PERFORM 100-EVALUATE-REQUIREMENT
               VARYING REREQNDX FROM 1 BY 1
               UNTIL REREQNDX > RE-NUM-REQS.

           GOBACK.


      *****************************************************
      *  100-EVALUATE-REQUIREMENT - A REQUIRED-COURSE      *
      *  REQUIREMENT IS SATISFIED WHEN EVERY LISTED COURSE *
      *  IS, IN PROGRESS WHEN NONE IS UNMET BUT SOME ARE   *
      *  ONLY REGISTERED, AND OTHERWISE UNMET.  AN         *
      *  ELECTIVE POOL IS SATISFIED WHEN THE COMPLETED     *
      *  CREDITS REACH THE MINIMUM, IN PROGRESS WHEN THE   *
      *  REGISTERED CREDITS WOULD CARRY IT THERE, AND      *
      *  OTHERWISE UNMET.                                  *
      *****************************************************
       100-EVALUATE-REQUIREMENT.

           MOVE ZEROS TO RE-CREDITS-DONE (REREQNDX).
           MOVE ZEROS TO RE-CREDITS-PENDING (REREQNDX).
           MOVE ZEROS TO EVAL-UNMET-CRS.
           MOVE ZEROS TO EVAL-PENDING-CRS.

           PERFORM 110-EVALUATE-REQ-COURSE
               VARYING RERCSNDX FROM 1 BY 1
               UNTIL RERCSNDX > RE-REQ-NUM-COURSES (REREQNDX).

           IF RE-ELECTIVE-POOL (REREQNDX)
               EVALUATE TRUE
                   WHEN RE-CREDITS-DONE (REREQNDX) >=
                           RE-MIN-CREDITS (REREQNDX)
                       MOVE "S" TO RE-REQ-RESULT (REREQNDX)
                   WHEN RE-CREDITS-DONE (REREQNDX) +
                           RE-CREDITS-PENDING (REREQNDX) >=
                           RE-MIN-CREDITS (REREQNDX)
                       MOVE "P" TO RE-REQ-RESULT (REREQNDX)
                   WHEN OTHER
                       MOVE "U" TO RE-REQ-RESULT (REREQNDX)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN EVAL-UNMET-CRS > ZERO
                       MOVE "U" TO RE-REQ-RESULT (REREQNDX)
                   WHEN EVAL-PENDING-CRS > ZERO
                       MOVE "P" TO RE-REQ-RESULT (REREQNDX)
                   WHEN OTHER
                       MOVE "S" TO RE-REQ-RESULT (REREQNDX)
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN RE-REQ-SATISFIED (REREQNDX)
                   ADD 1 TO RE-SATISFIED-COUNT
               WHEN RE-REQ-IN-PROGRESS (REREQNDX)
                   ADD 1 TO RE-IN-PROGRESS-COUNT
               WHEN OTHER
                   ADD 1 TO RE-UNMET-COUNT
           END-EVALUATE.


      *****************************************************
      *  110-EVALUATE-REQ-COURSE - ONE LISTED COURSE: DONE *
      *  WHEN ANY HISTORY OCCURRENCE QUALIFIES (A REPEAT   *
      *  COUNTS ITS CREDITS ONCE), IN PROGRESS WHEN IT IS  *
      *  ONLY REGISTERED, OTHERWISE UNMET.                 *
      *****************************************************
       110-EVALUATE-REQ-COURSE.

           MOVE "N" TO EVAL-DONE-SWITCH.
           MOVE "N" TO EVAL-PENDING-SWITCH.
           MOVE ZEROS TO EVAL-DONE-CREDITS.
           MOVE ZEROS TO EVAL-PENDING-CREDITS.

           PERFORM 120-MATCH-OCCURRENCE
               VARYING RECRSNDX FROM 1 BY 1
               UNTIL RECRSNDX > RE-NUM-COURSES
                  OR EVAL-CRS-DONE.

           EVALUATE TRUE
               WHEN EVAL-CRS-DONE
                   MOVE "S" TO RE-REQ-CRS-RESULT (REREQNDX, RERCSNDX)
                   ADD EVAL-DONE-CREDITS
                       TO RE-CREDITS-DONE (REREQNDX)
               WHEN EVAL-CRS-PENDING
                   MOVE "P" TO RE-REQ-CRS-RESULT (REREQNDX, RERCSNDX)
                   ADD EVAL-PENDING-CREDITS
                       TO RE-CREDITS-PENDING (REREQNDX)
                   ADD 1 TO EVAL-PENDING-CRS
               WHEN OTHER
                   MOVE "U" TO RE-REQ-CRS-RESULT (REREQNDX, RERCSNDX)
                   ADD 1 TO EVAL-UNMET-CRS
           END-EVALUATE.


       120-MATCH-OCCURRENCE.

           IF RE-COURSE-ID (RECRSNDX) =
                   RE-REQ-COURSE-ID (REREQNDX, RERCSNDX)
               IF RE-SOURCE-REGISTERED (RECRSNDX)
                   IF NOT EVAL-CRS-PENDING
                       MOVE "Y" TO EVAL-PENDING-SWITCH
                       MOVE RE-COURSE-CREDITS (RECRSNDX)
                           TO EVAL-PENDING-CREDITS
                   END-IF
               ELSE
                   PERFORM 130-CHECK-QUALIFYING
                   IF EVAL-QUALIFIES
                       MOVE "Y" TO EVAL-DONE-SWITCH
                       MOVE RE-COURSE-CREDITS (RECRSNDX)
                           TO EVAL-DONE-CREDITS
                   END-IF
               END-IF
           END-IF.


      *****************************************************
      *  130-CHECK-QUALIFYING - GRADING BASIS RULES:       *
      *    FORGIVEN, SUPERSEDED, INCOMPLETE, WITHDRAWN,    *
      *      INTEGRITY XF, NOT REPORTED - NEVER COMPLETE A *
      *      REQUIREMENT.                                  *
      *    PASS/FAIL (P), EXAM CREDIT (E) - NO PERCENTAGE  *
      *      BEHIND THEM: QUALIFY ONLY WHEN THE MINIMUM    *
      *      PERCENTAGE IS ZERO.                           *
      *    LETTER (L) - THE LETTER IS MATCHED AGAINST THE  *
      *      GRADE TABLE AND STANDS ONE POINT ABOVE ITS    *
      *      BAND CUTOFF.                                  *
      *    ANYTHING ELSE - THE GPACALC BAND SEARCH.        *
      *  A GRADED OCCURRENCE QUALIFIES ON A BAND WORTH     *
      *  POINTS (A PASSING GRADE) AT OR ABOVE THE          *
      *  REQUIREMENT'S MINIMUM PERCENTAGE.                 *
      *****************************************************
       130-CHECK-QUALIFYING.

           MOVE "N" TO EVAL-QUALIFY-SWITCH.

           EVALUATE TRUE
               WHEN RE-CRS-FORGIVEN (RECRSNDX)
                 OR RE-CRS-SUPERSEDED (RECRSNDX)
                 OR RE-BASIS-INCOMPLETE (RECRSNDX)
                 OR RE-BASIS-WITHDRAWN (RECRSNDX)
                 OR RE-BASIS-INTEGRITY-XF (RECRSNDX)
                 OR RE-BASIS-NOT-REPORTED (RECRSNDX)
                   CONTINUE
               WHEN RE-BASIS-PASS-FAIL (RECRSNDX)
                 OR RE-BASIS-EXAM-CREDIT (RECRSNDX)
                   IF RE-MIN-PCT (REREQNDX) = ZERO
                       MOVE "Y" TO EVAL-QUALIFY-SWITCH
                   END-IF
               WHEN RE-BASIS-LETTER (RECRSNDX)
                   SET REGRDNDX TO 1
                   SEARCH RE-GRADE-ENTRY VARYING REGRDNDX
                       AT END
                           CONTINUE
                       WHEN REGRDNDX > RE-NUM-GRADES
                           CONTINUE
                       WHEN RE-ENTERED-LETTER (RECRSNDX) =
                               RE-LETTER (REGRDNDX)
                           COMPUTE EVAL-WORK-PCT =
                               RE-GRADE (REGRDNDX) + 1
                           IF RE-POINTS (REGRDNDX) > ZERO
                                   AND EVAL-WORK-PCT >=
                                       RE-MIN-PCT (REREQNDX)
                               MOVE "Y" TO EVAL-QUALIFY-SWITCH
                           END-IF
                   END-SEARCH
               WHEN OTHER
                   SET REGRDNDX TO 1
                   SEARCH RE-GRADE-ENTRY VARYING REGRDNDX
                       AT END
                           CONTINUE
                       WHEN REGRDNDX > RE-NUM-GRADES
                           CONTINUE
                       WHEN RE-PERCENTAGE-EARNED (RECRSNDX) >
                               RE-GRADE (REGRDNDX)
                           IF RE-POINTS (REGRDNDX) > ZERO
                                   AND RE-PERCENTAGE-EARNED (RECRSNDX)
                                       >= RE-MIN-PCT (REREQNDX)
                               MOVE "Y" TO EVAL-QUALIFY-SWITCH
                           END-IF
                   END-SEARCH
           END-EVALUATE.
