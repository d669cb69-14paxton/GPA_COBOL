
      *****************************************************
      *  REJRESUB - REJECT CORRECTION AND RESUBMISSION     *
      *  READS CORRECTED REJECT RECORDS FROM RESUBIN (EACH *
      *  ONE A REJFILE IMAGE WITH ITS ORIGINAL TRANSACTION *
      *  CORRECTED IN PLACE, FRONTED BY A DISPOSITION AND  *
      *  THE RESOLVING USER).  AN R DISPOSITION ROUTES THE *
      *  CORRECTED TRANSACTION TO THE RESUBMISSION FILE    *
      *  FOR ITS OWNING PROGRAM (RSBMNT / RSBGRD / RSBGCH, *
      *  OR RSBHLD - A HOLDTRAN TRANSACTION FOR HOLDMNT -  *
      *  FOR A HOLD FEED REJECT) FOR THE NEXT RUN; A V     *
      *  DISPOSITION FORMALLY VOIDS THE REJECT.  EITHER    *
      *  WAY A RESOLUTION RECORD IS WRITTEN TO REJRESOL    *
      *  UNDER THE REJECT'S RESUBMISSION ID, SO EVERY      *
      *  REJECT ON REJFILE CAN BE PROVED RESUBMITTED OR    *
      *  VOIDED.  A REJECT ALREADY RESOLVED REJECTS ON THE *
      *  RSBRGSTR REGISTER.                                *
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT CHANGE-RESUB-FILE
               ASSIGN RSBGCH.

           SELECT HOLD-RESUB-FILE
               ASSIGN RSBHLD.

           SELECT RESUB-REGISTER
               ASSIGN RSBRGSTR.


       FD  GRADE-RESUB-FILE.

       01  GRADE-RESUB-RECORD           PIC X(029).

       FD  CHANGE-RESUB-FILE.

       01  CHANGE-RESUB-RECORD          PIC X(036).

       FD  HOLD-RESUB-FILE.

       01  HOLD-RESUB-RECORD            PIC X(047).

       FD  RESUB-REGISTER.

       01  REGISTER-REC   PIC X(132).
                 MAINT-RESUB-FILE
                 GRADE-RESUB-FILE
                 CHANGE-RESUB-FILE
                 HOLD-RESUB-FILE
                 RESUB-REGISTER.

           STOP RUN.
           OPEN OUTPUT MAINT-RESUB-FILE
                       GRADE-RESUB-FILE
                       CHANGE-RESUB-FILE
                       HOLD-RESUB-FILE
                       RESUB-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
                           TO MAINT-RESUB-RECORD
                       WRITE MAINT-RESUB-RECORD
                   WHEN "GRDPOST "
                       MOVE RS-ORIGINAL-TRAN (1:29)
                           TO GRADE-RESUB-RECORD
                       WRITE GRADE-RESUB-RECORD
                   WHEN "GRDCHG  "
                       MOVE RS-ORIGINAL-TRAN (1:36)
                           TO CHANGE-RESUB-RECORD
                       WRITE CHANGE-RESUB-RECORD
                   WHEN "HOLDINTK"
                       MOVE RS-ORIGINAL-TRAN (1:47)
                           TO HOLD-RESUB-RECORD
                       WRITE HOLD-RESUB-RECORD
               END-EVALUATE
               ADD 1 TO WS-RESUBMITTED
               MOVE "RESUBMITTED" TO RG-DISPOSITION
