      *  MAILING ADDRESS BAD ON THE ADDRESS FILE SO THE    *
      *  NEXT MAILING RUN ROUTES AROUND IT.  AN APPLIED /  *
      *  REJECTED REGISTER PRINTS ON RETRGSTR.             *
      *  ONLY ENTRIES FOR PAPER PIECES ARE MATCHED - AN    *
      *  EMAILED NOTICE COMES BACK THROUGH EMLBNCE         *
      *  INSTEAD.                                          *
      *****************************************************

       ENVIRONMENT DIVISION.

      *****************************************************
      *  110-PROCESS-RETURN - FLAGS THE FIRST UNFLAGGED    *
      *  PAPER LOG ENTRY FOR THE STUDENT AND DOCUMENT TYPE *
      *  (AND TERM WHEN THE TRANSACTION NAMES ONE), THEN   *
      *  FLAGS THE ADDRESS THE MAILING WOULD HAVE USED.    *
      *****************************************************
       110-PROCESS-RETURN.

                       IF (RT-TERM-CODE = SPACES
                               OR CM-TERM-CODE = RT-TERM-CODE)
                               AND NOT CM-MAIL-RETURNED
                               AND NOT CM-CHANNEL-EMAIL
                           MOVE "Y" TO CM-RETURNED-FLAG
                           MOVE WS-RUN-DATE TO CM-RETURNED-DATE
                           REWRITE COMM-LOG-RECORD
