
           SELECT ADVISOR-XREF-FILE
               ASSIGN ADVXREF
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AX-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CATALOG-FILE

       FD  ADVISOR-XREF-FILE.

            COPY ADVXREF IN KC2477.SHARED.COBOL.STUDGPA.

       FD  RUN-OPTION-FILE.

           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE "P" TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
