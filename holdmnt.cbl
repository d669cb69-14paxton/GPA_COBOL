
       FD  HOLD-TRAN-FILE.

            COPY HOLDTRAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-FILE.


           IF TRAN-IS-VALID
               IF NOT HT-TYPE-VALID
                   MOVE "HOLD TYPE NOT F / L / A / D / P / H"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
