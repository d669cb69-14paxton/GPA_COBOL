      *  ADDRESS) WHEN THE POST OFFICE SENDS A PIECE       *
      *  BACK, SO "I NEVER GOT MY STATEMENT" HAS AN        *
      *  ANSWER ON FILE.                                   *
      *  CM-CHANNEL RECORDS HOW THE DOCUMENT WENT OUT - P  *
      *  PAPER, E EMAIL (DELVPREF); ENTRIES FROM BEFORE    *
      *  THE CHANNEL WAS CARRIED CONVERT AS PAPER.         *
      *  RETMAIL FLAGS ONLY PAPER ENTRIES; EMLBNCE FLAGS   *
      *  AN EMAIL ENTRY RETURNED WHEN THE GATEWAY BOUNCES  *
      *  IT.                                               *
      *****************************************************
       01  COMM-LOG-RECORD.
           05  CM-LOG-KEY.
           05  CM-RETURNED-FLAG          PIC X(01).
               88  CM-MAIL-RETURNED              VALUE "Y".
           05  CM-RETURNED-DATE          PIC 9(08).
           05  CM-CHANNEL                PIC X(01).
               88  CM-CHANNEL-PAPER              VALUE "P".
               88  CM-CHANNEL-EMAIL              VALUE "E".
