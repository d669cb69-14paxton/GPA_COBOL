      *****************************************************
      *  TIMETKT - REGISTRATION TIME-TICKET RECORD         *
      *  ONE RECORD PER STUDENT PER TERM, KEYED BY         *
      *  STUDENT ID PLUS TERM CODE, GIVING THE DATE AND    *
      *  TIME THE STUDENT MAY FIRST REGISTER.  ASSIGNED    *
      *  BY THE TIKASSGN BATCH FROM EARNED CREDITS, WITH   *
      *  PRIORITY GROUPS (VA BENEFIT RECIPIENTS, ROSTERED  *
      *  ATHLETES) TAKING THEIR GROUP'S EARLIER TICKET;    *
      *  REGMAINT REJECTS ADDS DATED BEFORE THE TICKET.    *
      *****************************************************
       01  TIME-TICKET-RECORD.
           05  TK-TICKET-KEY.
               10  TK-STUDENT-ID         PIC 9(09).
               10  TK-TERM-CODE          PIC X(05).
           05  TK-TICKET-DATE            PIC 9(08).
           05  TK-TICKET-TIME            PIC 9(04).
           05  TK-EARNED-CREDITS         PIC 999V99.
           05  TK-PRIORITY-GROUP         PIC X(02).
               88  TK-NO-PRIORITY                VALUE SPACES.
               88  TK-PRIORITY-VA                VALUE "VA".
               88  TK-PRIORITY-ATHLETE           VALUE "AT".
           05  TK-ASSIGNED-DATE          PIC 9(08).
