      *****************************************************
      *  OVLDAPPR - CREDIT-LOAD OVERLOAD APPROVAL RECORD   *
      *  ONE RECORD PER STUDENT PER TERM, KEYED BY BOTH,   *
      *  MAINTAINED BY OVLDMNT.  THE APPROVED MAXIMUM      *
      *  REPLACES THE STANDING'S LOADPARM CREDIT LIMIT IN  *
      *  REGMAINT FOR THAT TERM, PROVIDED THE APPROVER IS  *
      *  STILL AUTHORIZED FOR OVLDMNT ON AUTHFILE WHEN THE *
      *  ADD IS PROCESSED.                                 *
      *****************************************************
       01  OVERLOAD-APPROVAL-RECORD.
           05  OV-APPROVAL-KEY.
               10  OV-STUDENT-ID         PIC 9(09).
               10  OV-TERM-CODE          PIC X(05).
           05  OV-MAX-CREDITS            PIC 99V9.
           05  OV-APPROVER-ID            PIC X(06).
           05  OV-APPROVED-DATE          PIC 9(08).
           05  OV-REASON                 PIC X(30).
