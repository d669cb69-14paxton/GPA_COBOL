      *****************************************************
      *  TRNRQLOG - ONLINE TRANSCRIPT REQUEST LOG          *
      *  ONE RECORD PER TRANSCRIPT REQUEST TAKEN AT THE    *
      *  COUNTER BY TRNONL, KEYED BY THE CONFIRMATION      *
      *  NUMBER GIVEN TO THE STUDENT.  CARRIES THE         *
      *  REQUEST AS ENTERED, THE SIGNED-ON USER ID AND     *
      *  TERMINAL THAT TOOK IT, AND ITS CURRENT STATUS:    *
      *  R RECEIVED (ON TRNREQ FOR THE NEXT TRANSCPT       *
      *  RUN), Q QUEUED (HELD FOR GRADES ON TRNQUEUE), F   *
      *  FILLED, W WITHHELD FOR A FINANCIAL HOLD, OR N     *
      *  NOT ON THE STUDENT MASTER.  TRNONL WRITES THE     *
      *  RECORD; TRANSCPT POSTS THE STATUS AS IT DISPOSES  *
      *  OF THE REQUEST.  THE RECORD UNDER CONFIRMATION    *
      *  NUMBER ZERO IS THE CONTROL RECORD HOLDING THE     *
      *  LAST NUMBER ISSUED.  THE KEYED COPY IS DEFINED TO *
      *  CICS.                                             *
      *****************************************************
       01  TRANSCRIPT-REQ-LOG-RECORD.
           05  TL-CONFIRM-NO             PIC 9(08).
           05  TL-STUDENT-ID             PIC 9(09).
           05  TL-REQUESTER-ID           PIC X(06).
           05  TL-PURPOSE-CODE           PIC X(02).
           05  TL-HOLD-OPTION            PIC X(01).
               88  TL-HOLD-FOR-GRADES            VALUE "G".
           05  TL-DELIVERY-OPTION        PIC X(01).
               88  TL-ELECTRONIC                 VALUE "E".
           05  TL-FKA-OPTION             PIC X(01).
           05  TL-WAIT-TERM              PIC X(05).
           05  TL-ENTERED-DATE           PIC 9(08).
           05  TL-ENTERED-TIME           PIC 9(06).
           05  TL-USER-ID                PIC X(08).
           05  TL-TERMINAL-ID            PIC X(04).
           05  TL-STATUS                 PIC X(01).
               88  TL-RECEIVED                   VALUE "R".
               88  TL-QUEUED                     VALUE "Q".
               88  TL-FILLED                     VALUE "F".
               88  TL-WITHHELD                   VALUE "W".
               88  TL-NOT-ON-MASTER              VALUE "N".
           05  TL-STATUS-DATE            PIC 9(08).
           05                            PIC X(12).
       01  TRANSCRIPT-REQ-LOG-CONTROL
                   REDEFINES TRANSCRIPT-REQ-LOG-RECORD.
           05  TLC-CONTROL-KEY           PIC 9(08).
           05  TLC-LAST-CONFIRM-NO       PIC 9(08).
           05                            PIC X(64).
