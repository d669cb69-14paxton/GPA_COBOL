      *****************************************************
      *  RETNSCHD - RECORDS-RETENTION SCHEDULE ENTRY       *
      *  ONE RECORD PER OPERATIONAL LOG SWEPT BY RETNSWP:  *
      *  THE LOG'S DD NAME, HOW MANY DAYS AN ENTRY IS      *
      *  KEPT, WHICH OF THE ENTRY'S DATES GOVERNS ITS      *
      *  RETENTION, AND WHETHER AN EXPIRED ENTRY IS        *
      *  DELETED OUTRIGHT OR COPIED TO THE RETENTION       *
      *  ARCHIVE FIRST.  THE SCHEDULE REFERENCE CITES THE  *
      *  RECORDS OFFICER'S SCHEDULE ITEM AND PRINTS ON THE *
      *  DESTRUCTION CERTIFICATE.  THE GOVERNING DATE      *
      *  CODES EACH LOG ACCEPTS ARE -                      *
      *    DISCLOG   DISCLOSE  DATE OF THE DISCLOSURE      *
      *    COMMLOG   PRODUCED  DATE THE DOCUMENT WAS MADE  *
      *              RETURNED  DATE THE MAIL CAME BACK     *
      *    HOLDAUDT  ACTION    DATE OF THE PLACE / RELEASE *
      *    REJFILE   REJECTED  DATE OF THE REJECT          *
      *              RESOLVED  DATE ON ITS REJRESOL RECORD *
      *    SUSPFILE  FIRST     DATE FIRST SEEN             *
      *              LAST      DATE LAST SEEN              *
      *              CLEARED   DATE CLEARED                *
      *    JRNLGCAT  CLOSED    DATE THE GENERATION CLOSED  *
      *              LAST      DATE OF ITS LAST RECORD     *
      *****************************************************
       01  RETENTION-SCHEDULE-RECORD.
           05  RT-LOG-NAME               PIC X(08).
               88  RT-LOG-DISCLOG                VALUE "DISCLOG".
               88  RT-LOG-COMMLOG                VALUE "COMMLOG".
               88  RT-LOG-HOLDAUDT               VALUE "HOLDAUDT".
               88  RT-LOG-REJFILE                VALUE "REJFILE".
               88  RT-LOG-SUSPFILE               VALUE "SUSPFILE".
               88  RT-LOG-JRNLGCAT               VALUE "JRNLGCAT".
           05  RT-RETAIN-DAYS            PIC 9(05).
           05  RT-DATE-FIELD             PIC X(08).
           05  RT-DISPOSITION            PIC X(01).
               88  RT-DISP-DELETE                VALUE "D".
               88  RT-DISP-ARCHIVE               VALUE "A".
               88  RT-DISP-VALID                 VALUE "D" "A".
           05  RT-SCHEDULE-REF           PIC X(12).
           05                            PIC X(06).
