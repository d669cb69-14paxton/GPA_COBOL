      *****************************************************
      *  HOLDFEED - INBOUND HOLD FEED RECORD               *
      *  THE STANDARD FILE THE LIBRARY, PARKING SERVICES   *
      *  AND HEALTH SERVICES SEND NIGHTLY TO PLACE OR      *
      *  RELEASE THEIR HOLDS.  EACH BATCH OPENS WITH A     *
      *  *HDR* RECORD NAMING THE SENDING OFFICE'S SOURCE   *
      *  CODE (SEE HOLDSRC), ITS BATCH ID AND THE DATE IT  *
      *  WAS CREATED, AND CLOSES WITH A *TRL* RECORD       *
      *  CARRYING THE DETAIL COUNT AND A HASH TOTAL OF THE *
      *  DETAIL STUDENT IDS (LOW-ORDER 13 DIGITS OF THE    *
      *  SUM).  BETWEEN THEM, ONE DETAIL PER STUDENT: THE  *
      *  ACTION (P = PLACE, R = RELEASE), THE STUDENT ID,  *
      *  THE HOLD TYPE, THE REASON AND THE OFFICE'S OWN    *
      *  REFERENCE.  SEVERAL BATCHES MAY FOLLOW ONE        *
      *  ANOTHER IN ONE FILE.  READ BY HOLDINTK.           *
      *****************************************************
       01  HOLD-FEED-RECORD.
           05  HF-ACTION                PIC X(01).
               88  HF-ACTION-PLACE              VALUE "P".
               88  HF-ACTION-RELEASE            VALUE "R".
               88  HF-ACTION-VALID              VALUE "P" "R".
           05  HF-STUDENT-ID            PIC 9(09).
           05  HF-HOLD-TYPE             PIC X(01).
           05  HF-REASON                PIC X(30).
           05  HF-OFFICE-REF            PIC X(10).
           05                           PIC X(09).
       01  HOLD-FEED-HEADER REDEFINES HOLD-FEED-RECORD.
           05  HF-HDR-LITERAL           PIC X(05).
               88  HF-HEADER-PRESENT            VALUE "*HDR*".
           05  HF-HDR-SOURCE-CODE       PIC X(03).
           05  HF-HDR-BATCH-ID          PIC X(08).
           05  HF-HDR-CREATE-DATE       PIC 9(08).
           05                           PIC X(36).
       01  HOLD-FEED-TRAILER REDEFINES HOLD-FEED-RECORD.
           05  HF-TRL-LITERAL           PIC X(05).
               88  HF-TRAILER-PRESENT           VALUE "*TRL*".
           05  HF-TRL-COUNT             PIC 9(09).
           05  HF-TRL-ID-HASH-TOTAL     PIC 9(13).
           05                           PIC X(33).
