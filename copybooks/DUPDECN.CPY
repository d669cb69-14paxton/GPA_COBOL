      *****************************************************
      *  DUPDECN - DUPLICATE-PERSON DECISION RECORD        *
      *  ONE RECORD PER CANDIDATE PAIR THE REGISTRAR HAS   *
      *  RULED ON, KEYED BY THE LOWER AND HIGHER STUDENT   *
      *  ID OF THE PAIR.  C - CONFIRMED DUPLICATE, WITH    *
      *  THE SURVIVING ID; A MERGE TRANSACTION WAS WRITTEN *
      *  TO MRGTRAN FOR STUMERGE WHEN THE DECISION WAS     *
      *  POSTED.  N - NOT A DUPLICATE; THE DUPSCAN SWEEP   *
      *  NEVER OFFERS THE PAIR AGAIN.  MAINTAINED BY       *
      *  DUPDMNT.                                          *
      *****************************************************
       01  DUPLICATE-DECISION-RECORD.
           05  DD-PAIR-KEY.
               10  DD-LOW-ID             PIC 9(09).
               10  DD-HIGH-ID            PIC 9(09).
           05  DD-DECISION               PIC X(01).
               88  DD-CONFIRMED-DUPLICATE        VALUE "C".
               88  DD-NOT-A-DUPLICATE            VALUE "N".
           05  DD-SURVIVOR-ID            PIC 9(09).
           05  DD-DECISION-DATE          PIC 9(08).
           05  DD-DECISION-USER          PIC X(06).
           05                            PIC X(13).
