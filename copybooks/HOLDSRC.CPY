      *****************************************************
      *  HOLDSRC - HOLD FEED SOURCE AUTHORITY TABLE        *
      *  ONE ENTRY PER HOLD TYPE AN OUTSIDE OFFICE MAY     *
      *  PLACE OR RELEASE THROUGH ITS NIGHTLY HOLD FEED:   *
      *  THE OFFICE'S SOURCE CODE, THE HOLD TYPE, THE USER *
      *  ID HOLDMNT STAMPS ON HOLDS THE FEED PLACES OR     *
      *  RELEASES, AND THE OFFICE NAME.  AN OFFICE MAY     *
      *  HOLD MORE THAN ONE ENTRY; A HOLD TYPE BELONGS TO  *
      *  ONE OFFICE ONLY, SO HOLDRECN CAN ATTRIBUTE EVERY  *
      *  ACTIVE HOLD OF THAT TYPE TO IT.  USED BY HOLDINTK *
      *  AND HOLDRECN.                                     *
      *****************************************************
       01  HOLD-SOURCE-VALUES.
           05                 PIC X(30)   VALUE
               "LIBLLIBFD LIBRARY             ".
           05                 PIC X(30)   VALUE
               "PRKPPRKFD PARKING SERVICES    ".
           05                 PIC X(30)   VALUE
               "HLTHHLTFD HEALTH SERVICES     ".

       01  HOLD-SOURCE-TBL REDEFINES HOLD-SOURCE-VALUES.
           05  HS-ENTRY OCCURS 3 TIMES
                        INDEXED BY HS-NDX.
               10  HS-SOURCE-CODE      PIC X(03).
               10  HS-HOLD-TYPE        PIC X(01).
               10  HS-FEED-USER-ID     PIC X(06).
               10  HS-OFFICE-NAME      PIC X(20).

       01  HS-NUM-ENTRIES              PIC 9(02) VALUE 3.
