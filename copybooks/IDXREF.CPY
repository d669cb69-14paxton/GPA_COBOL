      *****************************************************
      *  IDXREF - STUDENT ID CHANGE CROSS-REFERENCE        *
      *  ONE RECORD PER RETIRED STUDENT ID, KEYED BY THE   *
      *  OLD ID AND POINTING TO THE ID THE STUDENT WAS     *
      *  MOVED TO.  WRITTEN BY STUIDCHG WHEN AN ID ISSUED  *
      *  IN ERROR, OR ONE THAT HAS TO BE REASSIGNED, IS    *
      *  CHANGED.  A RETIRED ID IS NEVER GIVEN TO ANOTHER  *
      *  STUDENT, SO A CHAIN OF CHANGES CANNOT LOOP.  A    *
      *  PROGRAM HANDED AN ID THAT IS NOT ON THE STUDENT   *
      *  MASTER (TRANSCPT, VERIFLTR AND THE TRNONL COUNTER *
      *  ENTRY) FOLLOWS THE CHAIN TO THE CURRENT ID, SO A  *
      *  REQUEST MADE UNDER THE OLD ID STILL RESOLVES.     *
      *****************************************************
       01  STUDENT-ID-XREF-RECORD.
           05  IR-OLD-STUDENT-ID         PIC 9(09).
           05  IR-NEW-STUDENT-ID         PIC 9(09).
           05  IR-CHANGE-DATE            PIC 9(08).
           05  IR-CHANGE-TIME            PIC 9(06).
           05  IR-USER-ID                PIC X(06).
           05  IR-REASON-CODE            PIC X(01).
               88  IR-ISSUED-IN-ERROR            VALUE "E".
               88  IR-REASSIGNED                 VALUE "R".
           05                            PIC X(11).
