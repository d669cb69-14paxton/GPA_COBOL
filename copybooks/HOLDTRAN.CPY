      *****************************************************
      *  HOLDTRAN - STUDENT HOLD TRANSACTION               *
      *  PLACE (P) OR RELEASE (R) ONE HOLD TYPE FOR ONE    *
      *  STUDENT.  APPLIED BY HOLDMNT; KEYED BY HAND,      *
      *  GENERATED BY THE ARAGE FINANCIAL HOLD PASS OR THE *
      *  SPLNRPT ADVISING HOLD PASS, OR CONVERTED BY       *
      *  HOLDINTK FROM THE LIBRARY, PARKING AND HEALTH     *
      *  SERVICES HOLD FEEDS.                              *
      *****************************************************
       01  HOLD-TRAN-RECORD.
           05  HT-ACTION                PIC X(01).
               88  HT-ACTION-PLACE              VALUE "P".
               88  HT-ACTION-RELEASE            VALUE "R".
               88  HT-ACTION-VALID              VALUE "P" "R".
           05  HT-STUDENT-ID            PIC 9(09).
           05  HT-HOLD-TYPE             PIC X(01).
               88  HT-TYPE-VALID                VALUE "F" "L"
                                                      "A" "D"
                                                      "P" "H".
           05  HT-USER-ID               PIC X(06).
           05  HT-REASON                PIC X(30).
