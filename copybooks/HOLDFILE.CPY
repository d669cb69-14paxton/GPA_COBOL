      *  (FINANCIAL HOLD WITHHOLDS THE OFFICIAL            *
      *  TRANSCRIPT) AND BY THE REGISTRATION ADD/DROP      *
      *  RUN (F / A / D HOLDS BLOCK ADDS).                 *
      *  PARKING (P) AND HEALTH SERVICES (H) HOLDS ARRIVE  *
      *  WITH LIBRARY HOLDS ON THE OFFICES' NIGHTLY HOLD   *
      *  FEEDS THROUGH HOLDINTK; THEY DO NOT BLOCK ADDS OR *
      *  TRANSCRIPTS.                                      *
      *****************************************************
       01  STUDENT-HOLD-RECORD.
           05  HD-HOLD-KEY.
                   88  HD-TYPE-LIBRARY           VALUE "L".
                   88  HD-TYPE-ADVISING          VALUE "A".
                   88  HD-TYPE-DISCIPLINE        VALUE "D".
                   88  HD-TYPE-PARKING           VALUE "P".
                   88  HD-TYPE-HEALTH            VALUE "H".
                   88  HD-TYPE-VALID             VALUE "F" "L"
                                                       "A" "D"
                                                       "P" "H".
           05  HD-STATUS                 PIC X(01).
               88  HD-ACTIVE                     VALUE "A".
               88  HD-RELEASED                   VALUE "R".
