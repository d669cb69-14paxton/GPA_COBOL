      *****************************************************
      *  SEVISEVT - SEVIS EVENT RECORD                     *
      *  ONE RECORD PER REPORTABLE EVENT FOR A STUDENT ON  *
      *  THE VISA STATUS FILE, APPENDED FOR THE DESIGNATED *
      *  SCHOOL OFFICIAL TO REPORT IN SEVIS:  WD - AN      *
      *  OFFICIAL WITHDRAWAL POSTED BY WITHDRAW, EFFECTIVE *
      *  ON THE WITHDRAWAL DATE;  LA - A LEAVE OF ABSENCE  *
      *  GRANTED BY LOAMNT, EFFECTIVE ON THE START OF THE  *
      *  BEGIN TERM WITH THE APPROVED RETURN TERM.  EACH   *
      *  RECORD CARRIES THE SEVIS ID AND VISA TYPE AS OF   *
      *  THE EVENT, THE JOB AND USER THAT RAISED IT, AND   *
      *  THE DATE AND TIME IT WAS WRITTEN.                 *
      *****************************************************
       01  SEVIS-EVENT-RECORD.
           05  SV-STUDENT-ID            PIC 9(09).
           05  SV-SEVIS-ID              PIC X(11).
           05  SV-VISA-TYPE             PIC X(02).
           05  SV-EVENT-CODE            PIC X(02).
               88  SV-EVENT-WITHDRAWAL          VALUE "WD".
               88  SV-EVENT-LEAVE               VALUE "LA".
           05  SV-TERM-CODE             PIC X(05).
           05  SV-EFFECTIVE-DATE        PIC 9(08).
           05  SV-RETURN-TERM           PIC X(05).
           05  SV-REASON-CODE           PIC X(02).
           05  SV-SOURCE-JOB            PIC X(08).
           05  SV-USER-ID               PIC X(06).
           05  SV-CREATED-DATE          PIC 9(08).
           05  SV-CREATED-TIME          PIC 9(06).
           05                           PIC X(08).
