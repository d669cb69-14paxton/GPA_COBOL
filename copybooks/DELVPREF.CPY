      *****************************************************
      *  DELVPREF - STUDENT DELIVERY PREFERENCE RECORD     *
      *  ONE RECORD PER STUDENT, KEYED BY STUDENT ID,      *
      *  NAMING THE CHANNEL THE STUDENT WANTS NOTICES SENT *
      *  BY (E EMAIL, P PAPER), THE EMAIL ADDRESS, AND THE *
      *  DATE THE STUDENT CONSENTED TO ELECTRONIC          *
      *  DELIVERY.  A NOTICE GOES BY EMAIL ONLY WHEN THE   *
      *  CHANNEL IS E, AN ADDRESS IS ON FILE, CONSENT IS   *
      *  DATED ON OR BEFORE THE RUN DATE, AND THE ADDRESS  *
      *  HAS NOT BOUNCED; EVERY OTHER STUDENT - INCLUDING  *
      *  ONE WITH NO RECORD HERE - GETS PAPER.  EMLBNCE    *
      *  SETS THE BOUNCE FLAG WHEN THE EMAIL GATEWAY SENDS *
      *  A NOTICE BACK, SO THE NEXT RUN FALLS BACK TO      *
      *  PAPER UNTIL DLVPMNT FILES A CORRECTED OR          *
      *  CONFIRMED ADDRESS.  READ BY STNDLTR, DLLETTER,    *
      *  GRDSTMT, VERIFLTR AND SCHRENEW.                   *
      *****************************************************
       01  DELIVERY-PREF-RECORD.
           05  DV-STUDENT-ID             PIC 9(09).
           05  DV-PREFERRED-CHANNEL      PIC X(01).
               88  DV-CHANNEL-EMAIL              VALUE "E".
               88  DV-CHANNEL-PAPER              VALUE "P".
               88  DV-CHANNEL-VALID              VALUE "E" "P".
           05  DV-EMAIL-ADDRESS          PIC X(60).
           05  DV-CONSENT-DATE           PIC 9(08).
           05  DV-BOUNCE-FLAG            PIC X(01).
               88  DV-EMAIL-BOUNCED              VALUE "Y".
           05  DV-BOUNCE-DATE            PIC 9(08).
           05  DV-LAST-MAINT-DATE        PIC 9(08).
           05                            PIC X(10).
