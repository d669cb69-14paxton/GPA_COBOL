      *  GRANTS ON THE RECORD'S PRESENCE ALONE.  THE       *
      *  UPDATE-TRANSACTION PROGRAMS REJECT ANY            *
      *  TRANSACTION WHOSE USER IS NOT AUTHORIZED HERE.    *
      *  MAINTAINED BY AUTHMNT, WHICH STAMPS THE DATE AND  *
      *  ADMINISTRATOR OF THE LAST GRANT OR CHANGE;        *
      *  REVIEWED QUARTERLY ON THE AUTHCERT                *
      *  RECERTIFICATION REPORT.  THE AUTHCONV ONE-TIME    *
      *  REFORMAT CARRIES OLDER GRANTS FORWARD WITH A ZERO *
      *  LAST-CHANGE DATE AND A BLANK ADMINISTRATOR.       *
      *****************************************************
       01  OPERATOR-AUTH-RECORD.
           05  AU-AUTH-KEY.
               10  AU-USER-ID            PIC X(06).
               10  AU-PROGRAM            PIC X(08).
           05  AU-ALLOWED-ACTIONS        PIC X(08).
           05  AU-LAST-CHANGE-DATE       PIC 9(08).
           05  AU-LAST-CHANGE-BY         PIC X(06).
