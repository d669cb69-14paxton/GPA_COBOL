      *****************************************************
      *  T4DISB - TITLE IV AID DISBURSEMENT RECORD         *
      *  ONE RECORD PER STUDENT PER TERM PER FEDERAL FUND, *
      *  KEYED BY STUDENT, TERM AND FUND CODE, CARRYING    *
      *  THE NET AMOUNT DISBURSED FOR THE PAYMENT PERIOD.  *
      *  LOADED FROM THE FINANCIAL AID SYSTEM'S            *
      *  DISBURSEMENT FEED.  THE FUND CODES FOLLOW THE     *
      *  FEDERAL RETURN ORDER (UNSUB LOAN, SUB LOAN,       *
      *  PERKINS, GRAD PLUS, PARENT PLUS, PELL, SEOG,      *
      *  TEACH) SO A STUDENT'S FUNDS READ BACK IN KEY      *
      *  ORDER ARE LISTED IN THAT ORDER BY THE R2T4 RUN.   *
      *****************************************************
       01  T4-DISBURSEMENT-RECORD.
           05  T4-DISB-KEY.
               10  T4-STUDENT-ID          PIC 9(09).
               10  T4-TERM-CODE           PIC X(05).
               10  T4-FUND-CODE           PIC X(04).
                   88  T4-FUND-UNSUB-LOAN         VALUE "1DLU".
                   88  T4-FUND-SUB-LOAN           VALUE "2DLS".
                   88  T4-FUND-PERKINS            VALUE "3PRK".
                   88  T4-FUND-GRAD-PLUS          VALUE "4GPL".
                   88  T4-FUND-PARENT-PLUS        VALUE "5PPL".
                   88  T4-FUND-PELL               VALUE "6PEL".
                   88  T4-FUND-SEOG               VALUE "7SEO".
                   88  T4-FUND-TEACH              VALUE "8TCH".
           05  T4-DISBURSED-AMOUNT        PIC 9(07)V99.
           05  T4-LAST-DISB-DATE          PIC 9(08).
           05                             PIC X(15).
