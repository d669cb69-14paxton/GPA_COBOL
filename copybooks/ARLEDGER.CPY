      *****************************************************
      *  ARLEDGER - STUDENT ACCOUNTS RECEIVABLE LEDGER     *
      *  ONE RECORD PER POSTED ENTRY, KEYED BY STUDENT ID  *
      *  PLUS THE POSTING RUN'S DATE, TIME, AND SEQUENCE,  *
      *  SO A STUDENT'S ENTRIES READ IN POSTING ORDER.     *
      *  CHARGES (CH) COME FROM THE TUITASMT CHARGE FILE   *
      *  AND CARRY THE CREDITS THEY PRICED; PAYMENTS (PY), *
      *  ADJUSTMENTS (AD), AND REFUNDS PAID OUT TO THE     *
      *  STUDENT (RF) COME FROM ARTRAN.  ALL ARE POSTED BY *
      *  ARPOST.  REFUND CREDITS (RC) FOR DROPPED AND      *
      *  WITHDRAWN COURSES ARE POSTED BY REGMAINT AND      *
      *  WITHDRAW FROM THE RFNDSCHD SCHEDULE.  THE AMOUNT  *
      *  IS UNSIGNED; AL-DR-CR SAYS WHETHER IT RAISES (D)  *
      *  OR LOWERS (C) THE BALANCE.  THE EFFECTIVE DATE    *
      *  AGES THE ENTRY.                                   *
      *****************************************************
       01  AR-LEDGER-RECORD.
           05  AL-LEDGER-KEY.
               10  AL-STUDENT-ID         PIC 9(09).
               10  AL-POST-DATE          PIC 9(08).
               10  AL-POST-TIME          PIC 9(06).
               10  AL-POST-SEQ           PIC 9(05).
           05  AL-ENTRY-TYPE             PIC X(02).
               88  AL-ENTRY-CHARGE               VALUE "CH".
               88  AL-ENTRY-PAYMENT              VALUE "PY".
               88  AL-ENTRY-ADJUSTMENT           VALUE "AD".
               88  AL-ENTRY-REFUND               VALUE "RF".
               88  AL-ENTRY-REFUND-CREDIT        VALUE "RC".
           05  AL-DR-CR                  PIC X(01).
               88  AL-DEBIT                      VALUE "D".
               88  AL-CREDIT                     VALUE "C".
           05  AL-AMOUNT                 PIC 9(07)V99.
           05  AL-TERM-CODE              PIC X(05).
           05  AL-EFFECTIVE-DATE         PIC 9(08).
           05  AL-CHARGE-TYPE            PIC X(02).
           05  AL-COURSE-ID              PIC X(06).
           05  AL-CREDITS                PIC 999V9.
           05  AL-REFERENCE              PIC X(10).
           05  AL-USER-ID                PIC X(06).
           05  AL-DESCRIPTION            PIC X(30).
