      *  REPORTS OFFER A MODE THAT READS THIS FROZEN       *
      *  COPY INSTEAD OF THE LIVE MASTER, SO A RERUN A     *
      *  MONTH LATER REPRODUCES THE SUBMITTED NUMBERS.     *
      *  THE TERM'S ATTEMPTED-CREDIT LOAD ON REGFILE AND   *
      *  THE ENROLLMENT LEVEL IT FALLS IN (F FULL TIME, T  *
      *  THREE-QUARTER, H HALF TIME, L LESS THAN HALF, N   *
      *  NOT REGISTERED) ARE FROZEN AS WELL, FOR THE       *
      *  LOADCHG POST-CENSUS COMPARISON.  A RECORD CARRIED *
      *  FORWARD BY SNAPCONV HAS A BLANK LEVEL - NOT       *
      *  CAPTURED - AND IS NOT COMPARED.                   *
      *****************************************************
       01  CENSUS-SNAPSHOT-RECORD.
           05  CN-SNAP-KEY.
           05  CN-LAST-TOTAL-CREDITS     PIC 999V99.
           05  CN-DATE-OF-BIRTH          PIC 9(08).
           05  CN-SNAP-DATE              PIC 9(08).
           05  CN-ATTEMPTED-LOAD         PIC 999V9.
           05  CN-ENROLL-LEVEL           PIC X(01).
               88  CN-LEVEL-FULL-TIME            VALUE "F".
               88  CN-LEVEL-THREE-QUARTER        VALUE "T".
               88  CN-LEVEL-HALF-TIME            VALUE "H".
               88  CN-LEVEL-LESS-THAN-HALF       VALUE "L".
               88  CN-LEVEL-NOT-REGISTERED       VALUE "N".
               88  CN-LEVEL-NOT-CAPTURED         VALUE SPACE.
