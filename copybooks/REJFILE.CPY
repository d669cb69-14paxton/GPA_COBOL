      *****************************************************
      *  REJFILE - MACHINE-READABLE REJECT RECORD          *
      *  ONE RECORD PER TRANSACTION REJECTED BY STUMAINT,  *
      *  GRDPOST, GRDCHG, OR HOLDINTK, APPENDED AS THE     *
      *  REGISTER LINE PRINTS.  THE RESUBMISSION ID        *
      *  (PROGRAM PLUS RUN DATE, RUN TIME, AND SEQUENCE    *
      *  WITHIN THE RUN) UNIQUELY NAMES THE REJECT; THE    *
      *  ORIGINAL TRANSACTION IMAGE RIDES THE RECORD SO IT *
      *  CAN BE CORRECTED AND RESUBMITTED THROUGH REJRESUB *
      *  WITHOUT RE-KEYING.  EVERY REJECT IS PROVABLY      *
      *  RESUBMITTED OR VOIDED BY ITS REJRESOL RESOLUTION  *
      *  RECORD.  RETNSWP PURGES RESOLVED REJECTS PAST     *
      *  THEIR RETENTION PERIOD AND NEVER AN OUTSTANDING   *
      *  ONE.                                              *
      *****************************************************
       01  REJECT-OUT-RECORD.
           05  RJ-RESUB-ID.
