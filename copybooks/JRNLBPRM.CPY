      *****************************************************
      *  JRNLBPRM - PARAMETER AREA FOR THE JRNLBACK        *
      *  SUBPROGRAM.  A CHECKPOINTED UPDATE JOB RESUMING   *
      *  AFTER AN ABEND NAMES ITSELF, THE DATE AND TIME    *
      *  ITS INTERRUPTED RUN STARTED, AND THE JOURNAL      *
      *  POSITION SAVED WITH ITS LAST CHECKPOINT - THE     *
      *  NUMBER OF JOURNAL RECORDS THE RUN HAD WRITTEN     *
      *  WHEN THE CHECKPOINT WAS TAKEN.  JRNLBACK BACKS    *
      *  OUT EVERY LATER RECORD OF THAT RUN (THE WORK      *
      *  DONE AFTER THE CHECKPOINT, WHICH THE RESUMED RUN  *
      *  WILL DO AGAIN) AND RETURNS THE COUNTS.  THE       *
      *  CALLER'S JOURNAL POSITION CARRIES ON FROM         *
      *  JB-RECORDS-FOUND PLUS JB-RECORDS-COMPENSATED.     *
      *  THE CALLER MUST NOT HAVE STUFILE, OVFLFILE, OR    *
      *  JRNLFILE OPEN WHEN IT CALLS.                      *
      *****************************************************
       01  JRNLBACK-PARMS.
           05  JB-INPUTS.
               10  JB-JOB-NAME           PIC X(08).
               10  JB-RUN-DATE           PIC 9(08).
               10  JB-RUN-TIME           PIC 9(06).
               10  JB-JOURNAL-POSITION   PIC 9(09).
           05  JB-OUTPUTS.
               10  JB-RECORDS-FOUND      PIC 9(09).
               10  JB-RECORDS-BACKED-OUT PIC 9(07).
               10  JB-RECORDS-COMPENSATED
                                         PIC 9(07).
               10  JB-RESULT             PIC X(01).
                   88  JB-BACKOUT-DONE           VALUE "0".
                   88  JB-POSITION-NOT-FOUND     VALUE "P".
                   88  JB-TAIL-TOO-LARGE         VALUE "T".
