      *  EVERY PROGRAM THAT CHANGES A STUDENT-MASTER-      *
      *  RECORD OR OVERFLOW SEGMENT IN PLACE (STUMAINT,    *
      *  GRDPOST, STUMERGE, GRDCHG, FORGIVE, INCLAPSE,     *
      *  ACADSTND, MATRIC, CONFER) WRITES ONE JOURNAL      *
      *  RECORD (BEFORE IMAGE AND AFTER IMAGE) TO JRNLFILE *
      *  AHEAD OF THE DATA WRITE.  STURECOV USES THE       *
      *  JOURNAL TO BACK OUT AN ABORTED JOB OR ROLL A      *
      *  RESTORED BACKUP FORWARD.  AN ADD CARRIES A        *
      *  LOW-VALUES BEFORE IMAGE; A DELETE CARRIES A       *
      *  LOW-VALUES AFTER IMAGE.  STUARCH AND STURETRV ARE *
      *  NOT JOURNALED: THEY MOVE RECORDS BETWEEN THE LIVE *
      *  AND ARCHIVE MASTERS, SO EACH FILE IS THE OTHER'S  *
      *  RECOVERY SOURCE.  THE GPA RUN'S RESULT REWRITES   *
      *  ARE PROTECTED BY ITS CHKPT CHECKPOINT AND ARE     *
      *  RECOMPUTABLE, SO THEY ARE NOT JOURNALED EITHER.   *
      *  STUASOF ROLLS ONE STUDENT FORWARD FROM A DATED    *
      *  STUUNLD GENERATION TO SHOW THE RECORD AS IT STOOD *
      *  ON A PAST DATE.                                   *
      *  STUIDCHG JOURNALS A STUDENT ID CHANGE AS AN ADD   *
      *  UNDER THE NEW ID AND A DELETE UNDER THE OLD; THE  *
      *  KEYED SATELLITE FILES IT RE-KEYS ARE LOGGED ON    *
      *  IDCHGLOG INSTEAD.                                 *
      *  GRDMISS JOURNALS EACH NOT-REPORTED PLACEHOLDER IT *
      *  POSTS THE SAME WAY GRDPOST JOURNALS A GRADE.      *
      *****************************************************
       01  JOURNAL-RECORD.
           05  JR-JOB-NAME              PIC X(08).
