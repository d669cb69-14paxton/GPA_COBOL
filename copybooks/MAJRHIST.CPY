      *  BY STUDENT ID PLUS THE TERM THE DECLARATION       *
      *  TOOK EFFECT.  WRITTEN BY STUMAINT WHENEVER A      *
      *  CHANGE TRANSACTION ALTERS SM-MAJOR-CODE (AND ON   *
      *  AN ADD THAT NAMES AN EFFECTIVE TERM), AND BY      *
      *  MATRIC FOR THE INTENDED MAJOR IN THE ENTERING     *
      *  TERM OF A NEWLY MATRICULATED STUDENT.  THE MAJOR  *
      *  IN FORCE FOR A TERM IS THE RECORD WITH THE        *
      *  LATEST EFFECTIVE TERM NOT AFTER IT, SO COHORT     *
      *  AND FEDERAL REPORTING CAN ATTRIBUTE EACH TERM TO  *
