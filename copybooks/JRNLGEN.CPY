      *  GENERATIONS A RECOVERY MUST CONCATENATE AHEAD OF  *
      *  THE LIVE FILE.  GENERATIONS PAST THE RETENTION    *
      *  PARAMETER ARE MARKED PURGED; THEIR DATASETS ARE   *
      *  THEN ELIGIBLE FOR DELETION.  RETNSWP LATER        *
      *  REMOVES PURGED GENERATIONS FROM THE CATALOG ONCE  *
      *  THEIR RETENTION PERIOD HAS RUN; A KEPT GENERATION *
      *  IS NEVER REMOVED.                                 *
      *****************************************************
       01  JOURNAL-GEN-RECORD.
           05  JG-GENERATION-NO          PIC 9(04).
