      *  KEYED COPY DEFINED TO CICS, WHICH OPERATIONS      *
      *  MERGES INTO THE LOG NIGHTLY.  DISCINQ LISTS A     *
      *  STUDENT'S DISCLOSURES WHEN THE REGISTRAR GETS AN  *
      *  ACCOUNTING REQUEST.  RECINSP LOGS EACH            *
      *  RECORDS-INSPECTION DOSSIER AS A DISCLOSURE TO THE *
      *  STUDENT.                                          *
      *****************************************************
       01  DISCLOSURE-LOG-RECORD.
           05  DG-LOG-KEY.
