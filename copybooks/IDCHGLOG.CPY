      *****************************************************
      *  IDCHGLOG - STUDENT ID CHANGE MOVE LOG             *
      *  ONE RECORD PER RECORD STUIDCHG MOVED FROM AN OLD  *
      *  STUDENT ID TO A NEW ONE: THE DD NAME OF THE FILE  *
      *  AND THE RECORD IMAGE AS IT STOOD UNDER THE OLD    *
      *  ID.  THE STUDENT MASTER AND OVERFLOW MOVES ARE    *
      *  ALSO JOURNALED ON JRNLFILE FOR STURECOV; THE      *
      *  SATELLITE FILES HAVE NO UPDATE JOURNAL, SO THIS   *
      *  LOG IS THEIR RECORD OF THE MOVE AND THE SOURCE    *
      *  FOR PUTTING A RECORD BACK UNDER ITS OLD KEY.  A   *
      *  RECORD THAT COULD NOT BE MOVED BECAUSE ITS NEW    *
      *  KEY WAS ALREADY ON FILE IS LOGGED AS NOT MOVED    *
      *  AND STAYS UNDER THE OLD ID.                       *
      *****************************************************
       01  ID-CHANGE-LOG-RECORD.
           05  IL-OLD-STUDENT-ID         PIC 9(09).
           05  IL-NEW-STUDENT-ID         PIC 9(09).
           05  IL-DATE                   PIC 9(08).
           05  IL-TIME                   PIC 9(06).
           05  IL-USER-ID                PIC X(06).
           05  IL-FILE-NAME              PIC X(08).
           05  IL-MOVE-STATUS            PIC X(01).
               88  IL-MOVED                      VALUE "M".
               88  IL-NOT-MOVED                  VALUE "N".
           05  IL-RECORD-IMAGE           PIC X(732).
