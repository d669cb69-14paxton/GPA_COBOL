      *****************************************************
      *  CRSEHIST - COURSE CATALOG VERSION HISTORY         *
      *  ONE RECORD PER SUPERSEDED CATALOG VERSION, KEYED  *
      *  BY COURSE ID AND THE TERM FROM WHICH THAT         *
      *  VERSION WAS IN FORCE.  CATMNT WRITES THE OUTGOING *
      *  VERSION HERE WHENEVER A CHANGE OR INACTIVATION    *
      *  TAKES EFFECT IN A LATER TERM THAN THE VERSION ON  *
      *  THE CATALOG; A SAME-TERM CORRECTION REPLACES THE  *
      *  CATALOG RECORD WITHOUT A HISTORY ENTRY.  A        *
      *  VERSION IS IN FORCE FROM ITS EFFECTIVE TERM UP    *
      *  TO (NOT INCLUDING) ITS SUPERSEDED TERM.  THE      *
      *  TRANSCRIPT, COURSE REPORT, AND PREREQUISITE AUDIT *
      *  READ IT TO REPORT EACH OCCURRENCE AGAINST THE     *
      *  VERSION IN FORCE IN THE TERM IT WAS TAKEN.        *
      *****************************************************
       01  COURSE-VERSION-RECORD.
           05  CV-VERSION-KEY.
               10  CV-COURSE-ID          PIC X(06).
               10  CV-EFFECTIVE-TERM     PIC X(05).
           05  CV-COURSE-TITLE           PIC X(30).
           05  CV-DEPARTMENT             PIC X(04).
           05  CV-STD-CREDITS            PIC 99V9.
           05  CV-PREREQ-TBL.
               10  CV-PREREQ-ID          PIC X(06) OCCURS 3 TIMES.
           05  CV-COURSE-STATUS          PIC X(01).
           05  CV-SUPERSEDED-TERM        PIC X(05).
           05  CV-SUPERSEDED-DATE        PIC 9(08).
           05  CV-SUPERSEDED-BY          PIC X(06).
