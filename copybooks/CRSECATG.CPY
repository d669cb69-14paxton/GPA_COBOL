      *  IDS MAY BE NAMED; THE PREREQCK AUDIT BATCH        *
      *  REPORTS COURSES COMPLETED WITHOUT THEM.  BLANK    *
      *  SLOTS MEAN NO (FURTHER) PREREQUISITES.            *
      *  THE RECORD IS THE VERSION IN FORCE FROM ITS       *
      *  EFFECTIVE TERM ON; CATMNT KEEPS EVERY SUPERSEDED  *
      *  VERSION ON THE CATALOG HISTORY FILE (CRSEHIST).   *
      *  A BLANK EFFECTIVE TERM MEANS IN FORCE SINCE THE   *
      *  COURSE WAS FIRST CATALOGED.  AN INACTIVATED       *
      *  COURSE STAYS ON FILE SO ITS HISTORY STILL         *
      *  RESOLVES; IT MAY NOT BE SCHEDULED OR REGISTERED   *
      *  FOR FROM ITS EFFECTIVE TERM ON.  THE LAB FEE AND  *
      *  PROGRAM FEE ARE CHARGED PER REGISTRATION BY THE   *
      *  TUITASMT ASSESSMENT; ZERO MEANS NO FEE.           *
      *  COURSES TAUGHT JOINTLY UNDER MORE THAN ONE        *
      *  DEPARTMENT PREFIX FORM A CROSS-LIST GROUP: EVERY  *
      *  MEMBER CARRIES THE COURSE ID OF THE GROUP'S       *
      *  PRIMARY LISTING (THE PRIMARY NAMES ITSELF), AND   *
      *  REPEAT DETECTION, REGISTRATION AND THE COURSE     *
      *  REPORTS TREAT THE GROUP AS ONE COURSE.  BLANK     *
      *  MEANS THE COURSE IS NOT CROSS-LISTED.             *
      *  EVERY OCCURRENCE OF THE COURSE MUST CARRY CREDITS *
      *  WITHIN THE MINIMUM AND MAXIMUM; A FIXED-CREDIT    *
      *  COURSE HAS BOTH EQUAL TO THE STANDARD CREDITS,    *
      *  A VARIABLE-CREDIT COURSE (INDEPENDENT STUDY,      *
      *  INTERNSHIP) A RANGE AROUND THEM.                  *
      *****************************************************
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID              PIC X(06).
           05  CC-STD-CREDITS            PIC 99V9.
           05  CC-PREREQ-TBL.
               10  CC-PREREQ-ID          PIC X(06) OCCURS 3 TIMES.
           05  CC-EFFECTIVE-TERM         PIC X(05).
           05  CC-COURSE-STATUS          PIC X(01).
               88  CC-COURSE-ACTIVE              VALUE "A" SPACE.
               88  CC-COURSE-INACTIVE            VALUE "I".
           05  CC-LAB-FEE                PIC 9(04)V99.
           05  CC-PROGRAM-FEE            PIC 9(04)V99.
           05  CC-XLIST-GROUP            PIC X(06).
           05  CC-VARIABLE-CREDIT-FLAG   PIC X(01).
               88  CC-VARIABLE-CREDIT            VALUE "Y".
               88  CC-FIXED-CREDIT               VALUE "N" SPACE.
           05  CC-MIN-CREDITS            PIC 99V9.
           05  CC-MAX-CREDITS            PIC 99V9.
