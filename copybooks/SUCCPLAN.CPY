      *****************************************************
      *  SUCCPLAN - ACADEMIC-SUCCESS PLAN RECORD           *
      *  ONE RECORD PER STUDENT, KEYED BY STUDENT ID.  A   *
      *  STUDENT PLACED ON WARNING (OR CONTINUED ON        *
      *  SUSPENSION) BY ACADSTND MUST COMPLETE A PLAN      *
      *  BEFORE THE NEXT REGISTRATION.  CARRIES THE TERM   *
      *  THE STANDING WAS DETERMINED IN, THE DATE THE PLAN *
      *  WAS SET, THE ADVISOR (ADVMAST) WHO OWNS IT, AND   *
      *  UP TO FOUR REQUIRED ACTIVITIES, EACH WITH ITS     *
      *  COMPLETION DATE, ZERO UNTIL IT IS DONE.  THE      *
      *  ACTIVITY CODES ARE -                              *
      *    M  ADVISING MEETING                             *
      *    W  ACADEMIC-SUCCESS WORKSHOP                    *
      *    T  TUTORING SESSION                             *
      *    C  COUNSELING REFERRAL                          *
      *  A BLANK CODE MARKS AN UNUSED SLOT.  A PLAN IS     *
      *  COMPLETE WHEN EVERY ACTIVITY IN USE HAS A         *
      *  COMPLETION DATE.  MAINTAINED BY SPLNMNT; READ BY  *
      *  SPLNRPT, WHICH PLACES AN ADVISING HOLD WHEN A     *
      *  PLAN IS STILL INCOMPLETE PAST THE CALENDAR'S PLAN *
      *  DEADLINE, AND BY ACADSTND FOR ITS ROSTERS.        *
      *****************************************************
       01  SUCCESS-PLAN-RECORD.
           05  SU-STUDENT-ID             PIC 9(09).
           05  SU-WARNING-TERM           PIC X(05).
           05  SU-PLAN-DATE              PIC 9(08).
           05  SU-ADVISOR-ID             PIC X(06).
           05  SU-ACTIVITY-TBL.
               10  SU-ACTIVITY OCCURS 4 TIMES.
                   15  SU-ACTIVITY-TYPE      PIC X(01).
                       88  SU-ACT-MEETING            VALUE "M".
                       88  SU-ACT-WORKSHOP           VALUE "W".
                       88  SU-ACT-TUTORING           VALUE "T".
                       88  SU-ACT-COUNSELING         VALUE "C".
                       88  SU-ACT-UNUSED             VALUE SPACE.
                       88  SU-ACT-TYPE-VALID         VALUE "M" "W"
                                                       "T" "C".
                   15  SU-COMPLETED-DATE     PIC 9(08).
           05  SU-LAST-MAINT-DATE        PIC 9(08).
           05  SU-LAST-MAINT-USER        PIC X(06).
           05                            PIC X(10).
