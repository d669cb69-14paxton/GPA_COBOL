      *****************************************************
      *  ATTNROST - CENSUS ATTENDANCE ROSTER RECORD        *
      *  ONE RECORD PER STUDENT REGISTERED INTO A SECTION  *
      *  (REGSECT) AS OF THE TERM'S CENSUS DATE, IN        *
      *  COURSE, SECTION AND STUDENT NAME ORDER.  WRITTEN  *
      *  BY ATTNEXT WITH A BLANK ATTENDANCE FLAG FOR THE   *
      *  INSTRUCTOR OF RECORD TO CERTIFY; THE CERTIFIED    *
      *  ROSTER COMES BACK IN THE SAME LAYOUT WITH THE     *
      *  FLAG SET (Y ATTENDED, N NEVER ATTENDED) AND THE   *
      *  DATE THE INSTRUCTOR CERTIFIED IT, AND IS POSTED   *
      *  BY ATTNPOST.                                      *
      *****************************************************
       01  ATTENDANCE-ROSTER-RECORD.
           05  AR-SECT-KEY.
               10  AR-COURSE-ID          PIC X(06).
               10  AR-TERM-CODE          PIC X(05).
               10  AR-SECTION-NO         PIC X(03).
           05  AR-STUDENT-ID             PIC 9(09).
           05  AR-NAME-LAST              PIC X(16).
           05  AR-NAME-FIRST             PIC X(12).
           05  AR-INSTRUCTOR-ID          PIC X(06).
           05  AR-CENSUS-DATE            PIC 9(08).
           05  AR-ATTEND-FLAG            PIC X(01).
               88  AR-ATTENDED                   VALUE "Y".
               88  AR-NEVER-ATTENDED             VALUE "N".
               88  AR-ATTEND-FLAG-VALID          VALUE "Y" "N".
           05  AR-CERTIFIED-DATE         PIC 9(08).
           05                            PIC X(06).
