       IDENTIFICATION DIVISION.

       PROGRAM-ID. HCPROJ.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  HCPROJ - NEXT-TERM HEADCOUNT PROJECTION           *
      *  PROJECTS NEXT TERM'S HEADCOUNT FOR ENROLLMENT     *
      *  MANAGEMENT BEFORE REGISTRATION CLOSES.            *
      *  TRANSITION RATES COME FROM THE HISTORICAL TERM    *
      *  PAIR NAMED ON THE HCPRPARM CARD (NORMALLY THE     *
      *  SAME PAIR OF TERMS A YEAR EARLIER): EVERY STUDENT *
      *  ACTIVE AND REGISTERED ON THE EARLIER TERM'S       *
      *  CENSUS SNAPSHOT IS PLACED BY CLASS STANDING (FROM *
      *  THE EARNED CREDITS FROZEN ON THE SNAPSHOT AGAINST *
      *  THE CARD'S THRESHOLDS) AND BY THE ACADEMIC        *
      *  STANDING THE SNAPSHOT FROZE (GOOD, WARNING OR     *
      *  PROBATION, SUSPENDED, DISMISSED), AND IS COUNTED  *
      *  AS CONTINUING WHEN THE TERMGPA HISTORY HAS A      *
      *  RECORD FOR THE LATER TERM OR THE LATER SNAPSHOT   *
      *  SHOWS THE STUDENT ACTIVE AND REGISTERED;          *
      *  OTHERWISE THE ENROLLMENT STATUS ON THE LATER      *
      *  SNAPSHOT MAKES THE STUDENT A GRADUATE (G) OR A    *
      *  WITHDRAWAL (W OR D), AND ANY OTHER STUDENT (ON    *
      *  LEAVE, ACTIVE BUT NOT REGISTERED, OR GONE FROM    *
      *  THE SNAPSHOT) HAS STOPPED OUT.  THE CONTINUE RATE *
      *  OF EACH CLASS AND STANDING IS APPLIED TO EVERY    *
      *  ACTIVE STUDENT ON THE MASTER; A CELL WITH FEWER   *
      *  HISTORICAL STUDENTS THAN THE CARD'S MINIMUM TAKES *
      *  THE RATE OF THE WHOLE CLASS, OR OF THE WHOLE      *
      *  POPULATION.  ADMITTED APPLICANTS ON ADMAPPL WHO   *
      *  HAVE PAID A DEPOSIT FOR THE NEXT TERM ARE ADDED   *
      *  AS NEW ENTRANTS, AND AN ACTIVE STUDENT WHO        *
      *  MATRICULATED FOR THE NEXT TERM IS COUNTED ONLY AS *
      *  A DEPOSIT.  HCPRRPT PRINTS THE RATES, THE         *
      *  PROJECTED OUTCOMES OF THE ACTIVE POPULATION, AND  *
      *  THE PROJECTED HEADCOUNT BY MAJOR AND CLASS        *
      *  STANDING.  EACH PROJECTION IS KEPT ON PROJHIST,   *
      *  AND THE PROJECTION THE LAST RUN MADE FOR THE      *
      *  CURRENT TERM PRINTS AGAINST THE CURRENT TERM'S    *
      *  CENSUS SNAPSHOT AS THE PROJECTION-VERSUS-ACTUAL   *
      *  VARIANCE.  A STUDENT'S CLASS STANDING IS THE ONE  *
      *  HELD WHEN THE PROJECTION IS MADE.                 *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PROJ-PARM-FILE
               ASSIGN HCPRPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN SNAPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CN-SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT OPTIONAL TERM-GPA-FILE
               ASSIGN TERMGPA
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TG-TGPA-KEY
               FILE STATUS IS WS-TGPA-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT APPLICANT-FILE
               ASSIGN ADMAPPL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AA-APPLICANT-ID
               FILE STATUS IS WS-APPL-STATUS.

           SELECT OPTIONAL PROJ-HIST-FILE
               ASSIGN PROJHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PH-PROJ-KEY
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT PROJ-REPORT
               ASSIGN HCPRRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  PROJ-PARM-FILE.

      *****************************************************
      *  HCPRPARM - THE CURRENT TERM AND THE NEXT TERM     *
      *  BEING PROJECTED, THE EARLIER AND LATER TERMS OF   *
      *  THE HISTORICAL PAIR THE RATES ARE TAKEN FROM, THE *
      *  EARNED CREDITS AT WHICH A STUDENT BECOMES A       *
      *  SOPHOMORE, JUNIOR AND SENIOR (ZERO TAKES THE      *
      *  USUAL 30 / 60 / 90), AND THE FEWEST HISTORICAL    *
      *  STUDENTS A CLASS AND STANDING CELL NEEDS FOR ITS  *
      *  OWN RATE (ZERO TAKES 10).                         *
      *****************************************************
       01  PROJ-PARM-RECORD.
           05  HP-CURRENT-TERM          PIC X(05).
           05  HP-NEXT-TERM             PIC X(05).
           05  HP-HIST-FROM-TERM        PIC X(05).
           05  HP-HIST-TO-TERM          PIC X(05).
           05  HP-SOPHOMORE-CREDITS     PIC 9(03).
           05  HP-JUNIOR-CREDITS        PIC 9(03).
           05  HP-SENIOR-CREDITS        PIC 9(03).
           05  HP-MIN-CELL-SIZE         PIC 9(03).

       FD  SNAPSHOT-FILE.

            COPY CENSSNAP IN KC2477.SHARED.COBOL.STUDGPA.

       FD  TERM-GPA-FILE.

            COPY TERMGPA IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  APPLICANT-FILE.

            COPY ADMAPPL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  PROJ-HIST-FILE.

      *****************************************************
      *  PROJHIST - ONE RECORD PER PROJECTED TERM, MAJOR   *
      *  AND CLASS STANDING (1 FRESHMAN THROUGH 4 SENIOR,  *
      *  5 NEW ENTRANTS FROM DEPOSITS) CARRYING THE        *
      *  PROJECTED HEADCOUNT, THE DAY IT WAS MADE AND THE  *
      *  HISTORICAL PAIR ITS RATES CAME FROM.  A RERUN FOR *
      *  THE SAME TERM REPLACES THE TERM'S RECORDS.        *
      *****************************************************
       01  PROJ-HIST-RECORD.
           05  PH-PROJ-KEY.
               10  PH-PROJ-TERM         PIC X(05).
               10  PH-MAJOR-CODE        PIC X(04).
               10  PH-CLASS-LEVEL       PIC 9(01).
           05  PH-PROJECTED             PIC 9(06)V9.
           05  PH-RUN-DATE              PIC 9(08).
           05  PH-HIST-FROM-TERM        PIC X(05).
           05  PH-HIST-TO-TERM          PIC X(05).
           05                           PIC X(10).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-STUDENT-ID            PIC 9(09).
           05  SR-TERM-SEQ              PIC 9(01).
               88  SR-FROM-TERM                   VALUE 1.
               88  SR-TO-TERM                     VALUE 2.
           05  SR-ENROLL-STATUS         PIC X(01).
           05  SR-ACADEMIC-STANDING     PIC X(01).
           05  SR-TOTAL-CREDITS         PIC 999V99.
           05  SR-ENROLL-LEVEL          PIC X(01).

       FD  PROJ-REPORT.

       01  PROJ-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  SNAP-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SNAP-EOF                        VALUE "Y".
           05  STUDENT-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  STUDENT-EOF                     VALUE "Y".
           05  APPL-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  APPL-EOF                        VALUE "Y".
           05  PHIST-EOF-SWITCH        PIC X(01)   VALUE "N".
               88  PHIST-EOF                       VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-SNAP-STATUS          PIC XX.
           05  WS-TGPA-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-APPL-STATUS          PIC XX.
           05  WS-PHIST-STATUS         PIC XX.
           05  WS-CURRENT-TERM         PIC X(05) VALUE SPACES.
           05  WS-NEXT-TERM            PIC X(05) VALUE SPACES.
           05  WS-HIST-FROM-TERM       PIC X(05) VALUE SPACES.
           05  WS-HIST-TO-TERM         PIC X(05) VALUE SPACES.
           05  WS-SCAN-TERM            PIC X(05) VALUE SPACES.
           05  WS-SCAN-SEQ             PIC 9(01) VALUE ZERO.
           05  WS-SOPHOMORE-CREDITS    PIC 9(03) VALUE ZERO.
           05  WS-JUNIOR-CREDITS       PIC 9(03) VALUE ZERO.
           05  WS-SENIOR-CREDITS       PIC 9(03) VALUE ZERO.
           05  WS-MIN-CELL-SIZE        PIC 9(03) VALUE ZERO.
           05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CUR-CREDITS          PIC 999V99 VALUE ZERO.
           05  WS-CUR-STANDING         PIC X(01) VALUE SPACE.
           05  WS-CLASS-LEVEL          PIC 9(01) VALUE ZERO.
           05  WS-STAND-GROUP          PIC 9(01) VALUE ZERO.
           05  WS-OUTCOME-SUB          PIC 9(01) VALUE ZERO.
           05  WS-LEVEL-SUB            PIC 9(01) VALUE ZERO.
           05  WS-GROUP-SUB            PIC 9(01) VALUE ZERO.
           05  WS-RATE-CLASS           PIC 9(01) VALUE ZERO.
           05  WS-RATE-GROUP           PIC 9(01) VALUE ZERO.
           05  WS-HOLD-STUDENT-ID      PIC 9(09) VALUE ZERO.
           05  WS-FROM-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  FROM-SNAPSHOT-FOUND           VALUE "Y".
           05  WS-TO-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  TO-SNAPSHOT-FOUND             VALUE "Y".
           05  WS-FROM-STATUS          PIC X(01) VALUE SPACE.
           05  WS-FROM-STANDING        PIC X(01) VALUE SPACE.
           05  WS-FROM-CREDITS         PIC 999V99 VALUE ZERO.
           05  WS-FROM-LEVEL           PIC X(01) VALUE SPACE.
           05  WS-TO-STATUS            PIC X(01) VALUE SPACE.
           05  WS-TO-LEVEL             PIC X(01) VALUE SPACE.
           05  WS-TGPA-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  TGPA-RECORD-FOUND             VALUE "Y".
           05  WS-ENTRANT-SWITCH       PIC X(01) VALUE "N".
               88  STUDENT-IS-ENTRANT            VALUE "Y".
           05  WS-ENTRANT-TERM         PIC X(05) VALUE SPACES.
           05  WS-FIND-MAJOR           PIC X(04) VALUE SPACES.
           05  WS-NUM-MAJORS           PIC 9(03) VALUE ZERO.
           05  WS-MAJ-SUB              PIC 9(03) VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(03) VALUE ZERO.
           05  WS-INSERT-SUB           PIC 9(03) VALUE ZERO.
           05  WS-RATE                 PIC 9V9999 VALUE ZERO.
           05  WS-LINE-CONTINUING      PIC 9(07)V9999 VALUE ZERO.
           05  WS-LINE-TOTAL           PIC 9(07)V9999 VALUE ZERO.
           05  WS-LINE-CURRENT         PIC 9(07) VALUE ZERO.
           05  WS-VAR-PROJECTED        PIC 9(07)V9 VALUE ZERO.
           05  WS-VAR-ACTUAL           PIC 9(07) VALUE ZERO.
           05  WS-VARIANCE             PIC S9(07)V9 VALUE ZERO.
           05  WS-LAST-PROJ-SWITCH     PIC X(01) VALUE "N".
               88  LAST-PROJECTION-FOUND         VALUE "Y".
           05  WS-HIST-STUDENTS        PIC 9(07) VALUE ZERO.
           05  WS-HIST-NOT-ACTIVE      PIC 9(07) VALUE ZERO.
           05  WS-HIST-TO-RECORDS      PIC 9(07) VALUE ZERO.
           05  WS-HIST-TGPA-CONTINUED  PIC 9(07) VALUE ZERO.
           05  WS-ACTIVE-PROJECTED     PIC 9(07) VALUE ZERO.
           05  WS-ENTRANTS-SKIPPED     PIC 9(07) VALUE ZERO.
           05  WS-POOLED-CLASS         PIC 9(07) VALUE ZERO.
           05  WS-POOLED-ALL           PIC 9(07) VALUE ZERO.
           05  WS-DEPOSITS-COUNTED     PIC 9(07) VALUE ZERO.
           05  WS-CENSUS-ACTUAL        PIC 9(07) VALUE ZERO.
           05  WS-LAST-PROJ-RECORDS    PIC 9(07) VALUE ZERO.
           05  WS-PROJ-REPLACED        PIC 9(07) VALUE ZERO.
           05  WS-PROJ-WRITTEN         PIC 9(07) VALUE ZERO.

      *****************************************************
      *  TRANSITION COUNTS AND RATES BY CLASS STANDING (1  *
      *  FRESHMAN THROUGH 4 SENIOR, 5 ALL CLASSES) AND     *
      *  ACADEMIC STANDING GROUP (1 GOOD, 2 WARNING OR     *
      *  PROBATION, 3 SUSPENDED, 4 DISMISSED, 5 ALL).  THE *
      *  OUTCOMES ARE 1 CONTINUE, 2 STOP OUT, 3 WITHDRAW,  *
      *  4 GRADUATE.                                       *
      *****************************************************
       01  RATE-TBL-GROUP.
           05  RATE-CLASS OCCURS 5 TIMES.
               10  RATE-CELL OCCURS 5 TIMES.
                   15  RC-BASE             PIC 9(07).
                   15  RC-OUTCOME          PIC 9(07) OCCURS 4 TIMES.
                   15  RC-RATE             PIC 9V9999 OCCURS 4 TIMES.

      *****************************************************
      *  PROJECTED OUTCOMES OF THE CURRENT ACTIVE          *
      *  POPULATION BY CLASS STANDING (5 ALL CLASSES) -    *
      *  THE RATES SUMMED OVER THE STUDENTS THEY WERE      *
      *  APPLIED TO.                                       *
      *****************************************************
       01  PROJ-OUTCOME-GROUP.
           05  PJ-CLASS OCCURS 5 TIMES.
               10  PJ-ACTIVE               PIC 9(07).
               10  PJ-OUTCOME              PIC 9(07)V9999
                                           OCCURS 4 TIMES.

      *****************************************************
      *  MAJOR TABLE IN MAJOR ORDER.  BY CLASS STANDING    *
      *  EACH MAJOR CARRIES ITS ACTIVE HEADCOUNT, THE      *
      *  CONTINUING HEADCOUNT PROJECTED FOR THE NEXT TERM  *
      *  (ENTRY 5 THE DEPOSITED ENTRANTS), THE LAST RUN'S  *
      *  PROJECTION FOR THE CURRENT TERM AND THE CURRENT   *
      *  TERM'S CENSUS ACTUAL (ENTRY 5 THE NEW ENTRANTS).  *
      *  A STUDENT WITH NO MAJOR FILES UNDER NONE.         *
      *****************************************************
       01  MAJOR-TBL-GROUP.
           05  MAJOR-ENTRY OCCURS 300 TIMES.
               10  MJ-MAJOR-CODE           PIC X(04).
               10  MJ-CURRENT              PIC 9(06) OCCURS 4 TIMES.
               10  MJ-PROJECTED            PIC 9(06)V9999
                                           OCCURS 5 TIMES.
               10  MJ-LAST-PROJ            PIC 9(06)V9 OCCURS 5 TIMES.
               10  MJ-ACTUAL               PIC 9(06) OCCURS 5 TIMES.

       01  TOTAL-FIELDS.
           05  TT-CURRENT              PIC 9(07) OCCURS 4 TIMES.
           05  TT-PROJECTED            PIC 9(07)V9999 OCCURS 5 TIMES.
           05  TT-LAST-PROJ            PIC 9(07)V9 OCCURS 6 TIMES.
           05  TT-ACTUAL               PIC 9(07) OCCURS 6 TIMES.

       01  LINE-FIELDS.
           05  LN-PROJECTED            PIC 9(07)V9999 OCCURS 5 TIMES.

       01  CLASS-NAME-VALUES.
           05                 PIC X(10)  VALUE "FRESHMAN".
           05                 PIC X(10)  VALUE "SOPHOMORE".
           05                 PIC X(10)  VALUE "JUNIOR".
           05                 PIC X(10)  VALUE "SENIOR".
           05                 PIC X(10)  VALUE "ALL".
       01  CLASS-NAME-TBL REDEFINES CLASS-NAME-VALUES.
           05  CLASS-NAME              PIC X(10) OCCURS 5 TIMES.

       01  STANDING-NAME-VALUES.
           05                 PIC X(12)  VALUE "GOOD".
           05                 PIC X(12)  VALUE "WARN / PROB".
           05                 PIC X(12)  VALUE "SUSPENDED".
           05                 PIC X(12)  VALUE "DISMISSED".
           05                 PIC X(12)  VALUE "ALL".
       01  STANDING-NAME-TBL REDEFINES STANDING-NAME-VALUES.
           05  STANDING-NAME           PIC X(12) OCCURS 5 TIMES.

       01  PROJ-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  PRH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  PRH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  PRH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "NEXT-TERM HEADCOUNT PROJECTION".
           05                 PIC X(06)   VALUE "TERM: ".
           05  PRH-TERM-CODE  PIC X(05).
           05                 PIC X(59)   VALUE SPACE.

       01  PROJ-THRESHOLD-LINE.
           05                 PIC X(40)
               VALUE "CLASS STANDING BY CREDITS - SOPHOMORE  ".
           05  TH-SOPHOMORE   PIC ZZ9.
           05                 PIC X(10)   VALUE "  JUNIOR  ".
           05  TH-JUNIOR      PIC ZZ9.
           05                 PIC X(10)   VALUE "  SENIOR  ".
           05  TH-SENIOR      PIC ZZ9.
           05                 PIC X(63)   VALUE SPACE.

       01  RATE-TITLE-LINE.
           05                 PIC X(29)
               VALUE "TRANSITION RATES FROM TERM ".
           05  RT-FROM-TERM   PIC X(05).
           05                 PIC X(09)   VALUE " TO TERM ".
           05  RT-TO-TERM     PIC X(05).
           05                 PIC X(24)
               VALUE "     MINIMUM CELL SIZE ".
           05  RT-MIN-CELL    PIC ZZ9.
           05                 PIC X(57)   VALUE SPACE.

       01  RATE-COLUMN-LINE.
           05                 PIC X(10)  VALUE "CLASS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(12)  VALUE "STANDING".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "    BASE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "CONTINUE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "STOP OUT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "WITHDRAW".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "GRADUATE".
           05                 PIC X(58)  VALUE SPACE.

       01  RATE-DETAIL-LINE.
           05  RD-CLASS       PIC X(10).
           05                 PIC X(02)  VALUE SPACE.
           05  RD-STANDING    PIC X(12).
           05                 PIC X(02)  VALUE SPACE.
           05  RD-BASE        PIC ZZZZ,ZZ9.
           05                 PIC X(04)  VALUE SPACE.
           05  RD-CONTINUE    PIC ZZ9.9.
           05                 PIC X(01)  VALUE "%".
           05                 PIC X(04)  VALUE SPACE.
           05  RD-STOP-OUT    PIC ZZ9.9.
           05                 PIC X(01)  VALUE "%".
           05                 PIC X(04)  VALUE SPACE.
           05  RD-WITHDRAW    PIC ZZ9.9.
           05                 PIC X(01)  VALUE "%".
           05                 PIC X(04)  VALUE SPACE.
           05  RD-GRADUATE    PIC ZZ9.9.
           05                 PIC X(01)  VALUE "%".
           05                 PIC X(02)  VALUE SPACE.
           05  RD-NOTE        PIC X(14).
           05                 PIC X(42)  VALUE SPACE.

       01  OUTCOME-TITLE-LINE.
           05                 PIC X(44)
               VALUE "PROJECTED OUTCOMES OF THE ACTIVE POPULATION".
           05                 PIC X(88)  VALUE SPACE.

       01  OUTCOME-COLUMN-LINE.
           05                 PIC X(10)  VALUE "CLASS".
           05                 PIC X(16)  VALUE SPACE.
           05                 PIC X(08)  VALUE "  ACTIVE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "CONTINUE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "STOP OUT".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "WITHDRAW".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "GRADUATE".
           05                 PIC X(58)  VALUE SPACE.

       01  OUTCOME-DETAIL-LINE.
           05  OD-CLASS       PIC X(10).
           05                 PIC X(16)  VALUE SPACE.
           05  OD-ACTIVE      PIC ZZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  OD-CONTINUE    PIC ZZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  OD-STOP-OUT    PIC ZZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  OD-WITHDRAW    PIC ZZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  OD-GRADUATE    PIC ZZZZ,ZZ9.
           05                 PIC X(58)  VALUE SPACE.

       01  MAJOR-TITLE-LINE.
           05                 PIC X(36)
               VALUE "PROJECTED HEADCOUNT BY MAJOR - TERM ".
           05  MT-TERM-CODE   PIC X(05).
           05                 PIC X(91)  VALUE SPACE.

       01  MAJOR-COLUMN-LINE.
           05                 PIC X(05)  VALUE "MAJOR".
           05                 PIC X(05)  VALUE SPACE.
           05                 PIC X(10)  VALUE "  FRESHMAN".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE " SOPHOMORE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "    JUNIOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "    SENIOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "CONTINUING".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "  DEPOSITS".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "     TOTAL".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "NOW ACTIVE".
           05                 PIC X(28)  VALUE SPACE.

       01  MAJOR-DETAIL-LINE.
           05  MD-MAJOR-CODE  PIC X(05).
           05                 PIC X(05)  VALUE SPACE.
           05  MD-FRESHMAN    PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-SOPHOMORE   PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-JUNIOR      PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-SENIOR      PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-CONTINUING  PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-DEPOSITS    PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-TOTAL       PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  MD-CURRENT     PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(28)  VALUE SPACE.

       01  VARIANCE-TITLE-LINE.
           05                 PIC X(42)
               VALUE "LAST RUN'S PROJECTION VERSUS CENSUS ACTUAL".
           05                 PIC X(08)  VALUE " - TERM ".
           05  VT-TERM-CODE   PIC X(05).
           05                 PIC X(77)  VALUE SPACE.

       01  VARIANCE-COLUMN-LINE.
           05                 PIC X(10)  VALUE "MAJOR".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE " PROJECTED".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "    ACTUAL".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(10)  VALUE "  VARIANCE".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(08)  VALUE "     PCT".
           05                 PIC X(76)  VALUE SPACE.

       01  VARIANCE-DETAIL-LINE.
           05  VD-LABEL       PIC X(10).
           05                 PIC X(02)  VALUE SPACE.
           05  VD-PROJECTED   PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  VD-ACTUAL      PIC ZZ,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  VD-VARIANCE    PIC +Z,ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  VD-PCT-AREA.
               10  VD-PCT     PIC +ZZZ9.9.
               10  VD-PCT-SIGN PIC X(01).
           05                 PIC X(76)  VALUE SPACE.

       01  VARIANCE-NOTE-LINE.
           05  VN-CAPTION     PIC X(72).
           05                 PIC X(60)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(40).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(83)  VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE.
              10  CD-YEAR             PIC 9(04).
              10  CD-MONTH            PIC 9(02).
              10  CD-DAY              PIC 9(02).
           05  CD-CURRENT-TIME.
              10  CD-HOURS            PIC 9(02).
              10  CD-MINUTES          PIC 9(02).
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STUDENT-ID
               ON ASCENDING KEY SR-TERM-SEQ
               INPUT PROCEDURE IS 200-RELEASE-SNAPSHOTS
               OUTPUT PROCEDURE IS 300-MEASURE-TRANSITIONS.

           PERFORM 400-COMPUTE-RATES.

           PERFORM 500-LOAD-DEPOSITS.

           PERFORM 600-PROJECT-CONTINUING.

           PERFORM 700-LOAD-CENSUS-ACTUAL.

           PERFORM 750-LOAD-LAST-PROJECTION.

           PERFORM 800-SAVE-PROJECTION.

           CLOSE SNAPSHOT-FILE
                 TERM-GPA-FILE
                 APPLICANT-FILE
                 PROJ-HIST-FILE.

           PERFORM 900-PRINT-RATES.

           PERFORM 920-PRINT-OUTCOMES.

           PERFORM 940-PRINT-PROJECTION.

           PERFORM 960-PRINT-VARIANCE.

           PERFORM 980-PRINT-TRAILER.

           CLOSE PROJ-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DATE TO WS-TODAY-DATE.
           MOVE CD-MONTH   TO PRH-MONTH.
           MOVE CD-DAY     TO PRH-DAY.
           MOVE CD-YEAR    TO PRH-YEAR.

           OPEN INPUT PROJ-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE PROJECTION PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ PROJ-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' HCPRPARM IS EMPTY - TERM CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           CLOSE PROJ-PARM-FILE.

           IF HP-CURRENT-TERM = SPACES
                   OR HP-NEXT-TERM = SPACES
                   OR HP-HIST-FROM-TERM = SPACES
                   OR HP-HIST-TO-TERM = SPACES
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' HCPRPARM MUST NAME THE CURRENT, NEXT,'
               DISPLAY ' HISTORY-FROM AND HISTORY-TO TERMS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           IF HP-CURRENT-TERM = HP-NEXT-TERM
                   OR HP-HIST-FROM-TERM = HP-HIST-TO-TERM
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' HCPRPARM NAMES THE SAME TERM TWICE IN'
               DISPLAY ' A PAIR - NO TRANSITION TO MEASURE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE HP-CURRENT-TERM TO WS-CURRENT-TERM.
           MOVE HP-NEXT-TERM TO WS-NEXT-TERM.
           MOVE HP-HIST-FROM-TERM TO WS-HIST-FROM-TERM.
           MOVE HP-HIST-TO-TERM TO WS-HIST-TO-TERM.
           MOVE HP-SOPHOMORE-CREDITS TO WS-SOPHOMORE-CREDITS.
           MOVE HP-JUNIOR-CREDITS TO WS-JUNIOR-CREDITS.
           MOVE HP-SENIOR-CREDITS TO WS-SENIOR-CREDITS.
           MOVE HP-MIN-CELL-SIZE TO WS-MIN-CELL-SIZE.
           IF WS-SOPHOMORE-CREDITS = ZERO
               MOVE 30 TO WS-SOPHOMORE-CREDITS
           END-IF.
           IF WS-JUNIOR-CREDITS = ZERO
               MOVE 60 TO WS-JUNIOR-CREDITS
           END-IF.
           IF WS-SENIOR-CREDITS = ZERO
               MOVE 90 TO WS-SENIOR-CREDITS
           END-IF.
           IF WS-MIN-CELL-SIZE = ZERO
               MOVE 10 TO WS-MIN-CELL-SIZE
           END-IF.

           MOVE ZEROS TO RATE-TBL-GROUP.
           MOVE ZEROS TO PROJ-OUTCOME-GROUP.
           MOVE ZEROS TO TOTAL-FIELDS.

           OPEN INPUT SNAPSHOT-FILE.

           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE CENSUS SNAPSHOT FILE'
               DISPLAY ' FILE STATUS IS ', WS-SNAP-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT TERM-GPA-FILE.

           IF WS-TGPA-STATUS NOT = '00' AND '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE TERM GPA HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-TGPA-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT APPLICANT-FILE.

           IF WS-APPL-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE APPLICANT FILE'
               DISPLAY ' FILE STATUS IS ', WS-APPL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O PROJ-HIST-FILE.

           IF WS-PHIST-STATUS NOT = '00' AND '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE PROJECTION HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-PHIST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT PROJ-REPORT.

           MOVE WS-NEXT-TERM TO PRH-TERM-CODE.
           MOVE PROJ-HEADING-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER PAGE.
           MOVE WS-SOPHOMORE-CREDITS TO TH-SOPHOMORE.
           MOVE WS-JUNIOR-CREDITS TO TH-JUNIOR.
           MOVE WS-SENIOR-CREDITS TO TH-SENIOR.
           MOVE PROJ-THRESHOLD-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.


      *****************************************************
      *  200-RELEASE-SNAPSHOTS - SORT INPUT PROCEDURE.     *
      *  RELEASES EVERY SNAPSHOT RECORD OF THE EARLIER     *
      *  HISTORICAL TERM AND THEN OF THE LATER ONE, SO     *
      *  EACH STUDENT'S TWO RECORDS COME BACK TOGETHER.    *
      *  THE LATER TERM MUST HAVE BEEN SNAPPED OR THERE IS *
      *  NO TRANSITION TO MEASURE.                         *
      *****************************************************
       200-RELEASE-SNAPSHOTS.

           MOVE WS-HIST-FROM-TERM TO WS-SCAN-TERM.
           MOVE 1 TO WS-SCAN-SEQ.
           PERFORM 210-RELEASE-ONE-TERM.

           MOVE WS-HIST-TO-TERM TO WS-SCAN-TERM.
           MOVE 2 TO WS-SCAN-SEQ.
           PERFORM 210-RELEASE-ONE-TERM.

           IF WS-HIST-TO-RECORDS = ZERO
               DISPLAY '******************************'
               DISPLAY ' 200-RELEASE-SNAPSHOTS'
               DISPLAY ' NO CENSUS SNAPSHOT FOR HISTORY TERM ',
                       WS-HIST-TO-TERM
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       210-RELEASE-ONE-TERM.

           MOVE "N" TO SNAP-EOF-SWITCH.
           MOVE WS-SCAN-TERM TO CN-TERM-CODE.
           MOVE ZERO TO CN-STUDENT-ID.
           START SNAPSHOT-FILE
               KEY IS NOT LESS THAN CN-SNAP-KEY
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START.

           PERFORM UNTIL SNAP-EOF
               READ SNAPSHOT-FILE NEXT
                   AT END
                       SET SNAP-EOF TO TRUE
               END-READ
               IF NOT SNAP-EOF
                   IF CN-TERM-CODE NOT = WS-SCAN-TERM
                       SET SNAP-EOF TO TRUE
                   ELSE
                       IF WS-SCAN-SEQ = 2
                           ADD 1 TO WS-HIST-TO-RECORDS
                       END-IF
                       MOVE CN-STUDENT-ID         TO SR-STUDENT-ID
                       MOVE WS-SCAN-SEQ           TO SR-TERM-SEQ
                       MOVE CN-ENROLL-STATUS      TO SR-ENROLL-STATUS
                       MOVE CN-ACADEMIC-STANDING
                           TO SR-ACADEMIC-STANDING
                       MOVE CN-LAST-TOTAL-CREDITS TO SR-TOTAL-CREDITS
                       MOVE CN-ENROLL-LEVEL       TO SR-ENROLL-LEVEL
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  300-MEASURE-TRANSITIONS - SORT OUTPUT PROCEDURE.  *
      *  GATHERS EACH STUDENT'S EARLIER AND LATER SNAPSHOT *
      *  AND COUNTS THE OUTCOME OF EVERY STUDENT ACTIVE    *
      *  AND REGISTERED IN THE EARLIER TERM.               *
      *****************************************************
       300-MEASURE-TRANSITIONS.

           PERFORM 330-RETURN-SNAPSHOT.

           PERFORM 310-MEASURE-STUDENT
               UNTIL SORT-EOF.


       310-MEASURE-STUDENT.

           MOVE SR-STUDENT-ID TO WS-HOLD-STUDENT-ID.
           MOVE "N" TO WS-FROM-FOUND-SWITCH.
           MOVE "N" TO WS-TO-FOUND-SWITCH.

           PERFORM UNTIL SORT-EOF
                   OR SR-STUDENT-ID NOT = WS-HOLD-STUDENT-ID
               IF SR-FROM-TERM
                   MOVE "Y" TO WS-FROM-FOUND-SWITCH
                   MOVE SR-ENROLL-STATUS     TO WS-FROM-STATUS
                   MOVE SR-ACADEMIC-STANDING TO WS-FROM-STANDING
                   MOVE SR-TOTAL-CREDITS     TO WS-FROM-CREDITS
                   MOVE SR-ENROLL-LEVEL      TO WS-FROM-LEVEL
               ELSE
                   MOVE "Y" TO WS-TO-FOUND-SWITCH
                   MOVE SR-ENROLL-STATUS     TO WS-TO-STATUS
                   MOVE SR-ENROLL-LEVEL      TO WS-TO-LEVEL
               END-IF
               PERFORM 330-RETURN-SNAPSHOT
           END-PERFORM.

           IF FROM-SNAPSHOT-FOUND
               IF WS-FROM-STATUS = "A" AND WS-FROM-LEVEL NOT = "N"
                   PERFORM 320-COUNT-OUTCOME
               ELSE
                   ADD 1 TO WS-HIST-NOT-ACTIVE
               END-IF
           END-IF.


      *****************************************************
      *  320-COUNT-OUTCOME - A TERM GPA RECORD FOR THE     *
      *  LATER TERM, OR AN ACTIVE AND REGISTERED LATER     *
      *  SNAPSHOT, IS A CONTINUATION; ELSE THE LATER       *
      *  SNAPSHOT'S ENROLLMENT STATUS NAMES A GRADUATE OR  *
      *  A WITHDRAWAL, AND ANYTHING ELSE IS A STOP-OUT.    *
      *  THE OUTCOME COUNTS IN THE STUDENT'S CELL AND IN   *
      *  THE CLASS, STANDING AND OVERALL TOTALS.           *
      *****************************************************
       320-COUNT-OUTCOME.

           ADD 1 TO WS-HIST-STUDENTS.

           MOVE WS-FROM-CREDITS TO WS-CUR-CREDITS.
           MOVE WS-FROM-STANDING TO WS-CUR-STANDING.
           PERFORM 650-SET-CLASS-AND-GROUP.

           MOVE "N" TO WS-TGPA-FOUND-SWITCH.
           MOVE WS-HOLD-STUDENT-ID TO TG-STUDENT-ID.
           MOVE WS-HIST-TO-TERM    TO TG-TERM-CODE.
           READ TERM-GPA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TGPA-FOUND-SWITCH
           END-READ.

           EVALUATE TRUE
               WHEN TGPA-RECORD-FOUND
                   ADD 1 TO WS-HIST-TGPA-CONTINUED
                   MOVE 1 TO WS-OUTCOME-SUB
               WHEN TO-SNAPSHOT-FOUND
                       AND WS-TO-STATUS = "A"
                       AND WS-TO-LEVEL NOT = "N"
                   MOVE 1 TO WS-OUTCOME-SUB
               WHEN TO-SNAPSHOT-FOUND
                       AND WS-TO-STATUS = "G"
                   MOVE 4 TO WS-OUTCOME-SUB
               WHEN TO-SNAPSHOT-FOUND
                       AND (WS-TO-STATUS = "W" OR "D")
                   MOVE 3 TO WS-OUTCOME-SUB
               WHEN OTHER
                   MOVE 2 TO WS-OUTCOME-SUB
           END-EVALUATE.

           ADD 1 TO RC-BASE (WS-CLASS-LEVEL WS-STAND-GROUP)
                    RC-BASE (WS-CLASS-LEVEL 5)
                    RC-BASE (5 WS-STAND-GROUP)
                    RC-BASE (5 5).
           ADD 1 TO RC-OUTCOME (WS-CLASS-LEVEL WS-STAND-GROUP
                                WS-OUTCOME-SUB)
                    RC-OUTCOME (WS-CLASS-LEVEL 5 WS-OUTCOME-SUB)
                    RC-OUTCOME (5 WS-STAND-GROUP WS-OUTCOME-SUB)
                    RC-OUTCOME (5 5 WS-OUTCOME-SUB).


       330-RETURN-SNAPSHOT.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.


      *****************************************************
      *  400-COMPUTE-RATES - EACH CELL'S OUTCOME COUNTS AS *
      *  A SHARE OF ITS BASE.  WITH NO HISTORICAL STUDENT  *
      *  AT ALL THERE IS NOTHING TO PROJECT FROM.          *
      *****************************************************
       400-COMPUTE-RATES.

           IF RC-BASE (5 5) = ZERO
               DISPLAY '******************************'
               DISPLAY ' 400-COMPUTE-RATES'
               DISPLAY ' NO ACTIVE REGISTERED STUDENT ON THE'
               DISPLAY ' SNAPSHOT FOR HISTORY TERM ',
                       WS-HIST-FROM-TERM
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > 5
                   IF RC-BASE (WS-LEVEL-SUB WS-GROUP-SUB) > ZERO
                       PERFORM VARYING WS-OUTCOME-SUB FROM 1 BY 1
                               UNTIL WS-OUTCOME-SUB > 4
                           COMPUTE RC-RATE (WS-LEVEL-SUB WS-GROUP-SUB
                                            WS-OUTCOME-SUB) ROUNDED =
                               RC-OUTCOME (WS-LEVEL-SUB WS-GROUP-SUB
                                           WS-OUTCOME-SUB)
                               / RC-BASE (WS-LEVEL-SUB WS-GROUP-SUB)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.


      *****************************************************
      *  500-LOAD-DEPOSITS - EVERY ADMITTED APPLICANT WHO  *
      *  HAS PAID THE ENROLLMENT DEPOSIT FOR THE NEXT TERM *
      *  IS PROJECTED AS A NEW ENTRANT IN THE INTENDED     *
      *  MAJOR, MATRICULATED OR NOT.                       *
      *****************************************************
       500-LOAD-DEPOSITS.

           PERFORM UNTIL APPL-EOF
               READ APPLICANT-FILE NEXT
                   AT END
                       SET APPL-EOF TO TRUE
               END-READ
               IF NOT APPL-EOF
                   IF AA-ADMITTED
                           AND AA-DEPOSIT-DATE NOT = ZERO
                           AND AA-ENTERING-TERM = WS-NEXT-TERM
                       ADD 1 TO WS-DEPOSITS-COUNTED
                       MOVE AA-INTENDED-MAJOR TO WS-FIND-MAJOR
                       PERFORM 660-FIND-MAJOR
                       ADD 1 TO MJ-PROJECTED (WS-MAJ-SUB 5)
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  600-PROJECT-CONTINUING - APPLIES THE CONTINUE     *
      *  RATE (AND, FOR THE OUTCOME SUMMARY, THE OTHER     *
      *  THREE) OF EACH ACTIVE STUDENT'S CLASS AND         *
      *  STANDING.  A STUDENT WHO MATRICULATED FOR THE     *
      *  NEXT TERM HAS ALREADY BEEN COUNTED AS A DEPOSIT.  *
      *****************************************************
       600-PROJECT-CONTINUING.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 600-PROJECT-CONTINUING'
               DISPLAY ' ERROR OPENING THE STUDENT MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL STUDENT-EOF
               READ STUDENT-FILE
                   AT END
                       SET STUDENT-EOF TO TRUE
               END-READ
               IF NOT STUDENT-EOF
                   IF SM-ENROLLED-ACTIVE
                       MOVE WS-NEXT-TERM TO WS-ENTRANT-TERM
                       MOVE SM-STUDENT-ID TO AA-APPLICANT-ID
                       PERFORM 670-CHECK-ENTRANT
                       IF STUDENT-IS-ENTRANT
                           ADD 1 TO WS-ENTRANTS-SKIPPED
                       ELSE
                           PERFORM 610-PROJECT-STUDENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE STUDENT-FILE.


       610-PROJECT-STUDENT.

           ADD 1 TO WS-ACTIVE-PROJECTED.

           MOVE SM-LAST-TOTAL-CREDITS TO WS-CUR-CREDITS.
           MOVE SM-ACADEMIC-STANDING TO WS-CUR-STANDING.
           PERFORM 650-SET-CLASS-AND-GROUP.

           EVALUATE TRUE
               WHEN RC-BASE (WS-CLASS-LEVEL WS-STAND-GROUP)
                       NOT < WS-MIN-CELL-SIZE
                   MOVE WS-CLASS-LEVEL TO WS-RATE-CLASS
                   MOVE WS-STAND-GROUP TO WS-RATE-GROUP
               WHEN RC-BASE (WS-CLASS-LEVEL 5) NOT < WS-MIN-CELL-SIZE
                   ADD 1 TO WS-POOLED-CLASS
                   MOVE WS-CLASS-LEVEL TO WS-RATE-CLASS
                   MOVE 5 TO WS-RATE-GROUP
               WHEN OTHER
                   ADD 1 TO WS-POOLED-ALL
                   MOVE 5 TO WS-RATE-CLASS
                   MOVE 5 TO WS-RATE-GROUP
           END-EVALUATE.

           MOVE SM-MAJOR-CODE TO WS-FIND-MAJOR.
           PERFORM 660-FIND-MAJOR.

           ADD 1 TO MJ-CURRENT (WS-MAJ-SUB WS-CLASS-LEVEL).
           MOVE RC-RATE (WS-RATE-CLASS WS-RATE-GROUP 1) TO WS-RATE.
           ADD WS-RATE TO MJ-PROJECTED (WS-MAJ-SUB WS-CLASS-LEVEL).

           ADD 1 TO PJ-ACTIVE (WS-CLASS-LEVEL)
                    PJ-ACTIVE (5).
           PERFORM VARYING WS-OUTCOME-SUB FROM 1 BY 1
                   UNTIL WS-OUTCOME-SUB > 4
               MOVE RC-RATE (WS-RATE-CLASS WS-RATE-GROUP
                             WS-OUTCOME-SUB) TO WS-RATE
               ADD WS-RATE TO PJ-OUTCOME (WS-CLASS-LEVEL
                                          WS-OUTCOME-SUB)
                              PJ-OUTCOME (5 WS-OUTCOME-SUB)
           END-PERFORM.


      *****************************************************
      *  650-SET-CLASS-AND-GROUP - CLASS STANDING FROM     *
      *  EARNED CREDITS AGAINST THE CARD'S THRESHOLDS, AND *
      *  THE ACADEMIC STANDING GROUP FROM THE STANDING     *
      *  CODE: W (WARNING) AND P (PROBATION) GROUP         *
      *  TOGETHER, S IS SUSPENDED, X DISMISSED, AND ANY    *
      *  OTHER CODE IS GOOD STANDING.                      *
      *****************************************************
       650-SET-CLASS-AND-GROUP.

           EVALUATE TRUE
               WHEN WS-CUR-CREDITS >= WS-SENIOR-CREDITS
                   MOVE 4 TO WS-CLASS-LEVEL
               WHEN WS-CUR-CREDITS >= WS-JUNIOR-CREDITS
                   MOVE 3 TO WS-CLASS-LEVEL
               WHEN WS-CUR-CREDITS >= WS-SOPHOMORE-CREDITS
                   MOVE 2 TO WS-CLASS-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-CLASS-LEVEL
           END-EVALUATE.

           EVALUATE WS-CUR-STANDING
               WHEN "W"
               WHEN "P"
                   MOVE 2 TO WS-STAND-GROUP
               WHEN "S"
                   MOVE 3 TO WS-STAND-GROUP
               WHEN "X"
                   MOVE 4 TO WS-STAND-GROUP
               WHEN OTHER
                   MOVE 1 TO WS-STAND-GROUP
           END-EVALUATE.


      *****************************************************
      *  660-FIND-MAJOR - LOCATES THE MAJOR'S ENTRY,       *
      *  ADDING IT IN MAJOR ORDER WHEN IT IS NOT YET ON    *
      *  THE TABLE.                                        *
      *****************************************************
       660-FIND-MAJOR.

           IF WS-FIND-MAJOR = SPACES
               MOVE "NONE" TO WS-FIND-MAJOR
           END-IF.

           MOVE ZERO TO WS-MAJ-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-NUM-MAJORS
                      OR WS-MAJ-SUB > ZERO
               IF MJ-MAJOR-CODE (WS-SCAN-SUB) = WS-FIND-MAJOR
                   MOVE WS-SCAN-SUB TO WS-MAJ-SUB
               END-IF
           END-PERFORM.

           IF WS-MAJ-SUB = ZERO
               IF WS-NUM-MAJORS = 300
                   DISPLAY '******************************'
                   DISPLAY ' 660-FIND-MAJOR'
                   DISPLAY ' TOO MANY MAJORS - MAXIMUM IS 300'
                   DISPLAY '*******************************'
                   STOP RUN
               END-IF
               MOVE 1 TO WS-INSERT-SUB
               PERFORM UNTIL WS-INSERT-SUB > WS-NUM-MAJORS
                       OR MJ-MAJOR-CODE (WS-INSERT-SUB) > WS-FIND-MAJOR
                   ADD 1 TO WS-INSERT-SUB
               END-PERFORM
               ADD 1 TO WS-NUM-MAJORS
               PERFORM VARYING WS-SCAN-SUB FROM WS-NUM-MAJORS BY -1
                       UNTIL WS-SCAN-SUB NOT > WS-INSERT-SUB
                   MOVE MAJOR-ENTRY (WS-SCAN-SUB - 1)
                       TO MAJOR-ENTRY (WS-SCAN-SUB)
               END-PERFORM
               MOVE ZEROS TO MAJOR-ENTRY (WS-INSERT-SUB)
               MOVE WS-FIND-MAJOR TO MJ-MAJOR-CODE (WS-INSERT-SUB)
               MOVE WS-INSERT-SUB TO WS-MAJ-SUB
           END-IF.


      *****************************************************
      *  670-CHECK-ENTRANT - A STUDENT WHOSE APPLICANT     *
      *  RECORD NAMES THE ENTRANT TERM AS ITS ENTERING     *
      *  TERM ENTERED (OR WILL ENTER) AS A NEW STUDENT     *
      *  THAT TERM.                                        *
      *****************************************************
       670-CHECK-ENTRANT.

           MOVE "N" TO WS-ENTRANT-SWITCH.
           READ APPLICANT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AA-ENTERING-TERM = WS-ENTRANT-TERM
                       MOVE "Y" TO WS-ENTRANT-SWITCH
                   END-IF
           END-READ.


      *****************************************************
      *  700-LOAD-CENSUS-ACTUAL - THE CURRENT TERM'S       *
      *  ACTUAL HEADCOUNT IS EVERY STUDENT ACTIVE AND      *
      *  REGISTERED ON ITS CENSUS SNAPSHOT, BY MAJOR AND   *
      *  CLASS STANDING, WITH THE STUDENTS WHO ENTERED     *
      *  THAT TERM COUNTED AS NEW ENTRANTS.                *
      *****************************************************
       700-LOAD-CENSUS-ACTUAL.

           MOVE "N" TO SNAP-EOF-SWITCH.
           MOVE WS-CURRENT-TERM TO CN-TERM-CODE.
           MOVE ZERO TO CN-STUDENT-ID.
           START SNAPSHOT-FILE
               KEY IS NOT LESS THAN CN-SNAP-KEY
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START.

           PERFORM UNTIL SNAP-EOF
               READ SNAPSHOT-FILE NEXT
                   AT END
                       SET SNAP-EOF TO TRUE
               END-READ
               IF NOT SNAP-EOF
                   IF CN-TERM-CODE NOT = WS-CURRENT-TERM
                       SET SNAP-EOF TO TRUE
                   ELSE
                       IF CN-ENROLLED-ACTIVE
                               AND NOT CN-LEVEL-NOT-REGISTERED
                           PERFORM 710-COUNT-ACTUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       710-COUNT-ACTUAL.

           ADD 1 TO WS-CENSUS-ACTUAL.

           MOVE WS-CURRENT-TERM TO WS-ENTRANT-TERM.
           MOVE CN-STUDENT-ID TO AA-APPLICANT-ID.
           PERFORM 670-CHECK-ENTRANT.

           IF STUDENT-IS-ENTRANT
               MOVE 5 TO WS-CLASS-LEVEL
           ELSE
               MOVE CN-LAST-TOTAL-CREDITS TO WS-CUR-CREDITS
               MOVE CN-ACADEMIC-STANDING TO WS-CUR-STANDING
               PERFORM 650-SET-CLASS-AND-GROUP
           END-IF.

           MOVE CN-MAJOR-CODE TO WS-FIND-MAJOR.
           PERFORM 660-FIND-MAJOR.
           ADD 1 TO MJ-ACTUAL (WS-MAJ-SUB WS-CLASS-LEVEL).


      *****************************************************
      *  750-LOAD-LAST-PROJECTION - THE PROJECTION AN      *
      *  EARLIER RUN MADE FOR THE CURRENT TERM, FOR THE    *
      *  VARIANCE.                                         *
      *****************************************************
       750-LOAD-LAST-PROJECTION.

           MOVE "N" TO PHIST-EOF-SWITCH.
           MOVE WS-CURRENT-TERM TO PH-PROJ-TERM.
           MOVE LOW-VALUES TO PH-MAJOR-CODE.
           MOVE ZERO TO PH-CLASS-LEVEL.
           START PROJ-HIST-FILE
               KEY IS NOT LESS THAN PH-PROJ-KEY
               INVALID KEY
                   SET PHIST-EOF TO TRUE
           END-START.

           PERFORM UNTIL PHIST-EOF
               READ PROJ-HIST-FILE NEXT
                   AT END
                       SET PHIST-EOF TO TRUE
               END-READ
               IF NOT PHIST-EOF
                   IF PH-PROJ-TERM NOT = WS-CURRENT-TERM
                       SET PHIST-EOF TO TRUE
                   ELSE
                       MOVE "Y" TO WS-LAST-PROJ-SWITCH
                       ADD 1 TO WS-LAST-PROJ-RECORDS
                       MOVE PH-MAJOR-CODE TO WS-FIND-MAJOR
                       PERFORM 660-FIND-MAJOR
                       MOVE PH-PROJECTED
                           TO MJ-LAST-PROJ (WS-MAJ-SUB PH-CLASS-LEVEL)
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  800-SAVE-PROJECTION - REPLACES ANY EARLIER        *
      *  PROJECTION FOR THE NEXT TERM WITH THIS RUN'S, ONE *
      *  RECORD PER MAJOR AND CLASS STANDING WITH A        *
      *  PROJECTED HEADCOUNT.                              *
      *****************************************************
       800-SAVE-PROJECTION.

           MOVE "N" TO PHIST-EOF-SWITCH.
           MOVE WS-NEXT-TERM TO PH-PROJ-TERM.
           MOVE LOW-VALUES TO PH-MAJOR-CODE.
           MOVE ZERO TO PH-CLASS-LEVEL.
           START PROJ-HIST-FILE
               KEY IS NOT LESS THAN PH-PROJ-KEY
               INVALID KEY
                   SET PHIST-EOF TO TRUE
           END-START.

           PERFORM UNTIL PHIST-EOF
               READ PROJ-HIST-FILE NEXT
                   AT END
                       SET PHIST-EOF TO TRUE
               END-READ
               IF NOT PHIST-EOF
                   IF PH-PROJ-TERM NOT = WS-NEXT-TERM
                       SET PHIST-EOF TO TRUE
                   ELSE
                       DELETE PROJ-HIST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-PROJ-REPLACED
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MAJ-SUB FROM 1 BY 1
                   UNTIL WS-MAJ-SUB > WS-NUM-MAJORS
               PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                       UNTIL WS-LEVEL-SUB > 5
                   IF MJ-PROJECTED (WS-MAJ-SUB WS-LEVEL-SUB) > ZERO
                       PERFORM 810-WRITE-PROJECTION
                   END-IF
               END-PERFORM
           END-PERFORM.


       810-WRITE-PROJECTION.

           MOVE SPACES TO PROJ-HIST-RECORD.
           MOVE WS-NEXT-TERM TO PH-PROJ-TERM.
           MOVE MJ-MAJOR-CODE (WS-MAJ-SUB) TO PH-MAJOR-CODE.
           MOVE WS-LEVEL-SUB TO PH-CLASS-LEVEL.
           COMPUTE PH-PROJECTED ROUNDED =
               MJ-PROJECTED (WS-MAJ-SUB WS-LEVEL-SUB).
           MOVE WS-TODAY-DATE TO PH-RUN-DATE.
           MOVE WS-HIST-FROM-TERM TO PH-HIST-FROM-TERM.
           MOVE WS-HIST-TO-TERM TO PH-HIST-TO-TERM.

           WRITE PROJ-HIST-RECORD
               INVALID KEY
                   DISPLAY '******************************'
                   DISPLAY ' 810-WRITE-PROJECTION'
                   DISPLAY ' WRITE FAILED FOR PROJHIST KEY ',
                           PH-PROJ-KEY
                   DISPLAY ' FILE STATUS IS ', WS-PHIST-STATUS
                   DISPLAY '*******************************'
                   STOP RUN
           END-WRITE.

           ADD 1 TO WS-PROJ-WRITTEN.


       900-PRINT-RATES.

           MOVE WS-HIST-FROM-TERM TO RT-FROM-TERM.
           MOVE WS-HIST-TO-TERM TO RT-TO-TERM.
           MOVE WS-MIN-CELL-SIZE TO RT-MIN-CELL.
           MOVE RATE-TITLE-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 3.
           MOVE RATE-COLUMN-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 2.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.

           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > 5
                   PERFORM 910-PRINT-RATE-LINE
               END-PERFORM
               MOVE SPACES TO PROJ-REC
               WRITE PROJ-REC
           END-PERFORM.


       910-PRINT-RATE-LINE.

           IF WS-GROUP-SUB = 1
               MOVE CLASS-NAME (WS-LEVEL-SUB) TO RD-CLASS
           ELSE
               MOVE SPACES TO RD-CLASS
           END-IF.
           MOVE STANDING-NAME (WS-GROUP-SUB) TO RD-STANDING.
           MOVE RC-BASE (WS-LEVEL-SUB WS-GROUP-SUB) TO RD-BASE.
           COMPUTE RD-CONTINUE ROUNDED =
               RC-RATE (WS-LEVEL-SUB WS-GROUP-SUB 1) * 100.
           COMPUTE RD-STOP-OUT ROUNDED =
               RC-RATE (WS-LEVEL-SUB WS-GROUP-SUB 2) * 100.
           COMPUTE RD-WITHDRAW ROUNDED =
               RC-RATE (WS-LEVEL-SUB WS-GROUP-SUB 3) * 100.
           COMPUTE RD-GRADUATE ROUNDED =
               RC-RATE (WS-LEVEL-SUB WS-GROUP-SUB 4) * 100.

           IF RC-BASE (WS-LEVEL-SUB WS-GROUP-SUB) < WS-MIN-CELL-SIZE
               MOVE "BELOW MINIMUM" TO RD-NOTE
           ELSE
               MOVE SPACES TO RD-NOTE
           END-IF.

           MOVE RATE-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC.


       920-PRINT-OUTCOMES.

           MOVE OUTCOME-TITLE-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 3.
           MOVE OUTCOME-COLUMN-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 2.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.

           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               MOVE CLASS-NAME (WS-LEVEL-SUB) TO OD-CLASS
               MOVE PJ-ACTIVE (WS-LEVEL-SUB) TO OD-ACTIVE
               COMPUTE OD-CONTINUE ROUNDED =
                   PJ-OUTCOME (WS-LEVEL-SUB 1)
               COMPUTE OD-STOP-OUT ROUNDED =
                   PJ-OUTCOME (WS-LEVEL-SUB 2)
               COMPUTE OD-WITHDRAW ROUNDED =
                   PJ-OUTCOME (WS-LEVEL-SUB 3)
               COMPUTE OD-GRADUATE ROUNDED =
                   PJ-OUTCOME (WS-LEVEL-SUB 4)
               MOVE OUTCOME-DETAIL-LINE TO PROJ-REC
               WRITE PROJ-REC
           END-PERFORM.


      *****************************************************
      *  940-PRINT-PROJECTION - ONE LINE PER MAJOR WITH    *
      *  ITS PROJECTED CONTINUING HEADCOUNT BY CLASS       *
      *  STANDING, THE DEPOSITED ENTRANTS, THE PROJECTED   *
      *  TOTAL AND THE MAJOR'S ACTIVE HEADCOUNT TODAY,     *
      *  THEN THE SAME FOR ALL MAJORS.                     *
      *****************************************************
       940-PRINT-PROJECTION.

           MOVE WS-NEXT-TERM TO MT-TERM-CODE.
           MOVE MAJOR-TITLE-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 3.
           MOVE MAJOR-COLUMN-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 2.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.

           PERFORM VARYING WS-MAJ-SUB FROM 1 BY 1
                   UNTIL WS-MAJ-SUB > WS-NUM-MAJORS
               MOVE ZERO TO WS-LINE-CURRENT
               PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                       UNTIL WS-LEVEL-SUB > 4
                   ADD MJ-CURRENT (WS-MAJ-SUB WS-LEVEL-SUB)
                       TO WS-LINE-CURRENT
                          TT-CURRENT (WS-LEVEL-SUB)
               END-PERFORM
               PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                       UNTIL WS-LEVEL-SUB > 5
                   MOVE MJ-PROJECTED (WS-MAJ-SUB WS-LEVEL-SUB)
                       TO LN-PROJECTED (WS-LEVEL-SUB)
                   ADD MJ-PROJECTED (WS-MAJ-SUB WS-LEVEL-SUB)
                       TO TT-PROJECTED (WS-LEVEL-SUB)
               END-PERFORM
               IF WS-LINE-CURRENT > ZERO
                       OR LN-PROJECTED (5) > ZERO
                   MOVE MJ-MAJOR-CODE (WS-MAJ-SUB) TO MD-MAJOR-CODE
                   PERFORM 945-PRINT-MAJOR-LINE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-LINE-CURRENT.
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               MOVE TT-PROJECTED (WS-LEVEL-SUB)
                   TO LN-PROJECTED (WS-LEVEL-SUB)
               IF WS-LEVEL-SUB < 5
                   ADD TT-CURRENT (WS-LEVEL-SUB) TO WS-LINE-CURRENT
               END-IF
           END-PERFORM.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.
           MOVE "ALL" TO MD-MAJOR-CODE.
           PERFORM 945-PRINT-MAJOR-LINE.


       945-PRINT-MAJOR-LINE.

           COMPUTE WS-LINE-CONTINUING = LN-PROJECTED (1)
               + LN-PROJECTED (2) + LN-PROJECTED (3)
               + LN-PROJECTED (4).
           COMPUTE WS-LINE-TOTAL = WS-LINE-CONTINUING
               + LN-PROJECTED (5).

           COMPUTE MD-FRESHMAN ROUNDED = LN-PROJECTED (1).
           COMPUTE MD-SOPHOMORE ROUNDED = LN-PROJECTED (2).
           COMPUTE MD-JUNIOR ROUNDED = LN-PROJECTED (3).
           COMPUTE MD-SENIOR ROUNDED = LN-PROJECTED (4).
           COMPUTE MD-CONTINUING ROUNDED = WS-LINE-CONTINUING.
           COMPUTE MD-DEPOSITS ROUNDED = LN-PROJECTED (5).
           COMPUTE MD-TOTAL ROUNDED = WS-LINE-TOTAL.
           MOVE WS-LINE-CURRENT TO MD-CURRENT.

           MOVE MAJOR-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC.


      *****************************************************
      *  960-PRINT-VARIANCE - THE PROJECTION AN EARLIER    *
      *  RUN MADE FOR THE CURRENT TERM AGAINST THE TERM'S  *
      *  CENSUS ACTUAL, BY MAJOR AND THEN BY CLASS         *
      *  STANDING.  WITH NO EARLIER PROJECTION OR NO       *
      *  CENSUS SNAPSHOT FOR THE TERM A NOTE PRINTS        *
      *  INSTEAD.                                          *
      *****************************************************
       960-PRINT-VARIANCE.

           MOVE WS-CURRENT-TERM TO VT-TERM-CODE.
           MOVE VARIANCE-TITLE-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 3.

           EVALUATE TRUE
               WHEN NOT LAST-PROJECTION-FOUND
                   MOVE SPACES TO VN-CAPTION
                   STRING "NO PROJECTION FOR TERM " DELIMITED BY SIZE
                          WS-CURRENT-TERM DELIMITED BY SIZE
                          " ON PROJHIST - NO VARIANCE TO REPORT"
                              DELIMITED BY SIZE
                          INTO VN-CAPTION
                   MOVE VARIANCE-NOTE-LINE TO PROJ-REC
                   WRITE PROJ-REC AFTER 2
               WHEN WS-CENSUS-ACTUAL = ZERO
                   MOVE SPACES TO VN-CAPTION
                   STRING "NO CENSUS SNAPSHOT FOR TERM "
                              DELIMITED BY SIZE
                          WS-CURRENT-TERM DELIMITED BY SIZE
                          " - NO VARIANCE TO REPORT" DELIMITED BY SIZE
                          INTO VN-CAPTION
                   MOVE VARIANCE-NOTE-LINE TO PROJ-REC
                   WRITE PROJ-REC AFTER 2
               WHEN OTHER
                   PERFORM 962-PRINT-VARIANCE-BODY
           END-EVALUATE.


       962-PRINT-VARIANCE-BODY.

           MOVE "MAJOR" TO VARIANCE-COLUMN-LINE (1:10).
           MOVE VARIANCE-COLUMN-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 2.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.

           PERFORM VARYING WS-MAJ-SUB FROM 1 BY 1
                   UNTIL WS-MAJ-SUB > WS-NUM-MAJORS
               MOVE ZERO TO WS-VAR-PROJECTED
                            WS-VAR-ACTUAL
               PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                       UNTIL WS-LEVEL-SUB > 5
                   ADD MJ-LAST-PROJ (WS-MAJ-SUB WS-LEVEL-SUB)
                       TO WS-VAR-PROJECTED
                          TT-LAST-PROJ (WS-LEVEL-SUB)
                   ADD MJ-ACTUAL (WS-MAJ-SUB WS-LEVEL-SUB)
                       TO WS-VAR-ACTUAL
                          TT-ACTUAL (WS-LEVEL-SUB)
               END-PERFORM
               IF WS-VAR-PROJECTED > ZERO
                       OR WS-VAR-ACTUAL > ZERO
                   MOVE MJ-MAJOR-CODE (WS-MAJ-SUB) TO VD-LABEL
                   PERFORM 965-PRINT-VARIANCE-LINE
               END-IF
           END-PERFORM.

           MOVE "CLASS" TO VARIANCE-COLUMN-LINE (1:10).
           MOVE VARIANCE-COLUMN-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 3.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.

           MOVE ZERO TO TT-LAST-PROJ (6)
                        TT-ACTUAL (6).
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               MOVE TT-LAST-PROJ (WS-LEVEL-SUB) TO WS-VAR-PROJECTED
               MOVE TT-ACTUAL (WS-LEVEL-SUB) TO WS-VAR-ACTUAL
               ADD WS-VAR-PROJECTED TO TT-LAST-PROJ (6)
               ADD WS-VAR-ACTUAL TO TT-ACTUAL (6)
               IF WS-LEVEL-SUB = 5
                   MOVE "NEW ENTRY" TO VD-LABEL
               ELSE
                   MOVE CLASS-NAME (WS-LEVEL-SUB) TO VD-LABEL
               END-IF
               PERFORM 965-PRINT-VARIANCE-LINE
           END-PERFORM.

           MOVE TT-LAST-PROJ (6) TO WS-VAR-PROJECTED.
           MOVE TT-ACTUAL (6) TO WS-VAR-ACTUAL.
           MOVE "ALL" TO VD-LABEL.
           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC.
           PERFORM 965-PRINT-VARIANCE-LINE.


      *****************************************************
      *  965-PRINT-VARIANCE-LINE - THE VARIANCE IS THE     *
      *  ACTUAL LESS THE PROJECTION, AND ITS PERCENTAGE IS *
      *  OF THE PROJECTION (BLANK WHEN NOTHING WAS         *
      *  PROJECTED).                                       *
      *****************************************************
       965-PRINT-VARIANCE-LINE.

           COMPUTE VD-PROJECTED ROUNDED = WS-VAR-PROJECTED.
           MOVE WS-VAR-ACTUAL TO VD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-VAR-ACTUAL - WS-VAR-PROJECTED.
           COMPUTE VD-VARIANCE ROUNDED = WS-VARIANCE.

           IF WS-VAR-PROJECTED > ZERO
               COMPUTE VD-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-VAR-PROJECTED
               MOVE "%" TO VD-PCT-SIGN
           ELSE
               MOVE SPACES TO VD-PCT-AREA
           END-IF.

           MOVE VARIANCE-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC.


       980-PRINT-TRAILER.

           MOVE SPACES TO PROJ-REC.
           WRITE PROJ-REC AFTER 2.

           MOVE "HISTORY STUDENTS MEASURED" TO TR-CAPTION.
           MOVE WS-HIST-STUDENTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "  CONTINUED ON TERMGPA HISTORY" TO TR-CAPTION.
           MOVE WS-HIST-TGPA-CONTINUED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "HISTORY STUDENTS NOT ACTIVE/REGISTERED" TO TR-CAPTION.
           MOVE WS-HIST-NOT-ACTIVE TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "ACTIVE STUDENTS PROJECTED" TO TR-CAPTION.
           MOVE WS-ACTIVE-PROJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "  ON THE WHOLE CLASS'S RATE" TO TR-CAPTION.
           MOVE WS-POOLED-CLASS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "  ON THE WHOLE POPULATION'S RATE" TO TR-CAPTION.
           MOVE WS-POOLED-ALL TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "ACTIVE STUDENTS ENTERING NEXT TERM" TO TR-CAPTION.
           MOVE WS-ENTRANTS-SKIPPED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "ADMITTED DEPOSITS FOR NEXT TERM" TO TR-CAPTION.
           MOVE WS-DEPOSITS-COUNTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "CURRENT TERM CENSUS ACTUAL" TO TR-CAPTION.
           MOVE WS-CENSUS-ACTUAL TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "EARLIER PROJECTION RECORDS READ" TO TR-CAPTION.
           MOVE WS-LAST-PROJ-RECORDS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "PROJECTION RECORDS REPLACED" TO TR-CAPTION.
           MOVE WS-PROJ-REPLACED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.

           MOVE "PROJECTION RECORDS WRITTEN" TO TR-CAPTION.
           MOVE WS-PROJ-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO PROJ-REC.
           WRITE PROJ-REC AFTER 1.
