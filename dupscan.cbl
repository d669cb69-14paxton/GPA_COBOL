       IDENTIFICATION DIVISION.

       PROGRAM-ID. DUPSCAN.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DUPSCAN - POTENTIAL DUPLICATE-PERSON SWEEP        *
      *  FINDS PAIRS OF STUDENT MASTER RECORDS THAT MAY BE *
      *  THE SAME PERSON, FOR THE REGISTRAR TO RULE ON     *
      *  BEFORE STUMERGE.  CANDIDATES ARE STUDENTS SHARING *
      *  A DATE OF BIRTH, OR SHARING A LAST NAME AND FIRST *
      *  INITIAL - CURRENT OR FORMER (NAMEHIST), WITH      *
      *  COMMON NICKNAMES TAKEN AS THEIR FORMAL FIRST      *
      *  NAME.  EACH PAIR IS SCORED:  LAST NAME EXACT 30,  *
      *  OR MATCHING A FORMER NAME 25;  FIRST NAME EXACT   *
      *  20, BY NICKNAME 15, OR INITIAL ONLY 5;  BIRTH     *
      *  DATE EXACT 30, OR WITH MONTH AND DAY SWAPPED 15;  *
      *  AN ADDRESS ON ADDRFILE (FIRST LINE AND FIVE-DIGIT *
      *  ZIP) IN COMMON 20.  PAIRS AT OR ABOVE THE DUPPARM *
      *  THRESHOLD PRINT ON DUPRPT WITH THEIR EVIDENCE.  A *
      *  PAIR ALREADY RULED ON IN DUPDECN, CONFIRMED OR    *
      *  NOT A DUPLICATE, IS NEVER OFFERED AGAIN.          *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DUP-PARM-FILE
               ASSIGN DUPPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL NAME-HIST-FILE
               ASSIGN NAMEHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NC-NAME-KEY
               FILE STATUS IS WS-NAMH-STATUS.

           SELECT OPTIONAL ADDRESS-FILE
               ASSIGN ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT OPTIONAL DECISION-FILE
               ASSIGN DUPDECN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DD-PAIR-KEY
               FILE STATUS IS WS-DECN-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN SORTWK01.

           SELECT PAIR-SORT-FILE
               ASSIGN SORTWK02.

           SELECT CANDIDATE-PAIR-FILE
               ASSIGN DUPPAIRS
               FILE STATUS IS WS-PAIR-STATUS.

           SELECT DUP-REPORT
               ASSIGN DUPRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  DUP-PARM-FILE.

       01  DUP-PARM-RECORD.
           05  DP-THRESHOLD             PIC 9(03).

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  NAME-HIST-FILE.

            COPY NAMEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADDRESS-FILE.

            COPY ADDRFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DECISION-FILE.

            COPY DUPDECN IN KC2477.SHARED.COBOL.STUDGPA.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-BLOCK-KEY.
               10  SR-BLOCK-TYPE        PIC X(01).
               10  SR-BLOCK-VALUE       PIC X(17).
           05  SR-STUDENT-ID            PIC 9(09).

       SD  PAIR-SORT-FILE.

       01  PAIR-SORT-RECORD.
           05  PP-LOW-ID                PIC 9(09).
           05  PP-HIGH-ID               PIC 9(09).

      *****************************************************
      *  DUPPAIRS - EVERY PAIR MET IN A CANDIDATE BLOCK,   *
      *  IN BLOCK ORDER.  A PAIR SHARING MORE THAN ONE     *
      *  BLOCK APPEARS MORE THAN ONCE; THE SECOND SORT     *
      *  BRINGS THE COPIES TOGETHER SO EACH IS SCORED ONCE.*
      *****************************************************
       FD  CANDIDATE-PAIR-FILE.

       01  CANDIDATE-PAIR-RECORD.
           05  CP-LOW-ID                PIC 9(09).
           05  CP-HIGH-ID               PIC 9(09).

       FD  DUP-REPORT.

       01  DUP-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  STUMAST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  STUMAST-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  PAIR-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  PAIR-EOF                        VALUE "Y".
           05  WS-SCAN-SWITCH          PIC X(01)   VALUE "N".
               88  SCAN-DONE                       VALUE "Y".
           05  WS-FOUND-SWITCH         PIC X(01)   VALUE "N".
               88  PAIR-ON-MASTER                  VALUE "Y".
           05  WS-DECIDED-SWITCH       PIC X(01)   VALUE "N".
               88  PAIR-ALREADY-DECIDED            VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-NAMH-STATUS          PIC XX.
           05  WS-ADDR-STATUS          PIC XX.
           05  WS-DECN-STATUS          PIC XX.
           05  WS-PAIR-STATUS          PIC XX.
           05  WS-THRESHOLD            PIC 9(03) VALUE ZERO.
           05  WS-SAVE-BLOCK-KEY       PIC X(18) VALUE LOW-VALUES.
           05  WS-SAVE-LOW-ID          PIC 9(09) VALUE ZERO.
           05  WS-SAVE-HIGH-ID         PIC 9(09) VALUE ZERO.
           05  WS-LOOKUP-ID            PIC 9(09) VALUE ZERO.
           05  WS-NICK-IN              PIC X(12) VALUE SPACES.
           05  WS-NICK-OUT             PIC X(12) VALUE SPACES.
           05  WS-NICK-SUB             PIC 9(03) COMP VALUE ZERO.
           05  WS-BLK-I                PIC 9(03) COMP VALUE ZERO.
           05  WS-BLK-J                PIC 9(03) COMP VALUE ZERO.
           05  WS-ADR-SUB              PIC 9(03) COMP VALUE ZERO.
           05  WS-FMR-SUB              PIC 9(03) COMP VALUE ZERO.
           05  WS-SCORE                PIC 9(03) VALUE ZERO.
           05  WS-EVID-LAST            PIC X(01) VALUE SPACE.
           05  WS-EVID-FIRST           PIC X(01) VALUE SPACE.
           05  WS-EVID-DOB             PIC X(01) VALUE SPACE.
           05  WS-EVID-ADDR            PIC X(01) VALUE SPACE.
           05  WS-SWAPPED-DOB          PIC 9(08) VALUE ZERO.
           05  WS-SWAPPED-DOB-R REDEFINES WS-SWAPPED-DOB.
               10  WS-SWAP-YEAR        PIC 9(04).
               10  WS-SWAP-MONTH       PIC 9(02).
               10  WS-SWAP-DAY         PIC 9(02).
           05  WS-DOB-WORK             PIC 9(08) VALUE ZERO.
           05  WS-DOB-WORK-R REDEFINES WS-DOB-WORK.
               10  WS-DOB-YEAR         PIC 9(04).
               10  WS-DOB-MONTH        PIC 9(02).
               10  WS-DOB-DAY          PIC 9(02).

       01  CONTROL-COUNTS.
           05  WS-STUDENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-BLOCK-KEYS           PIC 9(07) VALUE ZERO.
           05  WS-PAIRS-MET            PIC 9(07) VALUE ZERO.
           05  WS-UNIQUE-PAIRS         PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-DECIDED      PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) VALUE ZERO.
           05  WS-BELOW-THRESHOLD      PIC 9(07) VALUE ZERO.
           05  WS-PAIRS-REPORTED       PIC 9(07) VALUE ZERO.
           05  WS-BLOCKS-TRUNCATED     PIC 9(07) VALUE ZERO.

      *****************************************************
      *  ONE CANDIDATE BLOCK - THE STUDENTS SHARING A      *
      *  BLOCK KEY.  A BLOCK LARGER THAN THE TABLE IS      *
      *  COMPARED ON ITS FIRST 100 MEMBERS AND COUNTED AS  *
      *  TRUNCATED ON THE TRAILER.                         *
      *****************************************************
       01  BLOCK-TBL-GROUP.
           05  WS-BLOCK-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  BK-STUDENT-ID           PIC 9(09) OCCURS 100 TIMES.

      *****************************************************
      *  THE TWO STUDENTS OF THE PAIR BEING SCORED, WITH   *
      *  THEIR FORMER LAST NAMES AND THEIR ADDRESSES.      *
      *****************************************************
       01  PAIR-A-FIELDS.
           05  PA-STUDENT-ID           PIC 9(09).
           05  PA-STUDENT-NAME         PIC X(29).
           05  PA-NAME-LAST            PIC X(16).
           05  PA-NAME-FIRST           PIC X(12).
           05  PA-FORMAL-FIRST         PIC X(12).
           05  PA-DATE-OF-BIRTH        PIC 9(08).
           05  PA-FORMER-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  PA-FORMER-LAST          PIC X(16) OCCURS 10 TIMES.
           05  PA-ADDR-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  PA-ADDR-ENTRY OCCURS 20 TIMES.
               10  PA-ADDR-LINE-1      PIC X(30).
               10  PA-ADDR-ZIP5        PIC X(05).

       01  PAIR-B-FIELDS.
           05  PB-STUDENT-ID           PIC 9(09).
           05  PB-STUDENT-NAME         PIC X(29).
           05  PB-NAME-LAST            PIC X(16).
           05  PB-NAME-FIRST           PIC X(12).
           05  PB-FORMAL-FIRST         PIC X(12).
           05  PB-DATE-OF-BIRTH        PIC 9(08).
           05  PB-FORMER-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  PB-FORMER-LAST          PIC X(16) OCCURS 10 TIMES.
           05  PB-ADDR-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  PB-ADDR-ENTRY OCCURS 20 TIMES.
               10  PB-ADDR-LINE-1      PIC X(30).
               10  PB-ADDR-ZIP5        PIC X(05).

       01  FORMER-NAME-WORK.
           05  WS-FMR-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-FMR-LAST             PIC X(16) OCCURS 10 TIMES.

       01  ADDRESS-WORK.
           05  WS-ADR-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-ADR-ENTRY OCCURS 20 TIMES.
               10  WS-ADR-LINE-1       PIC X(30).
               10  WS-ADR-ZIP5         PIC X(05).

      *****************************************************
      *  COMMON NICKNAMES AND THE FORMAL FIRST NAME EACH   *
      *  STANDS FOR.  A FIRST NAME NOT IN THE TABLE IS     *
      *  ITS OWN FORMAL NAME.                              *
      *****************************************************
       01  NICKNAME-VALUES.
           05          PIC X(24)   VALUE "ABBY        ABIGAIL     ".
           05          PIC X(24)   VALUE "ALEX        ALEXANDER   ".
           05          PIC X(24)   VALUE "BEN         BENJAMIN    ".
           05          PIC X(24)   VALUE "BETH        ELIZABETH   ".
           05          PIC X(24)   VALUE "BETSY       ELIZABETH   ".
           05          PIC X(24)   VALUE "BILL        WILLIAM     ".
           05          PIC X(24)   VALUE "BILLY       WILLIAM     ".
           05          PIC X(24)   VALUE "BOB         ROBERT      ".
           05          PIC X(24)   VALUE "BOBBY       ROBERT      ".
           05          PIC X(24)   VALUE "CHARLIE     CHARLES     ".
           05          PIC X(24)   VALUE "CHRIS       CHRISTOPHER ".
           05          PIC X(24)   VALUE "CHUCK       CHARLES     ".
           05          PIC X(24)   VALUE "DAN         DANIEL      ".
           05          PIC X(24)   VALUE "DANNY       DANIEL      ".
           05          PIC X(24)   VALUE "DAVE        DAVID       ".
           05          PIC X(24)   VALUE "DICK        RICHARD     ".
           05          PIC X(24)   VALUE "ED          EDWARD      ".
           05          PIC X(24)   VALUE "JEN         JENNIFER    ".
           05          PIC X(24)   VALUE "JENNY       JENNIFER    ".
           05          PIC X(24)   VALUE "JIM         JAMES       ".
           05          PIC X(24)   VALUE "JIMMY       JAMES       ".
           05          PIC X(24)   VALUE "JOE         JOSEPH      ".
           05          PIC X(24)   VALUE "JON         JONATHAN    ".
           05          PIC X(24)   VALUE "KATE        KATHERINE   ".
           05          PIC X(24)   VALUE "KATHY       KATHERINE   ".
           05          PIC X(24)   VALUE "KATIE       KATHERINE   ".
           05          PIC X(24)   VALUE "LIZ         ELIZABETH   ".
           05          PIC X(24)   VALUE "MATT        MATTHEW     ".
           05          PIC X(24)   VALUE "MEG         MARGARET    ".
           05          PIC X(24)   VALUE "MIKE        MICHAEL     ".
           05          PIC X(24)   VALUE "NICK        NICHOLAS    ".
           05          PIC X(24)   VALUE "PAT         PATRICIA    ".
           05          PIC X(24)   VALUE "PEGGY       MARGARET    ".
           05          PIC X(24)   VALUE "RICK        RICHARD     ".
           05          PIC X(24)   VALUE "ROB         ROBERT      ".
           05          PIC X(24)   VALUE "SAM         SAMUEL      ".
           05          PIC X(24)   VALUE "STEVE       STEVEN      ".
           05          PIC X(24)   VALUE "SUE         SUSAN       ".
           05          PIC X(24)   VALUE "TED         EDWARD      ".
           05          PIC X(24)   VALUE "TOM         THOMAS      ".
           05          PIC X(24)   VALUE "TOMMY       THOMAS      ".
           05          PIC X(24)   VALUE "TONY        ANTHONY     ".
           05          PIC X(24)   VALUE "WILL        WILLIAM     ".

       01  NICKNAME-TBL REDEFINES NICKNAME-VALUES.
           05  NK-ENTRY OCCURS 43 TIMES.
               10  NK-NICKNAME         PIC X(12).
               10  NK-FORMAL-NAME      PIC X(12).

       01  DUP-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  DPH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DPH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DPH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(38)
               VALUE "POTENTIAL DUPLICATE-PERSON REVIEW".
           05                 PIC X(11)   VALUE "THRESHOLD: ".
           05  DPH-THRESHOLD  PIC ZZ9.
           05                 PIC X(56)  VALUE SPACE.

       01  DUP-LEGEND-LINE-1.
           05                 PIC X(10)  VALUE "EVIDENCE  ".
           05                 PIC X(34)
               VALUE "LN: E EXACT, H FORMER NAME".
           05                 PIC X(36)
               VALUE "FN: E EXACT, N NICKNAME, I INITIAL".
           05                 PIC X(52)  VALUE SPACE.

       01  DUP-LEGEND-LINE-2.
           05                 PIC X(10)  VALUE SPACE.
           05                 PIC X(34)
               VALUE "DB: E EXACT, T MONTH/DAY SWAPPED".
           05                 PIC X(36)
               VALUE "AD: Y SHARED ADDRESS".
           05                 PIC X(52)  VALUE SPACE.

       01  DUP-COLUMN-LINE.
           05                 PIC X(10)  VALUE "LOW ID".
           05                 PIC X(30)  VALUE "NAME".
           05                 PIC X(10)  VALUE "BIRTH".
           05                 PIC X(10)  VALUE "HIGH ID".
           05                 PIC X(30)  VALUE "NAME".
           05                 PIC X(10)  VALUE "BIRTH".
           05                 PIC X(05)  VALUE "SCR".
           05                 PIC X(04)  VALUE "LN".
           05                 PIC X(04)  VALUE "FN".
           05                 PIC X(04)  VALUE "DB".
           05                 PIC X(04)  VALUE "AD".
           05                 PIC X(11)  VALUE SPACE.

       01  DUP-DETAIL-LINE.
           05  DL-LOW-ID          PIC 9(09).
           05                     PIC X(01)  VALUE SPACE.
           05  DL-LOW-NAME        PIC X(29).
           05                     PIC X(01)  VALUE SPACE.
           05  DL-LOW-DOB         PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  DL-HIGH-ID         PIC 9(09).
           05                     PIC X(01)  VALUE SPACE.
           05  DL-HIGH-NAME       PIC X(29).
           05                     PIC X(01)  VALUE SPACE.
           05  DL-HIGH-DOB        PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  DL-SCORE           PIC ZZ9.
           05                     PIC X(02)  VALUE SPACE.
           05  DL-EVID-LAST       PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  DL-EVID-FIRST      PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  DL-EVID-DOB        PIC X(01).
           05                     PIC X(03)  VALUE SPACE.
           05  DL-EVID-ADDR       PIC X(01).
           05                     PIC X(14)  VALUE SPACE.

       01  TRAILER-DETAIL-LINE.
           05  TR-CAPTION             PIC X(36).
           05  TR-COUNT               PIC Z,ZZZ,ZZ9.
           05                         PIC X(87)  VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  CD-CURRENT-DATE.
              10  CD-YEAR             PIC 9(04).
              10  CD-MONTH            PIC 9(02).
              10  CD-DAY              PIC 9(02).
           05  CD-CURRENT-TIME.
              10  CD-HOURS            PIC 9(02).
              10  CD-MINUTES          PIC 9(02).
              10  CD-SECONDS          PIC 9(02).
           05                         PIC X(07).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BLOCK-KEY
               ON ASCENDING KEY SR-STUDENT-ID
               INPUT PROCEDURE IS 200-RELEASE-BLOCKS
               OUTPUT PROCEDURE IS 300-PAIR-BLOCKS.

           SORT PAIR-SORT-FILE
               ON ASCENDING KEY PP-LOW-ID
               ON ASCENDING KEY PP-HIGH-ID
               INPUT PROCEDURE IS 400-RELEASE-PAIRS
               OUTPUT PROCEDURE IS 500-SCORE-PAIRS.

           PERFORM 240-PRINT-TRAILER.

           CLOSE STUDENT-FILE
                 NAME-HIST-FILE
                 ADDRESS-FILE
                 DECISION-FILE
                 DUP-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO DPH-MONTH.
           MOVE CD-DAY     TO DPH-DAY.
           MOVE CD-YEAR    TO DPH-YEAR.

           OPEN INPUT DUP-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DUPLICATE SWEEP PARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ DUP-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' DUPPARM IS EMPTY - CONTROL CARD NEEDED'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           IF DP-THRESHOLD NOT NUMERIC
                   OR DP-THRESHOLD = ZERO
                   OR DP-THRESHOLD > 100
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' DUPPARM CONTROL CARD FAILS EDITS'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE DP-THRESHOLD TO WS-THRESHOLD.
           MOVE DP-THRESHOLD TO DPH-THRESHOLD.

           CLOSE DUP-PARM-FILE.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE STUDENT FILE'
               DISPLAY ' FILE STATUS IS ', WS-STUD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT NAME-HIST-FILE.

           IF WS-NAMH-STATUS NOT = '00' AND WS-NAMH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE NAME HISTORY FILE'
               DISPLAY ' FILE STATUS IS ', WS-NAMH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT ADDRESS-FILE.

           IF WS-ADDR-STATUS NOT = '00' AND WS-ADDR-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ADDRESS FILE'
               DISPLAY ' FILE STATUS IS ', WS-ADDR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT DECISION-FILE.

           IF WS-DECN-STATUS NOT = '00' AND WS-DECN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DUPLICATE DECISION FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT DUP-REPORT.

           MOVE DUP-HEADING-LINE TO DUP-REC.
           WRITE DUP-REC AFTER PAGE.
           MOVE DUP-LEGEND-LINE-1 TO DUP-REC.
           WRITE DUP-REC AFTER 2.
           MOVE DUP-LEGEND-LINE-2 TO DUP-REC.
           WRITE DUP-REC AFTER 1.
           MOVE DUP-COLUMN-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 2.
           MOVE SPACES TO DUP-REC.
           WRITE DUP-REC.


      *****************************************************
      *  150-FORMAL-FIRST-NAME - WS-NICK-IN TO ITS FORMAL  *
      *  FIRST NAME IN WS-NICK-OUT.                        *
      *****************************************************
       150-FORMAL-FIRST-NAME.

           MOVE WS-NICK-IN TO WS-NICK-OUT.
           PERFORM VARYING WS-NICK-SUB FROM 1 BY 1
                   UNTIL WS-NICK-SUB > 43
               IF NK-NICKNAME (WS-NICK-SUB) = WS-NICK-IN
                   MOVE NK-FORMAL-NAME (WS-NICK-SUB) TO WS-NICK-OUT
                   MOVE 43 TO WS-NICK-SUB
               END-IF
           END-PERFORM.


      *****************************************************
      *  200-RELEASE-BLOCKS - ONE BLOCK KEY PER STUDENT    *
      *  FOR THE DATE OF BIRTH (WHEN ON FILE), ONE FOR THE *
      *  LAST NAME AND FORMAL FIRST INITIAL, AND ONE FOR   *
      *  EACH FORMER NAME ON NAMEHIST.                     *
      *****************************************************
       200-RELEASE-BLOCKS.

           PERFORM UNTIL STUMAST-EOF
               READ STUDENT-FILE NEXT
                   AT END
                       SET STUMAST-EOF TO TRUE
               END-READ
               IF NOT STUMAST-EOF
                   ADD 1 TO WS-STUDENTS-READ
                   PERFORM 210-RELEASE-STUDENT
               END-IF
           END-PERFORM.


       210-RELEASE-STUDENT.

           MOVE SM-STUDENT-ID TO SR-STUDENT-ID.

           IF SM-DATE-OF-BIRTH NUMERIC AND SM-DATE-OF-BIRTH > ZERO
               MOVE SPACES TO SR-BLOCK-KEY
               MOVE "D" TO SR-BLOCK-TYPE
               MOVE SM-DATE-OF-BIRTH TO SR-BLOCK-VALUE
               RELEASE SORT-RECORD
               ADD 1 TO WS-BLOCK-KEYS
           END-IF.

           IF SM-NAME-LAST NOT = SPACES
               MOVE SM-NAME-FIRST TO WS-NICK-IN
               PERFORM 150-FORMAL-FIRST-NAME
               MOVE SPACES TO SR-BLOCK-KEY
               MOVE "N" TO SR-BLOCK-TYPE
               MOVE SM-NAME-LAST TO SR-BLOCK-VALUE (1:16)
               MOVE WS-NICK-OUT (1:1) TO SR-BLOCK-VALUE (17:1)
               RELEASE SORT-RECORD
               ADD 1 TO WS-BLOCK-KEYS
           END-IF.

           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE SM-STUDENT-ID TO NC-STUDENT-ID.
           MOVE ZEROS TO NC-CHANGE-DATE
                         NC-CHANGE-TIME.
           START NAME-HIST-FILE
               KEY IS NOT LESS THAN NC-NAME-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ NAME-HIST-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF NC-STUDENT-ID NOT = SM-STUDENT-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF NC-NAME-LAST NOT = SPACES
                               AND NC-NAME-LAST NOT = SM-NAME-LAST
                           MOVE NC-NAME-FIRST TO WS-NICK-IN
                           PERFORM 150-FORMAL-FIRST-NAME
                           MOVE SPACES TO SR-BLOCK-KEY
                           MOVE "N" TO SR-BLOCK-TYPE
                           MOVE NC-NAME-LAST
                               TO SR-BLOCK-VALUE (1:16)
                           MOVE WS-NICK-OUT (1:1)
                               TO SR-BLOCK-VALUE (17:1)
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-BLOCK-KEYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  300-PAIR-BLOCKS - GATHERS EACH BLOCK AND WRITES   *
      *  EVERY PAIR OF DIFFERENT STUDENTS IN IT TO         *
      *  DUPPAIRS, LOWER ID FIRST.                         *
      *****************************************************
       300-PAIR-BLOCKS.

           OPEN OUTPUT CANDIDATE-PAIR-FILE.

           IF WS-PAIR-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 300-PAIR-BLOCKS'
               DISPLAY ' ERROR OPENING THE CANDIDATE PAIR FILE'
               DISPLAY ' FILE STATUS IS ', WS-PAIR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-BLOCK-COUNT.
           MOVE "N" TO SORT-EOF-SWITCH.

           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF SR-BLOCK-KEY NOT = WS-SAVE-BLOCK-KEY
                       PERFORM 310-PAIR-ONE-BLOCK
                       MOVE ZERO TO WS-BLOCK-COUNT
                       MOVE SR-BLOCK-KEY TO WS-SAVE-BLOCK-KEY
                   END-IF
                   IF WS-BLOCK-COUNT < 100
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE SR-STUDENT-ID
                           TO BK-STUDENT-ID (WS-BLOCK-COUNT)
                   ELSE
                       IF WS-BLOCK-COUNT = 100
                           ADD 1 TO WS-BLOCKS-TRUNCATED
                           ADD 1 TO WS-BLOCK-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 310-PAIR-ONE-BLOCK.

           CLOSE CANDIDATE-PAIR-FILE.


       310-PAIR-ONE-BLOCK.

           IF WS-BLOCK-COUNT > 100
               MOVE 100 TO WS-BLOCK-COUNT
           END-IF.

           IF WS-BLOCK-COUNT > 1
               PERFORM 315-PAIR-TWO-MEMBERS
                   VARYING WS-BLK-I FROM 1 BY 1
                   UNTIL WS-BLK-I > WS-BLOCK-COUNT
                   AFTER WS-BLK-J FROM 1 BY 1
                   UNTIL WS-BLK-J > WS-BLOCK-COUNT
           END-IF.


       315-PAIR-TWO-MEMBERS.

           IF WS-BLK-J > WS-BLK-I
               IF BK-STUDENT-ID (WS-BLK-I)
                       NOT = BK-STUDENT-ID (WS-BLK-J)
                   IF BK-STUDENT-ID (WS-BLK-I)
                           < BK-STUDENT-ID (WS-BLK-J)
                       MOVE BK-STUDENT-ID (WS-BLK-I) TO CP-LOW-ID
                       MOVE BK-STUDENT-ID (WS-BLK-J) TO CP-HIGH-ID
                   ELSE
                       MOVE BK-STUDENT-ID (WS-BLK-J) TO CP-LOW-ID
                       MOVE BK-STUDENT-ID (WS-BLK-I) TO CP-HIGH-ID
                   END-IF
                   WRITE CANDIDATE-PAIR-RECORD
                   ADD 1 TO WS-PAIRS-MET
               END-IF
           END-IF.


       400-RELEASE-PAIRS.

           OPEN INPUT CANDIDATE-PAIR-FILE.

           IF WS-PAIR-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 400-RELEASE-PAIRS'
               DISPLAY ' ERROR OPENING THE CANDIDATE PAIR FILE'
               DISPLAY ' FILE STATUS IS ', WS-PAIR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL PAIR-EOF
               READ CANDIDATE-PAIR-FILE
                   AT END
                       SET PAIR-EOF TO TRUE
               END-READ
               IF NOT PAIR-EOF
                   MOVE CP-LOW-ID  TO PP-LOW-ID
                   MOVE CP-HIGH-ID TO PP-HIGH-ID
                   RELEASE PAIR-SORT-RECORD
               END-IF
           END-PERFORM.

           CLOSE CANDIDATE-PAIR-FILE.


      *****************************************************
      *  500-SCORE-PAIRS - EACH DISTINCT PAIR ONCE.  A     *
      *  PAIR ALREADY RULED ON, OR WITH A MEMBER NO LONGER *
      *  ON THE MASTER (MERGED AWAY), IS PASSED OVER.      *
      *****************************************************
       500-SCORE-PAIRS.

           MOVE "N" TO SORT-EOF-SWITCH.

           PERFORM UNTIL SORT-EOF
               RETURN PAIR-SORT-FILE
                   AT END
                       SET SORT-EOF TO TRUE
               END-RETURN
               IF NOT SORT-EOF
                   IF PP-LOW-ID NOT = WS-SAVE-LOW-ID
                           OR PP-HIGH-ID NOT = WS-SAVE-HIGH-ID
                       MOVE PP-LOW-ID  TO WS-SAVE-LOW-ID
                       MOVE PP-HIGH-ID TO WS-SAVE-HIGH-ID
                       ADD 1 TO WS-UNIQUE-PAIRS
                       PERFORM 510-SCORE-ONE-PAIR
                   END-IF
               END-IF
           END-PERFORM.


       510-SCORE-ONE-PAIR.

           MOVE PP-LOW-ID  TO DD-LOW-ID.
           MOVE PP-HIGH-ID TO DD-HIGH-ID.
           READ DECISION-FILE
               INVALID KEY
                   MOVE "N" TO WS-DECIDED-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-DECIDED-SWITCH
           END-READ.

           IF PAIR-ALREADY-DECIDED
               ADD 1 TO WS-ALREADY-DECIDED
           ELSE
               PERFORM 520-LOAD-PAIR
               IF NOT PAIR-ON-MASTER
                   ADD 1 TO WS-NOT-ON-MASTER
               ELSE
                   PERFORM 530-SCORE-EVIDENCE
                   IF WS-SCORE < WS-THRESHOLD
                       ADD 1 TO WS-BELOW-THRESHOLD
                   ELSE
                       PERFORM 550-PRINT-PAIR
                   END-IF
               END-IF
           END-IF.


      *****************************************************
      *  520-LOAD-PAIR - BOTH MASTER RECORDS, WITH EACH    *
      *  STUDENT'S FORMER LAST NAMES AND ADDRESSES.        *
      *  PAIR-ON-MASTER IS LEFT ON ONLY WHEN BOTH ARE      *
      *  FOUND.                                            *
      *****************************************************
       520-LOAD-PAIR.

           MOVE "Y" TO WS-FOUND-SWITCH.

           MOVE PP-LOW-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
           END-READ.

           IF PAIR-ON-MASTER
               MOVE SM-STUDENT-ID    TO PA-STUDENT-ID
               MOVE SM-STUDENT-NAME  TO PA-STUDENT-NAME
               MOVE SM-NAME-LAST     TO PA-NAME-LAST
               MOVE SM-NAME-FIRST    TO PA-NAME-FIRST
               MOVE SM-DATE-OF-BIRTH TO PA-DATE-OF-BIRTH
               MOVE SM-NAME-FIRST    TO WS-NICK-IN
               PERFORM 150-FORMAL-FIRST-NAME
               MOVE WS-NICK-OUT      TO PA-FORMAL-FIRST
               MOVE PP-LOW-ID        TO WS-LOOKUP-ID
               PERFORM 525-LOAD-FORMER-NAMES
               MOVE WS-FMR-COUNT     TO PA-FORMER-COUNT
               PERFORM VARYING WS-FMR-SUB FROM 1 BY 1
                       UNTIL WS-FMR-SUB > WS-FMR-COUNT
                   MOVE WS-FMR-LAST (WS-FMR-SUB)
                       TO PA-FORMER-LAST (WS-FMR-SUB)
               END-PERFORM
               PERFORM 527-LOAD-ADDRESSES
               MOVE WS-ADR-COUNT TO PA-ADDR-COUNT
               PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADR-COUNT
                   MOVE WS-ADR-ENTRY (WS-ADR-SUB)
                       TO PA-ADDR-ENTRY (WS-ADR-SUB)
               END-PERFORM
           END-IF.

           IF PAIR-ON-MASTER
               MOVE PP-HIGH-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
               END-READ
           END-IF.

           IF PAIR-ON-MASTER
               MOVE SM-STUDENT-ID    TO PB-STUDENT-ID
               MOVE SM-STUDENT-NAME  TO PB-STUDENT-NAME
               MOVE SM-NAME-LAST     TO PB-NAME-LAST
               MOVE SM-NAME-FIRST    TO PB-NAME-FIRST
               MOVE SM-DATE-OF-BIRTH TO PB-DATE-OF-BIRTH
               MOVE SM-NAME-FIRST    TO WS-NICK-IN
               PERFORM 150-FORMAL-FIRST-NAME
               MOVE WS-NICK-OUT      TO PB-FORMAL-FIRST
               MOVE PP-HIGH-ID       TO WS-LOOKUP-ID
               PERFORM 525-LOAD-FORMER-NAMES
               MOVE WS-FMR-COUNT     TO PB-FORMER-COUNT
               PERFORM VARYING WS-FMR-SUB FROM 1 BY 1
                       UNTIL WS-FMR-SUB > WS-FMR-COUNT
                   MOVE WS-FMR-LAST (WS-FMR-SUB)
                       TO PB-FORMER-LAST (WS-FMR-SUB)
               END-PERFORM
               PERFORM 527-LOAD-ADDRESSES
               MOVE WS-ADR-COUNT TO PB-ADDR-COUNT
               PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADR-COUNT
                   MOVE WS-ADR-ENTRY (WS-ADR-SUB)
                       TO PB-ADDR-ENTRY (WS-ADR-SUB)
               END-PERFORM
           END-IF.


       525-LOAD-FORMER-NAMES.

           MOVE ZERO TO WS-FMR-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE WS-LOOKUP-ID TO NC-STUDENT-ID.
           MOVE ZEROS TO NC-CHANGE-DATE
                         NC-CHANGE-TIME.
           START NAME-HIST-FILE
               KEY IS NOT LESS THAN NC-NAME-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ NAME-HIST-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF NC-STUDENT-ID NOT = WS-LOOKUP-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-FMR-COUNT < 10
                               AND NC-NAME-LAST NOT = SPACES
                           ADD 1 TO WS-FMR-COUNT
                           MOVE NC-NAME-LAST
                               TO WS-FMR-LAST (WS-FMR-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       527-LOAD-ADDRESSES.

           MOVE ZERO TO WS-ADR-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE WS-LOOKUP-ID TO AD-STUDENT-ID.
           MOVE LOW-VALUES TO AD-ADDR-TYPE.
           MOVE ZEROS TO AD-EFFECTIVE-DATE.
           START ADDRESS-FILE
               KEY IS NOT LESS THAN AD-ADDR-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ ADDRESS-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
               END-READ
               IF NOT SCAN-DONE
                   IF AD-STUDENT-ID NOT = WS-LOOKUP-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF WS-ADR-COUNT < 20
                               AND AD-LINE-1 NOT = SPACES
                           ADD 1 TO WS-ADR-COUNT
                           MOVE AD-LINE-1
                               TO WS-ADR-LINE-1 (WS-ADR-COUNT)
                           MOVE AD-ZIP (1:5)
                               TO WS-ADR-ZIP5 (WS-ADR-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  530-SCORE-EVIDENCE - ADDS UP THE POINTS FOR THE   *
      *  PAIR AND SETS THE EVIDENCE CODE FOR EACH TEST.    *
      *****************************************************
       530-SCORE-EVIDENCE.

           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-EVID-LAST
                          WS-EVID-FIRST
                          WS-EVID-DOB
                          WS-EVID-ADDR.

           IF PA-NAME-LAST = PB-NAME-LAST
               MOVE "E" TO WS-EVID-LAST
               ADD 30 TO WS-SCORE
           ELSE
               PERFORM VARYING WS-FMR-SUB FROM 1 BY 1
                       UNTIL WS-FMR-SUB > PA-FORMER-COUNT
                   IF PA-FORMER-LAST (WS-FMR-SUB) = PB-NAME-LAST
                       MOVE "H" TO WS-EVID-LAST
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FMR-SUB FROM 1 BY 1
                       UNTIL WS-FMR-SUB > PB-FORMER-COUNT
                   IF PB-FORMER-LAST (WS-FMR-SUB) = PA-NAME-LAST
                       MOVE "H" TO WS-EVID-LAST
                   END-IF
               END-PERFORM
               IF WS-EVID-LAST = "H"
                   ADD 25 TO WS-SCORE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN PA-NAME-FIRST = PB-NAME-FIRST
                   MOVE "E" TO WS-EVID-FIRST
                   ADD 20 TO WS-SCORE
               WHEN PA-FORMAL-FIRST = PB-FORMAL-FIRST
                   MOVE "N" TO WS-EVID-FIRST
                   ADD 15 TO WS-SCORE
               WHEN PA-NAME-FIRST (1:1) = PB-NAME-FIRST (1:1)
                       AND PA-NAME-FIRST (1:1) NOT = SPACE
                   MOVE "I" TO WS-EVID-FIRST
                   ADD 5 TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE PA-DATE-OF-BIRTH TO WS-DOB-WORK.
           MOVE WS-DOB-YEAR  TO WS-SWAP-YEAR.
           MOVE WS-DOB-DAY   TO WS-SWAP-MONTH.
           MOVE WS-DOB-MONTH TO WS-SWAP-DAY.

           EVALUATE TRUE
               WHEN PA-DATE-OF-BIRTH = ZERO
                   CONTINUE
               WHEN PA-DATE-OF-BIRTH = PB-DATE-OF-BIRTH
                   MOVE "E" TO WS-EVID-DOB
                   ADD 30 TO WS-SCORE
               WHEN WS-SWAPPED-DOB = PB-DATE-OF-BIRTH
                   MOVE "T" TO WS-EVID-DOB
                   ADD 15 TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                   UNTIL WS-ADR-SUB > PA-ADDR-COUNT
               PERFORM VARYING WS-BLK-J FROM 1 BY 1
                       UNTIL WS-BLK-J > PB-ADDR-COUNT
                   IF PA-ADDR-LINE-1 (WS-ADR-SUB)
                           = PB-ADDR-LINE-1 (WS-BLK-J)
                           AND PA-ADDR-ZIP5 (WS-ADR-SUB)
                           = PB-ADDR-ZIP5 (WS-BLK-J)
                       MOVE "Y" TO WS-EVID-ADDR
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-EVID-ADDR = "Y"
               ADD 20 TO WS-SCORE
           END-IF.


       550-PRINT-PAIR.

           ADD 1 TO WS-PAIRS-REPORTED.
           MOVE PA-STUDENT-ID    TO DL-LOW-ID.
           MOVE PA-STUDENT-NAME  TO DL-LOW-NAME.
           MOVE PA-DATE-OF-BIRTH TO DL-LOW-DOB.
           MOVE PB-STUDENT-ID    TO DL-HIGH-ID.
           MOVE PB-STUDENT-NAME  TO DL-HIGH-NAME.
           MOVE PB-DATE-OF-BIRTH TO DL-HIGH-DOB.
           MOVE WS-SCORE         TO DL-SCORE.
           MOVE WS-EVID-LAST     TO DL-EVID-LAST.
           MOVE WS-EVID-FIRST    TO DL-EVID-FIRST.
           MOVE WS-EVID-DOB      TO DL-EVID-DOB.
           MOVE WS-EVID-ADDR     TO DL-EVID-ADDR.
           MOVE DUP-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO DUP-REC.
           WRITE DUP-REC AFTER 2.

           MOVE "MASTER RECORDS READ" TO TR-CAPTION.
           MOVE WS-STUDENTS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "CANDIDATE BLOCK KEYS" TO TR-CAPTION.
           MOVE WS-BLOCK-KEYS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "OVERSIZE BLOCKS TRUNCATED" TO TR-CAPTION.
           MOVE WS-BLOCKS-TRUNCATED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "PAIRS MET IN BLOCKS" TO TR-CAPTION.
           MOVE WS-PAIRS-MET TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "DISTINCT PAIRS" TO TR-CAPTION.
           MOVE WS-UNIQUE-PAIRS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "ALREADY RULED ON - NOT OFFERED" TO TR-CAPTION.
           MOVE WS-ALREADY-DECIDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "MEMBER NO LONGER ON MASTER" TO TR-CAPTION.
           MOVE WS-NOT-ON-MASTER TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "BELOW THRESHOLD" TO TR-CAPTION.
           MOVE WS-BELOW-THRESHOLD TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.

           MOVE "PAIRS FOR REVIEW" TO TR-CAPTION.
           MOVE WS-PAIRS-REPORTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DUP-REC.
           WRITE DUP-REC AFTER 1.
