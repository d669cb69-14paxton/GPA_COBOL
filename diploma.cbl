       IDENTIFICATION DIVISION.

       PROGRAM-ID. DIPLOMA.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DIPLOMA - DIPLOMA VENDOR ORDER EXTRACT            *
      *  BUILDS THE DIPLOMA VENDOR ORDER FILE (DIPORDR)    *
      *  FROM THE CONFERRED DEGREE RECORDS (DEGRFILE):     *
      *  ONE ORIGINAL ORDER FOR EVERY DEGREE CONFERRED IN  *
      *  THE DIPPARM TERM, AND ONE REISSUE ORDER FOR EVERY *
      *  REPLACEMENT-DIPLOMA REQUEST ON DIPREQ.  A REISSUE *
      *  CARRIES THE ORIGINAL CONFERRAL DATE.  EACH ORDER  *
      *  CARRIES THE NAME AS IT IS TO PRINT - THE CURRENT  *
      *  NAME, OR THE FORMER NAME FROM THE NAME-CHANGE     *
      *  HISTORY (NAMEHIST) WHEN THE STUDENT HAS ASKED FOR *
      *  THE DIPLOMA UNDER A PRIOR NAME - THE DEGREE AND   *
      *  MAJOR WORDING FROM THE DIPWORD TABLE, THE LATIN   *
      *  HONORS, AND THE SHIPPING ADDRESS FROM ADDRFILE.   *
      *  EVERY ORDER IS LOGGED TO COMMLOG (DIPL ORIGINAL,  *
      *  DIPR REISSUE) UNDER THE CONFERRAL TERM.  ORDERS   *
      *  THAT CANNOT BE BUILT PRINT AS EXCEPTIONS ON THE   *
      *  DIPRPT REGISTER.                                  *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DIP-PARM-FILE
               ASSIGN DIPPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT WORDING-FILE
               ASSIGN DIPWORD
               FILE STATUS IS WS-WORD-STATUS.

           SELECT OPTIONAL DIP-REQ-FILE
               ASSIGN DIPREQ
               FILE STATUS IS WS-REQ-STATUS.

           SELECT DEGREE-FILE
               ASSIGN DEGRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-DEGREE-KEY
               FILE STATUS IS WS-DEGR-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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

           SELECT OPTIONAL COMM-LOG-FILE
               ASSIGN COMMLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-LOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT DIP-ORDER-FILE
               ASSIGN DIPORDR.

           SELECT DIPLOMA-REPORT
               ASSIGN DIPRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  DIP-PARM-FILE.

       01  DIP-PARM-RECORD.
           05  DP-CONFER-TERM           PIC X(05).
           05                           PIC X(75).

      *****************************************************
      *  DIPWORD - ONE CARD PER DEGREE CODE (TYPE D) OR    *
      *  MAJOR CODE (TYPE M) GIVING THE WORDING THE        *
      *  VENDOR PRINTS ON THE DIPLOMA.                     *
      *****************************************************
       FD  WORDING-FILE.

       01  WORDING-RECORD.
           05  DW-CODE-TYPE             PIC X(01).
               88  DW-DEGREE-WORDING              VALUE "D".
               88  DW-MAJOR-WORDING               VALUE "M".
           05  DW-CODE                  PIC X(04).
           05  DW-WORDING               PIC X(50).
           05                           PIC X(25).

      *****************************************************
      *  DIPREQ - DIPLOMA REQUESTS.  TYPE N ASKS FOR THE   *
      *  ORIGINAL DIPLOMA OF THE DEGREE (SEQUENCE ZERO FOR *
      *  EVERY DEGREE OF THE RUN) TO PRINT UNDER THE       *
      *  FORMER NAME RECORDED ON THE NAME CHANGE OF THE    *
      *  GIVEN DATE.  TYPE R ORDERS A REPLACEMENT DIPLOMA  *
      *  FOR THE DEGREE SEQUENCE GIVEN, UNDER THE FORMER   *
      *  NAME WHEN A CHANGE DATE IS GIVEN, OTHERWISE UNDER *
      *  THE CURRENT NAME.                                 *
      *****************************************************
       FD  DIP-REQ-FILE.

       01  DIP-REQ-RECORD.
           05  DQ-STUDENT-ID            PIC 9(09).
           05  DQ-REQUEST-TYPE          PIC X(01).
               88  DQ-NAME-REQUEST                VALUE "N".
               88  DQ-REPLACEMENT                 VALUE "R".
           05  DQ-DEGREE-SEQ            PIC 9(02).
           05  DQ-FORMER-NAME-DATE      PIC 9(08).
           05                           PIC X(60).

       FD  DEGREE-FILE.

            COPY DEGRMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  NAME-HIST-FILE.

            COPY NAMEHIST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ADDRESS-FILE.

            COPY ADDRFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  COMM-LOG-FILE.

            COPY COMMLOG IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DIP-ORDER-FILE.

       01  DIP-ORDER-RECORD.
           05  DO-ORDER-TYPE            PIC X(01).
               88  DO-ORIGINAL                    VALUE "O".
               88  DO-REISSUE                     VALUE "R".
           05  DO-STUDENT-ID            PIC 9(09).
           05  DO-DEGREE-SEQ            PIC 9(02).
           05  DO-PRINT-NAME            PIC X(40).
           05  DO-DEGREE-WORDING        PIC X(50).
           05  DO-MAJOR-WORDING         PIC X(50).
           05  DO-HONORS-TIER           PIC X(12).
           05  DO-CONFER-DATE           PIC 9(08).
           05  DO-ADDR-LINE-1           PIC X(30).
           05  DO-ADDR-LINE-2           PIC X(30).
           05  DO-CITY                  PIC X(20).
           05  DO-STATE                 PIC X(02).
           05  DO-ZIP                   PIC X(09).
           05  DO-ORDER-DATE            PIC 9(08).
           05                           PIC X(09).

       FD  DIPLOMA-REPORT.

       01  DIPLOMA-REC    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  DEGR-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  DEGR-EOF                        VALUE "Y".
           05  WORD-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  WORD-EOF                        VALUE "Y".
           05  REQ-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  REQ-EOF                         VALUE "Y".
           05  WS-PARM-STATUS          PIC XX.
           05  WS-WORD-STATUS          PIC XX.
           05  WS-REQ-STATUS           PIC XX.
           05  WS-DEGR-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-NAMH-STATUS          PIC XX.
           05  WS-ADDR-STATUS          PIC XX.
           05  WS-CLOG-STATUS          PIC XX.
           05  WS-ORDER-OK-SWITCH      PIC X(01)   VALUE "Y".
               88  ORDER-IS-OK                     VALUE "Y".
           05  WS-NAMH-DONE-SWITCH     PIC X(01)   VALUE "N".
               88  NAMH-SCAN-DONE                  VALUE "Y".
           05  WS-EXCEPTION-REASON     PIC X(40)   VALUE SPACES.
           05  WS-ORDER-TYPE           PIC X(01)   VALUE SPACE.
               88  ORDER-ORIGINAL                  VALUE "O".
               88  ORDER-REISSUE                   VALUE "R".
           05  WS-FORMER-NAME-DATE     PIC 9(08) VALUE ZERO.
           05  WS-LOOKUP-STUDENT-ID    PIC 9(09) VALUE ZERO.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-DEGREES-READ         PIC 9(07) VALUE ZERO.
           05  WS-ORIGINALS-WRITTEN    PIC 9(07) VALUE ZERO.
           05  WS-REISSUES-WRITTEN     PIC 9(07) VALUE ZERO.
           05  WS-FORMER-NAMES-USED    PIC 9(07) VALUE ZERO.
           05  WS-NO-WORDING           PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.

       01  PRINT-NAME-FIELDS.
           05  WS-PRINT-NAME           PIC X(40) VALUE SPACES.
           05  WS-NAME-PARTS.
               10  WS-NM-LAST          PIC X(16).
               10  WS-NM-FIRST         PIC X(12).
               10  WS-NM-MI            PIC X(01).
               10                      PIC X(01).

       01  WORDING-TBL-GROUP.
           05  WS-NUM-WORDINGS         PIC 9(03) VALUE ZERO.
           05  WS-WORD-SUB             PIC 9(03) VALUE ZERO.
           05  WORDING-ENTRY OCCURS 200 TIMES.
               10  WT-CODE-TYPE        PIC X(01).
               10  WT-CODE             PIC X(04).
               10  WT-WORDING          PIC X(50).

       01  REQUEST-TBL-GROUP.
           05  WS-NUM-REQUESTS         PIC 9(03) VALUE ZERO.
           05  WS-REQ-SUB              PIC 9(03) VALUE ZERO.
           05  REQUEST-ENTRY OCCURS 500 TIMES.
               10  RT-STUDENT-ID       PIC 9(09).
               10  RT-REQUEST-TYPE     PIC X(01).
               10  RT-DEGREE-SEQ       PIC 9(02).
               10  RT-FORMER-NAME-DATE PIC 9(08).

      *****************************************************
      *  CURRENT MAILING ADDRESS WORK AREA - FILLED BY     *
      *  300-GET-MAIL-ADDRESS FROM THE CERTIFIED ADDRESS   *
      *  FILE.                                             *
      *****************************************************
       01  MAIL-ADDRESS-FIELDS.
           05  WS-ADDR-SCAN-SWITCH     PIC X(01) VALUE "N".
               88  ADDR-SCAN-DONE                VALUE "Y".
           05  WS-ADDR-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  MAIL-ADDRESS-FOUND            VALUE "Y".
           05  WS-SCAN-TYPE            PIC X(01) VALUE SPACE.
           05  WS-MAIL-LINE-1          PIC X(30) VALUE SPACES.
           05  WS-MAIL-LINE-2          PIC X(30) VALUE SPACES.
           05  WS-MAIL-CITY            PIC X(20) VALUE SPACES.
           05  WS-MAIL-STATE           PIC X(02) VALUE SPACES.
           05  WS-MAIL-ZIP             PIC X(09) VALUE SPACES.

       01  DIPLOMA-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  DPH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DPH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  DPH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "DIPLOMA ORDER REGISTER".
           05                 PIC X(15)   VALUE "CONFERRAL TERM ".
           05  DPH-TERM       PIC X(05).
           05                 PIC X(52)  VALUE SPACE.

       01  DIPLOMA-COLUMN-LINE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(08)  VALUE "ORDER".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(03)  VALUE "SEQ".
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(13)  VALUE "NAME AS PRINT".
           05                 PIC X(29)  VALUE SPACE.
           05                 PIC X(06)  VALUE "DEGREE".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(05)  VALUE "MAJOR".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(09)  VALUE "CONFERRED".
           05                 PIC X(01)  VALUE SPACE.
           05                 PIC X(06)  VALUE "HONORS".
           05                 PIC X(35)  VALUE SPACE.

       01  DIPLOMA-DETAIL-LINE.
           05  DPD-STUDENT-ID     PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  DPD-ORDER-TYPE     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  DPD-DEGREE-SEQ     PIC Z9.
           05                     PIC X(02)  VALUE SPACE.
           05  DPD-PRINT-NAME     PIC X(40).
           05                     PIC X(02)  VALUE SPACE.
           05  DPD-DEGREE-CODE    PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  DPD-MAJOR-CODE     PIC X(04).
           05                     PIC X(02)  VALUE SPACE.
           05  DPD-CONFER-DATE    PIC 9(08).
           05                     PIC X(02)  VALUE SPACE.
           05  DPD-HONORS-TIER    PIC X(12).
           05                     PIC X(29)  VALUE SPACE.

       01  EXCEPTION-DETAIL-LINE.
           05                     PIC X(04)  VALUE "*** ".
           05  XD-STUDENT-ID      PIC 9(09).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-ORDER-TYPE      PIC X(08).
           05                     PIC X(02)  VALUE SPACE.
           05  XD-DEGREE-SEQ      PIC Z9.
           05                     PIC X(02)  VALUE SPACE.
           05  XD-REASON          PIC X(40).
           05                     PIC X(63)  VALUE SPACE.

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

           PERFORM UNTIL DEGR-EOF
               READ DEGREE-FILE NEXT
                   AT END
                       SET DEGR-EOF TO TRUE
               END-READ
               IF NOT DEGR-EOF
                   ADD 1 TO WS-DEGREES-READ
                   IF DM-CONFER-TERM = DP-CONFER-TERM
                       PERFORM 110-ORIGINAL-ORDER
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 130-REPLACEMENT-ORDER
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-NUM-REQUESTS.

           PERFORM 240-PRINT-TRAILER.

           CLOSE DEGREE-FILE
                 STUDENT-FILE
                 NAME-HIST-FILE
                 ADDRESS-FILE
                 COMM-LOG-FILE
                 DIP-ORDER-FILE
                 DIPLOMA-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO DPH-MONTH.
           MOVE CD-DAY     TO DPH-DAY.
           MOVE CD-YEAR    TO DPH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.

           PERFORM 105-LOAD-PARM.
           PERFORM 115-LOAD-WORDING.
           PERFORM 120-LOAD-REQUESTS.

           OPEN INPUT DEGREE-FILE.

           IF WS-DEGR-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DEGREE MASTER'
               DISPLAY ' FILE STATUS IS ', WS-DEGR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

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

           IF WS-NAMH-STATUS NOT = '00'
                   AND WS-NAMH-STATUS NOT = '05'
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
               DISPLAY ' ERROR OPENING THE STUDENT ADDRESS FILE'
               DISPLAY ' FILE STATUS IS ', WS-ADDR-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O COMM-LOG-FILE.

           IF WS-CLOG-STATUS NOT = '00' AND WS-CLOG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COMMUNICATIONS LOG'
               DISPLAY ' FILE STATUS IS ', WS-CLOG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT DIP-ORDER-FILE
                       DIPLOMA-REPORT.

           MOVE DP-CONFER-TERM TO DPH-TERM.
           MOVE DIPLOMA-HEADING-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER PAGE.
           MOVE DIPLOMA-COLUMN-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 2.
           MOVE SPACES TO DIPLOMA-REC.
           WRITE DIPLOMA-REC.


      *****************************************************
      *  105-LOAD-PARM - ONE DIPPARM CARD: THE CONFERRAL   *
      *  TERM WHOSE DEGREES GET ORIGINAL ORDERS.  A BLANK  *
      *  TERM RUNS REPLACEMENT REQUESTS ONLY.              *
      *****************************************************
       105-LOAD-PARM.

           OPEN INPUT DIP-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-LOAD-PARM'
               DISPLAY ' ERROR OPENING THE DIPPARM FILE'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ DIP-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 105-LOAD-PARM'
                   DISPLAY ' DIPPARM CARD IS MISSING'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           CLOSE DIP-PARM-FILE.


      *****************************************************
      *  110-ORIGINAL-ORDER - A NAME REQUEST FOR THE       *
      *  STUDENT (FOR THIS DEGREE OR FOR ALL DEGREES)      *
      *  PRINTS THE DIPLOMA UNDER THE FORMER NAME.         *
      *****************************************************
       110-ORIGINAL-ORDER.

           MOVE "O" TO WS-ORDER-TYPE.
           MOVE ZERO TO WS-FORMER-NAME-DATE.

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-NUM-REQUESTS
               IF RT-REQUEST-TYPE (WS-REQ-SUB) = "N"
                       AND RT-STUDENT-ID (WS-REQ-SUB) = DM-STUDENT-ID
                   IF RT-DEGREE-SEQ (WS-REQ-SUB) = ZERO
                           OR RT-DEGREE-SEQ (WS-REQ-SUB) =
                              DM-DEGREE-SEQ
                       MOVE RT-FORMER-NAME-DATE (WS-REQ-SUB)
                           TO WS-FORMER-NAME-DATE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 150-BUILD-ORDER.


       115-LOAD-WORDING.

           OPEN INPUT WORDING-FILE.

           IF WS-WORD-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 115-LOAD-WORDING'
               DISPLAY ' ERROR OPENING THE DIPLOMA WORDING FILE'
               DISPLAY ' FILE STATUS IS ', WS-WORD-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL WORD-EOF
               READ WORDING-FILE
                   AT END
                       SET WORD-EOF TO TRUE
               END-READ
               IF NOT WORD-EOF
                   ADD 1 TO WS-NUM-WORDINGS
                   IF WS-NUM-WORDINGS > 200
                       DISPLAY '******************************'
                       DISPLAY ' 115-LOAD-WORDING'
                       DISPLAY ' MORE THAN 200 WORDING CARDS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE DW-CODE-TYPE
                       TO WT-CODE-TYPE (WS-NUM-WORDINGS)
                   MOVE DW-CODE
                       TO WT-CODE (WS-NUM-WORDINGS)
                   MOVE DW-WORDING
                       TO WT-WORDING (WS-NUM-WORDINGS)
               END-IF
           END-PERFORM.

           CLOSE WORDING-FILE.


       120-LOAD-REQUESTS.

           OPEN INPUT DIP-REQ-FILE.

           IF WS-REQ-STATUS NOT = '00' AND WS-REQ-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-REQUESTS'
               DISPLAY ' ERROR OPENING THE DIPLOMA REQUEST FILE'
               DISPLAY ' FILE STATUS IS ', WS-REQ-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL REQ-EOF
               READ DIP-REQ-FILE
                   AT END
                       SET REQ-EOF TO TRUE
               END-READ
               IF NOT REQ-EOF
                   ADD 1 TO WS-NUM-REQUESTS
                   IF WS-NUM-REQUESTS > 500
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-REQUESTS'
                       DISPLAY ' MORE THAN 500 DIPLOMA REQUESTS -'
                       DISPLAY ' RAISE THE TABLE'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE DQ-STUDENT-ID
                       TO RT-STUDENT-ID (WS-NUM-REQUESTS)
                   MOVE DQ-REQUEST-TYPE
                       TO RT-REQUEST-TYPE (WS-NUM-REQUESTS)
                   MOVE DQ-DEGREE-SEQ
                       TO RT-DEGREE-SEQ (WS-NUM-REQUESTS)
                   MOVE DQ-FORMER-NAME-DATE
                       TO RT-FORMER-NAME-DATE (WS-NUM-REQUESTS)
               END-IF
           END-PERFORM.

           CLOSE DIP-REQ-FILE.


      *****************************************************
      *  130-REPLACEMENT-ORDER - A REPLACEMENT REQUEST     *
      *  REISSUES THE DEGREE NAMED BY STUDENT AND DEGREE   *
      *  SEQUENCE WITH ITS ORIGINAL CONFERRAL DATE.  NAME  *
      *  REQUESTS WERE APPLIED TO THE ORIGINAL ORDERS.     *
      *****************************************************
       130-REPLACEMENT-ORDER.

           IF RT-REQUEST-TYPE (WS-REQ-SUB) = "R"
               MOVE "R" TO WS-ORDER-TYPE
               MOVE RT-FORMER-NAME-DATE (WS-REQ-SUB)
                   TO WS-FORMER-NAME-DATE
               MOVE RT-STUDENT-ID (WS-REQ-SUB) TO DM-STUDENT-ID
               MOVE RT-DEGREE-SEQ (WS-REQ-SUB) TO DM-DEGREE-SEQ
               READ DEGREE-FILE
                   INVALID KEY
                       MOVE "NO DEGREE RECORD FOR REPLACEMENT"
                           TO WS-EXCEPTION-REASON
                       PERFORM 170-WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM 150-BUILD-ORDER
               END-READ
           ELSE
               IF RT-REQUEST-TYPE (WS-REQ-SUB) NOT = "N"
                   MOVE "R" TO WS-ORDER-TYPE
                   MOVE RT-STUDENT-ID (WS-REQ-SUB) TO DM-STUDENT-ID
                   MOVE RT-DEGREE-SEQ (WS-REQ-SUB) TO DM-DEGREE-SEQ
                   MOVE "REQUEST TYPE NOT N OR R"
                       TO WS-EXCEPTION-REASON
                   PERFORM 170-WRITE-EXCEPTION
               END-IF
           END-IF.


      *****************************************************
      *  150-BUILD-ORDER - ONE VENDOR ORDER FOR THE DEGREE *
      *  RECORD IN HAND.  THE STUDENT MUST BE ON THE       *
      *  MASTER, ANY FORMER NAME ASKED FOR MUST BE ON THE  *
      *  NAME HISTORY, AND A MAILING ADDRESS MUST BE ON    *
      *  FILE; OTHERWISE NO ORDER IS WRITTEN.              *
      *****************************************************
       150-BUILD-ORDER.

           MOVE "Y" TO WS-ORDER-OK-SWITCH.
           MOVE SPACES TO WS-EXCEPTION-REASON.

           MOVE DM-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-ORDER-OK-SWITCH
           END-READ.

           IF ORDER-IS-OK
               MOVE SM-STUDENT-NAME TO WS-NAME-PARTS
               IF WS-FORMER-NAME-DATE NOT = ZERO
                   PERFORM 155-FIND-FORMER-NAME
               END-IF
           END-IF.

           IF ORDER-IS-OK
               MOVE DM-STUDENT-ID TO WS-LOOKUP-STUDENT-ID
               PERFORM 300-GET-MAIL-ADDRESS
               IF NOT MAIL-ADDRESS-FOUND
                   MOVE "NO MAILING ADDRESS ON FILE"
                       TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-ORDER-OK-SWITCH
               END-IF
           END-IF.

           IF ORDER-IS-OK
               PERFORM 157-FORMAT-PRINT-NAME
               MOVE SPACES          TO DIP-ORDER-RECORD
               MOVE WS-ORDER-TYPE   TO DO-ORDER-TYPE
               MOVE DM-STUDENT-ID   TO DO-STUDENT-ID
               MOVE DM-DEGREE-SEQ   TO DO-DEGREE-SEQ
               MOVE WS-PRINT-NAME   TO DO-PRINT-NAME
               PERFORM 160-LOOKUP-WORDING
               MOVE DM-HONORS-TIER  TO DO-HONORS-TIER
               MOVE DM-CONFER-DATE  TO DO-CONFER-DATE
               MOVE WS-MAIL-LINE-1  TO DO-ADDR-LINE-1
               MOVE WS-MAIL-LINE-2  TO DO-ADDR-LINE-2
               MOVE WS-MAIL-CITY    TO DO-CITY
               MOVE WS-MAIL-STATE   TO DO-STATE
               MOVE WS-MAIL-ZIP     TO DO-ZIP
               MOVE WS-RUN-DATE     TO DO-ORDER-DATE
               WRITE DIP-ORDER-RECORD
               PERFORM 350-LOG-COMMUNICATION
               IF ORDER-ORIGINAL
                   ADD 1 TO WS-ORIGINALS-WRITTEN
                   MOVE "ORIGINAL" TO DPD-ORDER-TYPE
               ELSE
                   ADD 1 TO WS-REISSUES-WRITTEN
                   MOVE "REISSUE"  TO DPD-ORDER-TYPE
               END-IF
               MOVE DM-STUDENT-ID   TO DPD-STUDENT-ID
               MOVE DM-DEGREE-SEQ   TO DPD-DEGREE-SEQ
               MOVE WS-PRINT-NAME   TO DPD-PRINT-NAME
               MOVE DM-DEGREE-CODE  TO DPD-DEGREE-CODE
               MOVE DM-MAJOR-CODE   TO DPD-MAJOR-CODE
               MOVE DM-CONFER-DATE  TO DPD-CONFER-DATE
               MOVE DM-HONORS-TIER  TO DPD-HONORS-TIER
               MOVE DIPLOMA-DETAIL-LINE TO DIPLOMA-REC
               WRITE DIPLOMA-REC AFTER 1
           ELSE
               PERFORM 170-WRITE-EXCEPTION
           END-IF.


      *****************************************************
      *  155-FIND-FORMER-NAME - THE FORMER NAME IS THE ONE *
      *  RECORDED ON THE STUDENT'S NAME CHANGE OF THE      *
      *  REQUESTED DATE (THE NAME HELD BEFORE THAT         *
      *  CHANGE).                                          *
      *****************************************************
       155-FIND-FORMER-NAME.

           MOVE "N" TO WS-NAMH-DONE-SWITCH.
           MOVE DM-STUDENT-ID TO NC-STUDENT-ID.
           MOVE WS-FORMER-NAME-DATE TO NC-CHANGE-DATE.
           MOVE ZEROS TO NC-CHANGE-TIME.
           START NAME-HIST-FILE
               KEY IS NOT LESS THAN NC-NAME-KEY
               INVALID KEY
                   SET NAMH-SCAN-DONE TO TRUE
           END-START.

           IF NOT NAMH-SCAN-DONE
               READ NAME-HIST-FILE NEXT RECORD
                   AT END
                       SET NAMH-SCAN-DONE TO TRUE
               END-READ
           END-IF.

           IF NOT NAMH-SCAN-DONE
               IF NC-STUDENT-ID NOT = DM-STUDENT-ID
                       OR NC-CHANGE-DATE NOT = WS-FORMER-NAME-DATE
                   SET NAMH-SCAN-DONE TO TRUE
               END-IF
           END-IF.

           IF NAMH-SCAN-DONE
               MOVE "NO NAME CHANGE ON THE REQUESTED DATE"
                   TO WS-EXCEPTION-REASON
               MOVE "N" TO WS-ORDER-OK-SWITCH
           ELSE
               MOVE NC-FORMER-NAME TO WS-NAME-PARTS
               ADD 1 TO WS-FORMER-NAMES-USED
           END-IF.


      *****************************************************
      *  157-FORMAT-PRINT-NAME - FIRST NAME, MIDDLE        *
      *  INITIAL, LAST NAME, THE WAY THE DIPLOMA READS.    *
      *****************************************************
       157-FORMAT-PRINT-NAME.

           MOVE SPACES TO WS-PRINT-NAME.

           IF WS-NM-MI = SPACE
               STRING WS-NM-FIRST DELIMITED BY "  "
                      " "         DELIMITED BY SIZE
                      WS-NM-LAST  DELIMITED BY "  "
                   INTO WS-PRINT-NAME
               END-STRING
           ELSE
               STRING WS-NM-FIRST DELIMITED BY "  "
                      " "         DELIMITED BY SIZE
                      WS-NM-MI    DELIMITED BY SIZE
                      ". "        DELIMITED BY SIZE
                      WS-NM-LAST  DELIMITED BY "  "
                   INTO WS-PRINT-NAME
               END-STRING
           END-IF.


      *****************************************************
      *  160-LOOKUP-WORDING - A CODE WITH NO DIPWORD CARD  *
      *  GOES TO THE VENDOR AS THE BARE CODE AND IS        *
      *  COUNTED SO THE TABLE CAN BE COMPLETED.            *
      *****************************************************
       160-LOOKUP-WORDING.

           MOVE DM-DEGREE-CODE TO DO-DEGREE-WORDING.
           MOVE DM-MAJOR-CODE  TO DO-MAJOR-WORDING.

           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > WS-NUM-WORDINGS
               IF WT-CODE-TYPE (WS-WORD-SUB) = "D"
                       AND WT-CODE (WS-WORD-SUB) = DM-DEGREE-CODE
                   MOVE WT-WORDING (WS-WORD-SUB)
                       TO DO-DEGREE-WORDING
               END-IF
               IF WT-CODE-TYPE (WS-WORD-SUB) = "M"
                       AND WT-CODE (WS-WORD-SUB) = DM-MAJOR-CODE
                   MOVE WT-WORDING (WS-WORD-SUB)
                       TO DO-MAJOR-WORDING
               END-IF
           END-PERFORM.

           IF DO-DEGREE-WORDING = DM-DEGREE-CODE
                   OR DO-MAJOR-WORDING = DM-MAJOR-CODE
               ADD 1 TO WS-NO-WORDING
           END-IF.


       170-WRITE-EXCEPTION.

           ADD 1 TO WS-EXCEPTIONS.
           MOVE DM-STUDENT-ID TO XD-STUDENT-ID.
           IF ORDER-ORIGINAL
               MOVE "ORIGINAL" TO XD-ORDER-TYPE
           ELSE
               MOVE "REISSUE"  TO XD-ORDER-TYPE
           END-IF.
           MOVE DM-DEGREE-SEQ TO XD-DEGREE-SEQ.
           MOVE WS-EXCEPTION-REASON TO XD-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.


       240-PRINT-TRAILER.

           MOVE SPACES TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 2.

           MOVE "DEGREE RECORDS READ" TO TR-CAPTION.
           MOVE WS-DEGREES-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.

           MOVE "DIPLOMA REQUESTS READ" TO TR-CAPTION.
           MOVE WS-NUM-REQUESTS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.

           MOVE "ORIGINAL ORDERS WRITTEN" TO TR-CAPTION.
           MOVE WS-ORIGINALS-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.

           MOVE "REISSUE ORDERS WRITTEN" TO TR-CAPTION.
           MOVE WS-REISSUES-WRITTEN TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.

           MOVE "ORDERS PRINTED UNDER A FORMER NAME" TO TR-CAPTION.
           MOVE WS-FORMER-NAMES-USED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.

           MOVE "ORDERS MISSING DIPWORD WORDING" TO TR-CAPTION.
           MOVE WS-NO-WORDING TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.

           MOVE "EXCEPTIONS" TO TR-CAPTION.
           MOVE WS-EXCEPTIONS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC AFTER 1.


      *****************************************************
      *  300-GET-MAIL-ADDRESS - TAKES THE CURRENT MAILING  *
      *  ADDRESS FOR WS-LOOKUP-STUDENT-ID FROM THE         *
      *  EFFECTIVE-DATED ADDRESS FILE: THE LATEST LOCAL    *
      *  ADDRESS IN EFFECT ON THE RUN DATE, FALLING BACK   *
      *  TO THE PERMANENT ONE.  ADDRESSES FLAGGED BAD BY   *
      *  RETURNED MAIL ARE PASSED OVER.                    *
      *****************************************************
       300-GET-MAIL-ADDRESS.

           MOVE "N" TO WS-ADDR-FOUND-SWITCH.
           MOVE SPACES TO WS-MAIL-LINE-1.
           MOVE SPACES TO WS-MAIL-LINE-2.
           MOVE SPACES TO WS-MAIL-CITY.
           MOVE SPACES TO WS-MAIL-STATE.
           MOVE SPACES TO WS-MAIL-ZIP.

           MOVE "L" TO WS-SCAN-TYPE.
           PERFORM 310-SCAN-ADDR-TYPE.

           IF NOT MAIL-ADDRESS-FOUND
               MOVE "P" TO WS-SCAN-TYPE
               PERFORM 310-SCAN-ADDR-TYPE
           END-IF.


       310-SCAN-ADDR-TYPE.

           MOVE "N" TO WS-ADDR-SCAN-SWITCH.
           MOVE WS-LOOKUP-STUDENT-ID TO AD-STUDENT-ID.
           MOVE WS-SCAN-TYPE TO AD-ADDR-TYPE.
           MOVE ZEROS TO AD-EFFECTIVE-DATE.
           START ADDRESS-FILE
               KEY IS NOT LESS THAN AD-ADDR-KEY
               INVALID KEY
                   SET ADDR-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL ADDR-SCAN-DONE
               READ ADDRESS-FILE NEXT
                   AT END
                       SET ADDR-SCAN-DONE TO TRUE
               END-READ
               IF NOT ADDR-SCAN-DONE
                   IF AD-STUDENT-ID NOT = WS-LOOKUP-STUDENT-ID
                           OR AD-ADDR-TYPE NOT = WS-SCAN-TYPE
                           OR AD-EFFECTIVE-DATE > WS-RUN-DATE
                       SET ADDR-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT AD-ADDRESS-BAD
                           MOVE "Y" TO WS-ADDR-FOUND-SWITCH
                           MOVE AD-LINE-1 TO WS-MAIL-LINE-1
                           MOVE AD-LINE-2 TO WS-MAIL-LINE-2
                           MOVE AD-CITY   TO WS-MAIL-CITY
                           MOVE AD-STATE  TO WS-MAIL-STATE
                           MOVE AD-ZIP    TO WS-MAIL-ZIP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************************
      *  350-LOG-COMMUNICATION - ONE COMMLOG ENTRY PER     *
      *  ORDER, FILED UNDER THE CONFERRAL TERM: DIPL FOR   *
      *  AN ORIGINAL DIPLOMA, DIPR FOR A REISSUE.          *
      *****************************************************
       350-LOG-COMMUNICATION.

           MOVE DM-STUDENT-ID TO CM-STUDENT-ID.
           IF ORDER-ORIGINAL
               MOVE "DIPL" TO CM-DOC-TYPE
           ELSE
               MOVE "DIPR" TO CM-DOC-TYPE
           END-IF.
           MOVE DM-CONFER-TERM TO CM-TERM-CODE.
           MOVE WS-RUN-DATE TO CM-PRODUCED-DATE.
           MOVE SPACE TO CM-RETURNED-FLAG.
           MOVE ZEROS TO CM-RETURNED-DATE.
           MOVE "P" TO CM-CHANNEL.
           WRITE COMM-LOG-RECORD
               INVALID KEY
                   REWRITE COMM-LOG-RECORD
                   END-REWRITE
           END-WRITE.
