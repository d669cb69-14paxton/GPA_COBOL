       IDENTIFICATION DIVISION.

       PROGRAM-ID. ROOMUTIL.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ROOMUTIL - ROOM UTILIZATION REPORT                *
      *  FOR THE TERM ON THE ROOMPARM CARD, TOTALS THE     *
      *  WEEKLY HOURS BOOKED IN EVERY ROOM ON THE ROOM     *
      *  MASTER FROM THE MEETING PATTERNS OF THE SECTIONS  *
      *  ASSIGNED TO IT (DAYS MET TIMES THE LENGTH OF THE  *
      *  MEETING), IN BUILDING AND ROOM ORDER.  A SECOND   *
      *  PASS OF THE SECTION MASTER LISTS THE SECTIONS     *
      *  WHOSE SEAT CAPACITY IS LARGER THAN THE ROOM THEY  *
      *  ARE ASSIGNED TO, AND ANY SECTION ASSIGNED TO A    *
      *  ROOM NO LONGER ON THE ROOM MASTER.                *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ROOM-PARM-FILE
               ASSIGN ROOMPARM
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ROOM-MASTER-FILE
               ASSIGN ROOMFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RM-ROOM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT SECTION-MASTER-FILE
               ASSIGN SECTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT ROOM-REPORT
               ASSIGN ROOMRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  ROOM-PARM-FILE.

       01  ROOM-PARM-RECORD.
           05  RP-TERM-CODE             PIC X(05).

       FD  ROOM-MASTER-FILE.

            COPY ROOMMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECTION-MASTER-FILE.

            COPY SECTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ROOM-REPORT.

       01  ROOM-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  WS-PARM-STATUS          PIC XX.
           05  WS-ROOM-STATUS          PIC XX.
           05  WS-SECT-STATUS          PIC XX.
           05  ROOM-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  ROOM-EOF                        VALUE "Y".
           05  SECT-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  SECT-EOF                        VALUE "Y".
           05  WS-TERM-CODE            PIC X(05) VALUE SPACES.
           05  WS-NUM-ROOMS            PIC 9(03) VALUE ZERO.
           05  WS-ROOM-SUB             PIC 9(03) VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(03) VALUE ZERO.
           05  WS-DAY-SUB              PIC 9(01) VALUE ZERO.
           05  WS-DAYS-MET             PIC 9(01) VALUE ZERO.
           05  WS-WORK-TIME            PIC 9(04) VALUE ZERO.
           05  WS-WORK-TIME-R REDEFINES WS-WORK-TIME.
               10  WS-WORK-HH          PIC 9(02).
               10  WS-WORK-MM          PIC 9(02).
           05  WS-START-MINUTES        PIC 9(04) VALUE ZERO.
           05  WS-END-MINUTES          PIC 9(04) VALUE ZERO.
           05  WS-MEETING-MINUTES      PIC 9(05) VALUE ZERO.
           05  WS-WEEKLY-HOURS         PIC 9(05)V99 VALUE ZERO.
           05  WS-SECTIONS-READ        PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-ROOMED      PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-UNROOMED    PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-OVER-ROOM   PIC 9(07) VALUE ZERO.
           05  WS-SECTIONS-NO-ROOM     PIC 9(07) VALUE ZERO.

       01  ROOM-TBL-GROUP.
           05  ROOM-ENTRY OCCURS 500 TIMES.
               10  RT-ROOM-KEY.
                   15  RT-BUILDING     PIC X(04).
                   15  RT-ROOM-NO      PIC X(05).
               10  RT-SEAT-COUNT       PIC 9(03).
               10  RT-SECTION-COUNT    PIC 9(05).
               10  RT-MINUTES-BOOKED   PIC 9(07).

       01  ROOM-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RMH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RMH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RMH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(30)
               VALUE "ROOM UTILIZATION REPORT - TERM".
           05                 PIC X(01)   VALUE SPACE.
           05  RMH-TERM-CODE  PIC X(05).
           05                 PIC X(72)  VALUE SPACE.

       01  ROOM-COLUMN-LINE.
           05                 PIC X(04)  VALUE "BLDG".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "ROOM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "SEATS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "SECTIONS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(12)  VALUE "WEEKLY HOURS".
           05                 PIC X(86)  VALUE SPACE.

       01  ROOM-DETAIL-LINE.
           05  RD-BUILDING        PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-ROOM-NO         PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RD-SEAT-COUNT      PIC ZZ9.
           05                     PIC X(07)  VALUE SPACE.
           05  RD-SECTION-COUNT   PIC ZZ,ZZ9.
           05                     PIC X(05)  VALUE SPACE.
           05  RD-WEEKLY-HOURS    PIC ZZ,ZZ9.99.
           05                     PIC X(87)  VALUE SPACE.

       01  OVER-SECTION-LINE.
           05                 PIC X(44)
               VALUE "SECTIONS LARGER THAN THEIR ASSIGNED ROOM".
           05                 PIC X(88)  VALUE SPACE.

       01  OVER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "COURSE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "SECT".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "BLDG".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "ROOM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "CAPACITY".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "ROOM SEATS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(08)  VALUE "ENROLLED".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(04)  VALUE "NOTE".
           05                 PIC X(62)  VALUE SPACE.

       01  OVER-DETAIL-LINE.
           05  OD-COURSE-ID       PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  OD-SECTION-NO      PIC X(03).
           05                     PIC X(04)  VALUE SPACE.
           05  OD-BUILDING        PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  OD-ROOM-NO         PIC X(05).
           05                     PIC X(08)  VALUE SPACE.
           05  OD-CAPACITY        PIC ZZ9.
           05                     PIC X(10)  VALUE SPACE.
           05  OD-ROOM-SEATS      PIC ZZ9.
           05                     PIC X(08)  VALUE SPACE.
           05  OD-ENROLLED        PIC ZZ9.
           05                     PIC X(03)  VALUE SPACE.
           05  OD-NOTE            PIC X(30).
           05                     PIC X(36)  VALUE SPACE.

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
           05                         PIC X(09).

       PROCEDURE DIVISION.

       000-MAIN-MODULE.

           PERFORM 100-HSK.

           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                   IF CS-TERM-CODE = WS-TERM-CODE
                       ADD 1 TO WS-SECTIONS-READ
                       PERFORM 130-BOOK-SECTION
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.

           PERFORM 200-PRINT-ROOMS.

           PERFORM 300-PRINT-OVER-ROOM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE ROOM-REPORT.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RMH-MONTH.
           MOVE CD-DAY     TO RMH-DAY.
           MOVE CD-YEAR    TO RMH-YEAR.

           OPEN INPUT ROOM-PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ROOMPARM CARD'
               DISPLAY ' FILE STATUS IS ', WS-PARM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           READ ROOM-PARM-FILE
               AT END
                   DISPLAY '******************************'
                   DISPLAY ' 100-HSK'
                   DISPLAY ' ROOMPARM CARD IS MISSING'
                   DISPLAY '*******************************'
                   STOP RUN
           END-READ.

           MOVE RP-TERM-CODE TO WS-TERM-CODE.
           MOVE RP-TERM-CODE TO RMH-TERM-CODE.
           CLOSE ROOM-PARM-FILE.

           PERFORM 120-LOAD-ROOMS.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ROOM-REPORT.

           MOVE ROOM-HEADING-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER PAGE.
           MOVE ROOM-COLUMN-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 2.
           MOVE SPACES TO ROOM-REC.
           WRITE ROOM-REC.


      *****************************************************
      *  120-LOAD-ROOMS - THE ROOM MASTER IS READ IN KEY   *
      *  ORDER, SO THE TABLE IS IN BUILDING AND ROOM ORDER *
      *  FOR PRINTING.                                     *
      *****************************************************
       120-LOAD-ROOMS.

           OPEN INPUT ROOM-MASTER-FILE.

           IF WS-ROOM-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 120-LOAD-ROOMS'
               DISPLAY ' ERROR OPENING THE ROOM MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ROOM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM UNTIL ROOM-EOF
               READ ROOM-MASTER-FILE
                   AT END
                       SET ROOM-EOF TO TRUE
               END-READ
               IF NOT ROOM-EOF
                   ADD 1 TO WS-NUM-ROOMS
                   IF WS-NUM-ROOMS > 500
                       DISPLAY '******************************'
                       DISPLAY ' 120-LOAD-ROOMS'
                       DISPLAY ' TOO MANY ROOMS IN ROOMFILE -'
                       DISPLAY ' MAXIMUM IS 500'
                       DISPLAY '*******************************'
                       STOP RUN
                   END-IF
                   MOVE RM-ROOM-KEY   TO RT-ROOM-KEY (WS-NUM-ROOMS)
                   MOVE RM-SEAT-COUNT TO RT-SEAT-COUNT (WS-NUM-ROOMS)
                   MOVE ZERO TO RT-SECTION-COUNT (WS-NUM-ROOMS)
                   MOVE ZERO TO RT-MINUTES-BOOKED (WS-NUM-ROOMS)
               END-IF
           END-PERFORM.

           CLOSE ROOM-MASTER-FILE.


      *****************************************************
      *  130-BOOK-SECTION - CHARGES A SECTION'S WEEKLY     *
      *  MEETING MINUTES TO ITS ROOM.  SECTIONS WITH NO    *
      *  ROOM OR NO MEETING DAYS BOOK NOTHING.             *
      *****************************************************
       130-BOOK-SECTION.

           IF CS-ROOM-KEY = SPACES
               ADD 1 TO WS-SECTIONS-UNROOMED
           ELSE
               PERFORM 150-FIND-ROOM
               IF WS-MATCH-SUB > ZERO
                   ADD 1 TO WS-SECTIONS-ROOMED
                   ADD 1 TO RT-SECTION-COUNT (WS-MATCH-SUB)
                   PERFORM 140-MEETING-MINUTES
                   ADD WS-MEETING-MINUTES
                       TO RT-MINUTES-BOOKED (WS-MATCH-SUB)
               END-IF
           END-IF.


       140-MEETING-MINUTES.

           MOVE ZERO TO WS-MEETING-MINUTES.
           MOVE ZERO TO WS-DAYS-MET.

           IF CS-MEETING-DAYS NOT = SPACES
                   AND CS-START-TIME NUMERIC
                   AND CS-END-TIME NUMERIC
                   AND CS-START-TIME < CS-END-TIME
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   IF CS-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                       ADD 1 TO WS-DAYS-MET
                   END-IF
               END-PERFORM
               MOVE CS-START-TIME TO WS-WORK-TIME
               COMPUTE WS-START-MINUTES =
                   WS-WORK-HH * 60 + WS-WORK-MM
               MOVE CS-END-TIME TO WS-WORK-TIME
               COMPUTE WS-END-MINUTES =
                   WS-WORK-HH * 60 + WS-WORK-MM
               COMPUTE WS-MEETING-MINUTES =
                   (WS-END-MINUTES - WS-START-MINUTES) * WS-DAYS-MET
           END-IF.


       150-FIND-ROOM.

           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-NUM-ROOMS
                      OR WS-MATCH-SUB > ZERO
               IF RT-ROOM-KEY (WS-ROOM-SUB) = CS-ROOM-KEY
                   MOVE WS-ROOM-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.


       200-PRINT-ROOMS.

           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-NUM-ROOMS
               MOVE RT-BUILDING (WS-ROOM-SUB)   TO RD-BUILDING
               MOVE RT-ROOM-NO (WS-ROOM-SUB)    TO RD-ROOM-NO
               MOVE RT-SEAT-COUNT (WS-ROOM-SUB) TO RD-SEAT-COUNT
               MOVE RT-SECTION-COUNT (WS-ROOM-SUB)
                   TO RD-SECTION-COUNT
               COMPUTE WS-WEEKLY-HOURS ROUNDED =
                   RT-MINUTES-BOOKED (WS-ROOM-SUB) / 60
               MOVE WS-WEEKLY-HOURS TO RD-WEEKLY-HOURS
               MOVE ROOM-DETAIL-LINE TO ROOM-REC
               WRITE ROOM-REC
           END-PERFORM.


      *****************************************************
      *  300-PRINT-OVER-ROOM - SECOND PASS OF THE SECTION  *
      *  MASTER FOR THE TERM'S SECTIONS THAT WILL NOT FIT  *
      *  THEIR ROOM: A SEAT CAPACITY ABOVE THE ROOM'S      *
      *  SEATS, OR A ROOM THAT IS NOT ON THE ROOM MASTER.  *
      *****************************************************
       300-PRINT-OVER-ROOM.

           MOVE SPACES TO ROOM-REC.
           WRITE ROOM-REC AFTER 2.
           MOVE OVER-SECTION-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.
           MOVE OVER-COLUMN-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 2.
           MOVE SPACES TO ROOM-REC.
           WRITE ROOM-REC.

           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECT-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 300-PRINT-OVER-ROOM'
               DISPLAY ' ERROR OPENING THE SECTION MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-SECT-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           MOVE "N" TO SECT-EOF-SWITCH.

           PERFORM UNTIL SECT-EOF
               READ SECTION-MASTER-FILE
                   AT END
                       SET SECT-EOF TO TRUE
               END-READ
               IF NOT SECT-EOF
                   IF CS-TERM-CODE = WS-TERM-CODE
                           AND CS-ROOM-KEY NOT = SPACES
                       PERFORM 310-CHECK-SECTION-FIT
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SECTION-MASTER-FILE.


       310-CHECK-SECTION-FIT.

           PERFORM 150-FIND-ROOM.

           IF WS-MATCH-SUB = ZERO
               ADD 1 TO WS-SECTIONS-NO-ROOM
               MOVE ZERO TO OD-ROOM-SEATS
               MOVE "ROOM NOT ON ROOM MASTER" TO OD-NOTE
               PERFORM 320-PRINT-OVER-LINE
           ELSE
               IF CS-SEAT-CAPACITY > RT-SEAT-COUNT (WS-MATCH-SUB)
                   ADD 1 TO WS-SECTIONS-OVER-ROOM
                   MOVE RT-SEAT-COUNT (WS-MATCH-SUB) TO OD-ROOM-SEATS
                   MOVE "CAPACITY EXCEEDS ROOM SEATS" TO OD-NOTE
                   PERFORM 320-PRINT-OVER-LINE
               END-IF
           END-IF.


       320-PRINT-OVER-LINE.

           MOVE CS-COURSE-ID      TO OD-COURSE-ID.
           MOVE CS-SECTION-NO     TO OD-SECTION-NO.
           MOVE CS-BUILDING       TO OD-BUILDING.
           MOVE CS-ROOM-NO        TO OD-ROOM-NO.
           MOVE CS-SEAT-CAPACITY  TO OD-CAPACITY.
           MOVE CS-ENROLLED-COUNT TO OD-ENROLLED.
           MOVE OVER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO ROOM-REC.
           WRITE ROOM-REC AFTER 2.

           MOVE "ROOMS REPORTED" TO TR-CAPTION.
           MOVE WS-NUM-ROOMS TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.

           MOVE "SECTIONS FOR THE TERM" TO TR-CAPTION.
           MOVE WS-SECTIONS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.

           MOVE "SECTIONS BOOKED INTO ROOMS" TO TR-CAPTION.
           MOVE WS-SECTIONS-ROOMED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.

           MOVE "SECTIONS WITH NO ROOM ASSIGNED" TO TR-CAPTION.
           MOVE WS-SECTIONS-UNROOMED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.

           MOVE "SECTIONS LARGER THAN THEIR ROOM" TO TR-CAPTION.
           MOVE WS-SECTIONS-OVER-ROOM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.

           MOVE "SECTIONS IN ROOMS NOT ON MASTER" TO TR-CAPTION.
           MOVE WS-SECTIONS-NO-ROOM TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO ROOM-REC.
           WRITE ROOM-REC AFTER 1.
