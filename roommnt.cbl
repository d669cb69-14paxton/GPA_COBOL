       IDENTIFICATION DIVISION.

       PROGRAM-ID. ROOMMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  ROOMMNT - INSTRUCTIONAL ROOM MASTER MAINTENANCE   *
      *  APPLIES ADD / CHANGE / DELETE TRANSACTIONS FROM   *
      *  ROOMTRAN AGAINST THE ROOM MASTER (ROOMFILE).      *
      *  EVERY TRANSACTION MUST NAME A BUILDING AND ROOM;  *
      *  ADDS AND CHANGES MUST CARRY A NONZERO SEAT COUNT. *
      *  AN APPLIED / REJECTED REGISTER PRINTS ON          *
      *  ROMRGSTR.                                         *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ROOM-TRAN-FILE
               ASSIGN ROOMTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL ROOM-MASTER-FILE
               ASSIGN ROOMFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RM-ROOM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT ROOM-REGISTER
               ASSIGN ROMRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  ROOM-TRAN-FILE.

       01  ROOM-TRAN-RECORD.
           05  RT-ACTION                PIC X(01).
               88  RT-ACTION-ADD                    VALUE "A".
               88  RT-ACTION-CHANGE                 VALUE "C".
               88  RT-ACTION-DELETE                 VALUE "D".
               88  RT-ACTION-VALID                  VALUE "A" "C" "D".
           05  RT-BUILDING              PIC X(04).
           05  RT-ROOM-NO               PIC X(05).
           05  RT-DESCRIPTION           PIC X(20).
           05  RT-SEAT-COUNT            PIC 9(03).

       FD  ROOM-MASTER-FILE.

            COPY ROOMMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ROOM-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-ROOM-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "ROOMMNT ROOM MASTER REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(04)  VALUE "BLDG".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "ROOM".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(05)  VALUE "SEATS".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(78)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-BUILDING        PIC X(04).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-ROOM-NO         PIC X(05).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-SEAT-COUNT      PIC ZZ9.
           05                     PIC X(05)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(44)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ ROOM-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE ROOM-TRAN-FILE
                 ROOM-MASTER-FILE
                 ROOM-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT ROOM-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ROOM TRAN FILE'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O ROOM-MASTER-FILE.

           IF WS-ROOM-STATUS NOT = '00' AND WS-ROOM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ROOM MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ROOM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT ROOM-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN RT-ACTION-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN RT-ACTION-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN RT-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


       120-EDIT-TRAN.

           IF NOT RT-ACTION-VALID
               MOVE "ACTION CODE NOT A / C / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF RT-BUILDING = SPACES OR RT-ROOM-NO = SPACES
                   MOVE "BUILDING OR ROOM NUMBER IS BLANK"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT RT-ACTION-DELETE
               IF RT-SEAT-COUNT NOT NUMERIC
                       OR RT-SEAT-COUNT = ZERO
                   MOVE "SEAT COUNT NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


       130-APPLY-ADD.

           MOVE RT-BUILDING TO RM-BUILDING.
           MOVE RT-ROOM-NO  TO RM-ROOM-NO.
           READ ROOM-MASTER-FILE
               INVALID KEY
                   PERFORM 135-BUILD-ROOM-RECORD
                   WRITE ROOM-MASTER-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON ROOM MASTER"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE "ROOM ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
           END-READ.


       135-BUILD-ROOM-RECORD.

           MOVE RT-BUILDING         TO RM-BUILDING.
           MOVE RT-ROOM-NO          TO RM-ROOM-NO.
           MOVE RT-DESCRIPTION      TO RM-DESCRIPTION.
           MOVE RT-SEAT-COUNT       TO RM-SEAT-COUNT.


       140-APPLY-CHANGE.

           MOVE RT-BUILDING TO RM-BUILDING.
           MOVE RT-ROOM-NO  TO RM-ROOM-NO.
           READ ROOM-MASTER-FILE
               INVALID KEY
                   MOVE "ROOM NOT ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 135-BUILD-ROOM-RECORD
                   REWRITE ROOM-MASTER-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON ROOM MASTER"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGES-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-REWRITE
           END-READ.


       150-APPLY-DELETE.

           MOVE RT-BUILDING TO RM-BUILDING.
           MOVE RT-ROOM-NO  TO RM-ROOM-NO.
           READ ROOM-MASTER-FILE
               INVALID KEY
                   MOVE "ROOM NOT ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   DELETE ROOM-MASTER-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON ROOM MASTER"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETES-APPLIED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
           END-READ.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE RT-ACTION       TO RG-ACTION.
           MOVE RT-BUILDING     TO RG-BUILDING.
           MOVE RT-ROOM-NO      TO RG-ROOM-NO.
           IF RT-SEAT-COUNT NUMERIC
               MOVE RT-SEAT-COUNT TO RG-SEAT-COUNT
           ELSE
               MOVE ZERO TO RG-SEAT-COUNT
           END-IF.
           MOVE "REJECTED"      TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE RT-ACTION       TO RG-ACTION.
           MOVE RT-BUILDING     TO RG-BUILDING.
           MOVE RT-ROOM-NO      TO RG-ROOM-NO.
           MOVE RM-SEAT-COUNT   TO RG-SEAT-COUNT.
           MOVE "APPLIED"       TO RG-DISPOSITION.
           MOVE SPACES          TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "ADDS APPLIED" TO TR-CAPTION.
           MOVE WS-ADDS-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "CHANGES APPLIED" TO TR-CAPTION.
           MOVE WS-CHANGES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DELETES APPLIED" TO TR-CAPTION.
           MOVE WS-DELETES-APPLIED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
