       IDENTIFICATION DIVISION.

       PROGRAM-ID. DUPDMNT.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  DUPDMNT - DUPLICATE-PERSON DECISION UPKEEP        *
      *  POSTS THE REGISTRAR'S RULINGS ON PAIRS FROM THE   *
      *  DUPSCAN REVIEW REPORT.  TRANSACTIONS ON DUPTRAN   *
      *  NAME THE TWO STUDENT IDS IN EITHER ORDER.         *
      *  C - CONFIRMED DUPLICATE: BOTH STUDENTS MUST BE ON *
      *  THE MASTER AND THE SURVIVOR MUST BE ONE OF THE    *
      *  PAIR; THE DECISION IS RECORDED AND A MERGE        *
      *  TRANSACTION (SURVIVOR, LOSER) IS ADDED TO MRGTRAN *
      *  FOR THE NEXT STUMERGE RUN.  A PAIR EARLIER RULED  *
      *  NOT A DUPLICATE MAY BE CONFIRMED.  N - NOT A      *
      *  DUPLICATE: THE PAIR IS NEVER OFFERED AGAIN.  D -  *
      *  REMOVES A NOT-A-DUPLICATE RULING SO THE PAIR IS   *
      *  OFFERED AGAIN; A CONFIRMED PAIR, WHOSE MERGE IS   *
      *  ALREADY QUEUED, CANNOT BE REMOVED.  THE USER MUST *
      *  BE AUTHORIZED FOR THE ACTION ON AUTHFILE.  AN     *
      *  APPLIED / REJECTED REGISTER PRINTS ON DUPRGST.    *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DUP-TRAN-FILE
               ASSIGN DUPTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL DECISION-FILE
               ASSIGN DUPDECN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DD-PAIR-KEY
               FILE STATUS IS WS-DECN-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL MERGE-TRAN-FILE
               ASSIGN MRGTRAN
               FILE STATUS IS WS-MRG-STATUS.

           SELECT AUTH-FILE
               ASSIGN AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT DUP-REGISTER
               ASSIGN DUPRGST.

       DATA DIVISION.

       FILE SECTION.

       FD  DUP-TRAN-FILE.

       01  DUP-TRAN-RECORD.
           05  DT-ACTION                PIC X(01).
               88  DT-ACTION-CONFIRM            VALUE "C".
               88  DT-ACTION-NOT-DUP            VALUE "N".
               88  DT-ACTION-DELETE             VALUE "D".
               88  DT-ACTION-VALID              VALUE "C" "N" "D".
           05  DT-STUDENT-ID-1          PIC X(09).
           05  DT-STUDENT-ID-1-N REDEFINES DT-STUDENT-ID-1
                                        PIC 9(09).
           05  DT-STUDENT-ID-2          PIC X(09).
           05  DT-STUDENT-ID-2-N REDEFINES DT-STUDENT-ID-2
                                        PIC 9(09).
           05  DT-SURVIVOR-ID           PIC X(09).
           05  DT-SURVIVOR-ID-N REDEFINES DT-SURVIVOR-ID
                                        PIC 9(09).
           05  DT-USER-ID               PIC X(06).

       FD  DECISION-FILE.

            COPY DUPDECN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  MERGE-TRAN-FILE.

       01  MERGE-TRAN-RECORD.
           05  MG-SURVIVOR-ID           PIC 9(09).
           05  MG-LOSER-ID              PIC 9(09).

       FD  AUTH-FILE.

            COPY AUTHFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  DUP-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRAN-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  TRAN-EOF                        VALUE "Y".
           05  WS-TRAN-STATUS          PIC XX.
           05  WS-DECN-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-MRG-STATUS           PIC XX.
           05  WS-AUTH-STATUS          PIC XX.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-MAST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  MAST-RECORD-FOUND               VALUE "Y".
           05  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  USER-IS-AUTHORIZED            VALUE "Y".
           05  WS-ACT-SUB              PIC 9(01) VALUE ZERO.
           05  WS-LOW-ID               PIC 9(09) VALUE ZERO.
           05  WS-HIGH-ID              PIC 9(09) VALUE ZERO.
           05  WS-LOSER-ID             PIC 9(09) VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
           05  WS-DUPS-CONFIRMED       PIC 9(07) VALUE ZERO.
           05  WS-NOT-DUPS-RECORDED    PIC 9(07) VALUE ZERO.
           05  WS-DECISIONS-REMOVED    PIC 9(07) VALUE ZERO.
           05  WS-MERGES-QUEUED        PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(42)
               VALUE "DUPDMNT DUPLICATE-PERSON DECISION REGISTER".
           05                 PIC X(66)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(08)  VALUE "ACTION".
           05                 PIC X(12)  VALUE "LOW ID".
           05                 PIC X(12)  VALUE "HIGH ID".
           05                 PIC X(12)  VALUE "SURVIVOR".
           05                 PIC X(09)  VALUE "USER".
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(40)  VALUE "REASON".
           05                 PIC X(28)  VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(07)  VALUE SPACE.
           05  RG-LOW-ID          PIC X(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-HIGH-ID         PIC X(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-SURVIVOR-ID     PIC X(09).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-USER-ID         PIC X(06).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(08).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(28)  VALUE SPACE.

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

           PERFORM UNTIL TRAN-EOF
               READ DUP-TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               IF NOT TRAN-EOF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 110-PROCESS-TRAN
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE DUP-TRAN-FILE
                 DECISION-FILE
                 STUDENT-FILE
                 MERGE-TRAN-FILE
                 AUTH-FILE
                 DUP-REGISTER.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.

           OPEN INPUT DUP-TRAN-FILE.

           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DUPLICATE DECISION TRANS'
               DISPLAY ' FILE STATUS IS ', WS-TRAN-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN I-O DECISION-FILE.

           IF WS-DECN-STATUS NOT = '00' AND WS-DECN-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE DUPLICATE DECISION FILE'
               DISPLAY ' FILE STATUS IS ', WS-DECN-STATUS
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

           OPEN EXTEND MERGE-TRAN-FILE.

           IF WS-MRG-STATUS NOT = '00' AND WS-MRG-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE MERGE TRANSACTION FILE'
               DISPLAY ' FILE STATUS IS ', WS-MRG-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE AUTHORIZATION TABLE'
               DISPLAY ' FILE STATUS IS ', WS-AUTH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT DUP-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.


       110-PROCESS-TRAN.

           MOVE "Y" TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-LOW-ID
                        WS-HIGH-ID.

           PERFORM 120-EDIT-TRAN.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN DT-ACTION-CONFIRM
                       PERFORM 130-APPLY-CONFIRM
                   WHEN DT-ACTION-NOT-DUP
                       PERFORM 140-APPLY-NOT-DUP
                   WHEN DT-ACTION-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 160-WRITE-REJECT
           END-IF.


      *****************************************************
      *  120-EDIT-TRAN - THE PAIR IS CARRIED LOWER ID      *
      *  FIRST, THE SAME WAY DUPSCAN KEYS IT, WHICHEVER    *
      *  ORDER THE IDS WERE KEYED ON THE TRANSACTION.      *
      *****************************************************
       120-EDIT-TRAN.

           IF NOT DT-ACTION-VALID
               MOVE "ACTION CODE NOT C / N / D" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

           IF TRAN-IS-VALID
               IF DT-STUDENT-ID-1-N NOT NUMERIC
                       OR DT-STUDENT-ID-2-N NOT NUMERIC
                       OR DT-STUDENT-ID-1-N = ZERO
                       OR DT-STUDENT-ID-2-N = ZERO
                   MOVE "STUDENT ID MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF DT-STUDENT-ID-1-N = DT-STUDENT-ID-2-N
                   MOVE "BOTH STUDENT IDS ARE THE SAME"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF DT-STUDENT-ID-1-N < DT-STUDENT-ID-2-N
                   MOVE DT-STUDENT-ID-1-N TO WS-LOW-ID
                   MOVE DT-STUDENT-ID-2-N TO WS-HIGH-ID
               ELSE
                   MOVE DT-STUDENT-ID-2-N TO WS-LOW-ID
                   MOVE DT-STUDENT-ID-1-N TO WS-HIGH-ID
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DT-ACTION-CONFIRM
               IF DT-SURVIVOR-ID-N NOT NUMERIC
                       OR (DT-SURVIVOR-ID-N NOT = WS-LOW-ID
                       AND DT-SURVIVOR-ID-N NOT = WS-HIGH-ID)
                   MOVE "SURVIVOR MUST BE ONE OF THE PAIR"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT DT-ACTION-CONFIRM
               IF DT-SURVIVOR-ID NOT = SPACES
                   MOVE "SURVIVOR ID ONLY ON A CONFIRM"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND DT-ACTION-CONFIRM
               MOVE WS-LOW-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "LOWER STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID AND DT-ACTION-CONFIRM
               MOVE WS-HIGH-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "HIGHER STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 127-CHECK-AUTHORITY
           END-IF.


      *****************************************************
      *  127-CHECK-AUTHORITY - THE USER MUST BE ON THE     *
      *  AUTHORIZATION TABLE FOR DUPDMNT WITH THE          *
      *  TRANSACTION'S ACTION CODE AMONG THE ALLOWED       *
      *  ACTIONS.                                          *
      *****************************************************
       127-CHECK-AUTHORITY.

           IF DT-USER-ID = SPACES
               MOVE "USER ID REQUIRED ON TRANSACTION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-AUTH-OK-SWITCH
               MOVE DT-USER-ID TO AU-USER-ID
               MOVE "DUPDMNT" TO AU-PROGRAM
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                               UNTIL WS-ACT-SUB > 8
                                  OR USER-IS-AUTHORIZED
                           IF AU-ALLOWED-ACTIONS (WS-ACT-SUB:1)
                                   = DT-ACTION
                               MOVE "Y" TO WS-AUTH-OK-SWITCH
                           END-IF
                       END-PERFORM
               END-READ
               IF NOT USER-IS-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED FOR ACTION"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.


      *****************************************************
      *  130-APPLY-CONFIRM - RECORDS THE CONFIRMATION AND  *
      *  QUEUES THE MERGE.  A PAIR ALREADY CONFIRMED IS    *
      *  REJECTED SO THE MERGE IS NOT QUEUED TWICE.        *
      *****************************************************
       130-APPLY-CONFIRM.

           PERFORM 145-READ-DECISION.

           IF MAST-RECORD-FOUND AND DD-CONFIRMED-DUPLICATE
               MOVE "PAIR ALREADY CONFIRMED" TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE "C"              TO DD-DECISION
               MOVE DT-SURVIVOR-ID-N TO DD-SURVIVOR-ID
               MOVE CD-CURRENT-DATE  TO DD-DECISION-DATE
               MOVE DT-USER-ID       TO DD-DECISION-USER
               IF MAST-RECORD-FOUND
                   REWRITE DUPLICATE-DECISION-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON DECISION FILE"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-REWRITE
               ELSE
                   WRITE DUPLICATE-DECISION-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON DECISION FILE"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-WRITE
               END-IF
               IF TRAN-IS-VALID
                   PERFORM 135-WRITE-MERGE-TRAN
                   ADD 1 TO WS-DUPS-CONFIRMED
                   PERFORM 170-WRITE-APPLIED
               ELSE
                   PERFORM 160-WRITE-REJECT
               END-IF
           END-IF.


       135-WRITE-MERGE-TRAN.

           IF DT-SURVIVOR-ID-N = WS-LOW-ID
               MOVE WS-HIGH-ID TO WS-LOSER-ID
           ELSE
               MOVE WS-LOW-ID TO WS-LOSER-ID
           END-IF.

           MOVE DT-SURVIVOR-ID-N TO MG-SURVIVOR-ID.
           MOVE WS-LOSER-ID      TO MG-LOSER-ID.
           WRITE MERGE-TRAN-RECORD.
           ADD 1 TO WS-MERGES-QUEUED.


       140-APPLY-NOT-DUP.

           PERFORM 145-READ-DECISION.

           IF MAST-RECORD-FOUND
               MOVE "PAIR ALREADY RULED ON" TO WS-REJECT-REASON
               PERFORM 160-WRITE-REJECT
           ELSE
               MOVE "N"              TO DD-DECISION
               MOVE ZERO             TO DD-SURVIVOR-ID
               MOVE CD-CURRENT-DATE  TO DD-DECISION-DATE
               MOVE DT-USER-ID       TO DD-DECISION-USER
               WRITE DUPLICATE-DECISION-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED ON DECISION FILE"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-NOT-DUPS-RECORDED
                       PERFORM 170-WRITE-APPLIED
               END-WRITE
           END-IF.


       145-READ-DECISION.

           MOVE "N" TO WS-MAST-FOUND-SWITCH.
           MOVE SPACES     TO DUPLICATE-DECISION-RECORD.
           MOVE WS-LOW-ID  TO DD-LOW-ID.
           MOVE WS-HIGH-ID TO DD-HIGH-ID.
           READ DECISION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAST-FOUND-SWITCH
           END-READ.


       150-APPLY-DELETE.

           PERFORM 145-READ-DECISION.

           EVALUATE TRUE
               WHEN NOT MAST-RECORD-FOUND
                   MOVE "NO DECISION ON FILE FOR PAIR"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN DD-CONFIRMED-DUPLICATE
                   MOVE "CONFIRMED PAIR - MERGE ALREADY QUEUED"
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               WHEN OTHER
                   DELETE DECISION-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED ON DECISION FILE"
                               TO WS-REJECT-REASON
                           PERFORM 160-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DECISIONS-REMOVED
                           PERFORM 170-WRITE-APPLIED
                   END-DELETE
           END-EVALUATE.


       160-WRITE-REJECT.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE DT-ACTION         TO RG-ACTION.
           MOVE DT-STUDENT-ID-1   TO RG-LOW-ID.
           MOVE DT-STUDENT-ID-2   TO RG-HIGH-ID.
           MOVE DT-SURVIVOR-ID    TO RG-SURVIVOR-ID.
           MOVE DT-USER-ID        TO RG-USER-ID.
           MOVE "REJECTED"        TO RG-DISPOSITION.
           MOVE WS-REJECT-REASON  TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       170-WRITE-APPLIED.

           MOVE DT-ACTION         TO RG-ACTION.
           MOVE WS-LOW-ID         TO RG-LOW-ID.
           MOVE WS-HIGH-ID        TO RG-HIGH-ID.
           MOVE DT-SURVIVOR-ID    TO RG-SURVIVOR-ID.
           MOVE DT-USER-ID        TO RG-USER-ID.
           MOVE "APPLIED"         TO RG-DISPOSITION.
           MOVE SPACES            TO RG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "TRANSACTIONS READ" TO TR-CAPTION.
           MOVE WS-TRANS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PAIRS CONFIRMED DUPLICATE" TO TR-CAPTION.
           MOVE WS-DUPS-CONFIRMED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "MERGE TRANSACTIONS QUEUED" TO TR-CAPTION.
           MOVE WS-MERGES-QUEUED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PAIRS RULED NOT A DUPLICATE" TO TR-CAPTION.
           MOVE WS-NOT-DUPS-RECORDED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "RULINGS REMOVED" TO TR-CAPTION.
           MOVE WS-DECISIONS-REMOVED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "TRANSACTIONS REJECTED" TO TR-CAPTION.
           MOVE WS-TRANS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
