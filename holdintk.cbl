       IDENTIFICATION DIVISION.

       PROGRAM-ID. HOLDINTK.
       AUTHOR.     REGISTRAR SYSTEMS GROUP.

      *****************************************************
      *  HOLDINTK - OFFICE HOLD FEED INTAKE                *
      *  READS THE NIGHTLY HOLD FEEDS FROM THE LIBRARY,    *
      *  PARKING SERVICES AND HEALTH SERVICES (HOLDFEED)   *
      *  AND CONVERTS EACH PLACE OR RELEASE INTO A         *
      *  HOLDTRAN TRANSACTION FOR THE HOLDMNT STEP THAT    *
      *  FOLLOWS, STAMPED WITH THE OFFICE'S FEED USER ID   *
      *  FROM THE HOLDSRC AUTHORITY TABLE.  THE WHOLE FILE *
      *  IS VERIFIED FIRST: A BATCH FROM AN UNKNOWN        *
      *  SOURCE, WITHOUT A *TRL* RECORD, WHOSE TRAILER     *
      *  COUNT OR HASH DISAGREES, OR WHOSE SOURCE AND      *
      *  BATCH ID ARE ALREADY ON THE APPLIED HOLD-BATCH    *
      *  FILE (HFDBATCH) IS REFUSED WHOLE, AND THE RUN     *
      *  ENDS WITH RETURN CODE 8.  IN AN ACCEPTED BATCH, A *
      *  DETAIL WHOSE HOLD TYPE THE SOURCE MAY NOT PLACE,  *
      *  OR WHOSE STUDENT IS NOT ON THE MASTER, IS         *
      *  REJECTED TO REJFILE AS ITS HOLDTRAN IMAGE SO IT   *
      *  CAN BE CORRECTED AND RESUBMITTED THROUGH          *
      *  REJRESUB.  EVERY BATCH AND DETAIL PRINTS ON THE   *
      *  HFDRGSTR REGISTER.                                *
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HOLD-FEED-FILE
               ASSIGN HOLDFEED
               FILE STATUS IS WS-FEED-STATUS.

           SELECT STUDENT-FILE
               ASSIGN STUFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUD-STATUS.

           SELECT OPTIONAL HOLD-BATCH-FILE
               ASSIGN HFDBATCH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HB-BATCH-KEY
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT HOLD-TRAN-FILE
               ASSIGN HOLDTRAN.

           SELECT OPTIONAL REJECT-OUT-FILE
               ASSIGN REJFILE
               FILE STATUS IS WS-REJF-STATUS.

           SELECT FEED-REGISTER
               ASSIGN HFDRGSTR.

       DATA DIVISION.

       FILE SECTION.

       FD  HOLD-FEED-FILE.

            COPY HOLDFEED IN KC2477.SHARED.COBOL.STUDGPA.

       FD  STUDENT-FILE.

            COPY STUDLABT IN KC2477.SHARED.COBOL.STUDGPA.

       FD  HOLD-BATCH-FILE.

       01  HOLD-BATCH-RECORD.
           05  HB-BATCH-KEY.
               10  HB-SOURCE-CODE       PIC X(03).
               10  HB-BATCH-ID          PIC X(08).
           05  HB-CREATE-DATE           PIC 9(08).
           05  HB-APPLIED-DATE          PIC 9(08).
           05  HB-DETAIL-COUNT          PIC 9(09).

       FD  HOLD-TRAN-FILE.

            COPY HOLDTRAN IN KC2477.SHARED.COBOL.STUDGPA.

       FD  REJECT-OUT-FILE.

            COPY REJFILE IN KC2477.SHARED.COBOL.STUDGPA.

       FD  FEED-REGISTER.

       01  REGISTER-REC   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  FEED-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  FEED-EOF                        VALUE "Y".
           05  WS-VERIFY-EOF-SWITCH    PIC X(01)   VALUE "N".
               88  VERIFY-EOF                      VALUE "Y".
           05  WS-FEED-STATUS          PIC XX.
           05  WS-STUD-STATUS          PIC XX.
           05  WS-BATCH-STATUS         PIC XX.
           05  WS-REJF-STATUS          PIC XX.
           05  WS-DETAIL-VALID-SWITCH  PIC X(01)   VALUE "Y".
               88  DETAIL-IS-VALID                 VALUE "Y".
           05  WS-AUTH-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  SOURCE-MAY-PLACE-TYPE           VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-RUN-TIME             PIC 9(06) VALUE ZERO.
           05  WS-REJECT-SEQ           PIC 9(05) VALUE ZERO.
           05  WS-ORPHAN-DETAILS       PIC 9(07) VALUE ZERO.
           05  WS-BATCHES-REFUSED      PIC 9(05) VALUE ZERO.
           05  WS-DETAILS-READ         PIC 9(07) VALUE ZERO.
           05  WS-PLACES-CONVERTED     PIC 9(07) VALUE ZERO.
           05  WS-RELEASES-CONVERTED   PIC 9(07) VALUE ZERO.
           05  WS-DETAILS-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-DETAILS-REFUSED      PIC 9(07) VALUE ZERO.

      *****************************************************
      *  ONE ENTRY PER BATCH ON THE FEED, BUILT BY THE     *
      *  VERIFY PASS AND CONSULTED AS THE CONVERSION PASS  *
      *  REACHES EACH BATCH.                               *
      *****************************************************
       01  BATCH-TBL-GROUP.
           05  WS-NUM-BATCHES          PIC 9(03) VALUE ZERO.
           05  WS-CUR-BATCH            PIC 9(03) VALUE ZERO.
           05  WS-CHECK-BATCH          PIC 9(03) VALUE ZERO.
           05  BATCH-ENTRY OCCURS 50 TIMES.
               10  BT-SOURCE-CODE      PIC X(03).
               10  BT-BATCH-ID         PIC X(08).
               10  BT-CREATE-DATE      PIC 9(08).
               10  BT-SOURCE-SUB       PIC 9(02).
               10  BT-DETAIL-COUNT     PIC 9(09).
               10  BT-ID-HASH          PIC 9(13).
               10  BT-TRAILER-SW       PIC X(01).
                   88  BT-TRAILER-SEEN         VALUE "Y".
               10  BT-TRL-COUNT        PIC 9(09).
               10  BT-TRL-ID-HASH      PIC 9(13).
               10  BT-REFUSE-REASON    PIC X(40).
                   88  BT-ACCEPTED             VALUE SPACES.

            COPY HOLDSRC IN KC2477.SHARED.COBOL.STUDGPA.

       01  REGISTER-HEADING-LINE.
           05                 PIC X(06)   VALUE "DATE: ".
           05  RGH-MONTH      PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-DAY        PIC 9(02).
           05                 PIC X(01)   VALUE "/".
           05  RGH-YEAR       PIC 9(04).
           05                 PIC X(08)   VALUE SPACE.
           05                 PIC X(36)
               VALUE "HOLDINTK HOLD FEED INTAKE REGISTER".
           05                 PIC X(72)  VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05                 PIC X(06)  VALUE "ACTION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(10)  VALUE "STUDENT ID".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(04)  VALUE "TYPE".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(10)  VALUE "OFFICE REF".
           05                 PIC X(03)  VALUE SPACE.
           05                 PIC X(11)  VALUE "DISPOSITION".
           05                 PIC X(04)  VALUE SPACE.
           05                 PIC X(06)  VALUE "REASON".
           05                 PIC X(67)  VALUE SPACE.

       01  BATCH-CAPTION-LINE.
           05                 PIC X(08)  VALUE "SOURCE: ".
           05  BC-SOURCE-CODE     PIC X(03).
           05                 PIC X(02)  VALUE SPACE.
           05  BC-OFFICE-NAME     PIC X(20).
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(07)  VALUE "BATCH: ".
           05  BC-BATCH-ID        PIC X(08).
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(09)  VALUE "CREATED: ".
           05  BC-CREATE-DATE     PIC 9(08).
           05                 PIC X(02)  VALUE SPACE.
           05                 PIC X(09)  VALUE "DETAILS: ".
           05  BC-DETAIL-COUNT    PIC ZZZ,ZZ9.
           05                 PIC X(02)  VALUE SPACE.
           05  BC-DISPOSITION     PIC X(43).

       01  REGISTER-DETAIL-LINE.
           05  RG-ACTION          PIC X(01).
           05                     PIC X(09)  VALUE SPACE.
           05  RG-STUDENT-ID      PIC 9(09).
           05                     PIC X(05)  VALUE SPACE.
           05  RG-HOLD-TYPE       PIC X(01).
           05                     PIC X(06)  VALUE SPACE.
           05  RG-OFFICE-REF      PIC X(10).
           05                     PIC X(03)  VALUE SPACE.
           05  RG-DISPOSITION     PIC X(09).
           05                     PIC X(06)  VALUE SPACE.
           05  RG-REASON          PIC X(40).
           05                     PIC X(33)  VALUE SPACE.

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

           PERFORM UNTIL FEED-EOF
               READ HOLD-FEED-FILE
                   AT END
                       SET FEED-EOF TO TRUE
               END-READ
               IF NOT FEED-EOF
                   EVALUATE TRUE
                       WHEN HF-HEADER-PRESENT
                           PERFORM 110-START-BATCH
                       WHEN HF-TRAILER-PRESENT
                           PERFORM 250-REGISTER-BATCH
                       WHEN OTHER
                           ADD 1 TO WS-DETAILS-READ
                           IF BT-ACCEPTED (WS-CUR-BATCH)
                               PERFORM 120-PROCESS-DETAIL
                           ELSE
                               ADD 1 TO WS-DETAILS-REFUSED
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM 240-PRINT-TRAILER.

           CLOSE HOLD-FEED-FILE
                 STUDENT-FILE
                 HOLD-BATCH-FILE
                 HOLD-TRAN-FILE
                 REJECT-OUT-FILE
                 FEED-REGISTER.

           IF WS-BATCHES-REFUSED > ZERO
               DISPLAY '******************************'
               DISPLAY ' 000-MAIN-MODULE'
               DISPLAY ' ', WS-BATCHES-REFUSED,
                       ' HOLD FEED BATCH(ES) REFUSED -'
               DISPLAY ' SEE HFDRGSTR'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RGH-MONTH.
           MOVE CD-DAY     TO RGH-DAY.
           MOVE CD-YEAR    TO RGH-YEAR.
           MOVE CD-CURRENT-DATE TO WS-RUN-DATE.
           MOVE CD-CURRENT-TIME TO WS-RUN-TIME.

           OPEN INPUT HOLD-FEED-FILE.

           IF WS-FEED-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE HOLD FEED FILE'
               DISPLAY ' FILE STATUS IS ', WS-FEED-STATUS
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

           OPEN I-O HOLD-BATCH-FILE.

           IF WS-BATCH-STATUS = '35'
               CLOSE HOLD-BATCH-FILE
               OPEN OUTPUT HOLD-BATCH-FILE
               CLOSE HOLD-BATCH-FILE
               OPEN I-O HOLD-BATCH-FILE
           END-IF.

           IF WS-BATCH-STATUS NOT = '00'
                   AND WS-BATCH-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE HOLD BATCH FILE'
               DISPLAY ' FILE STATUS IS ', WS-BATCH-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           PERFORM 105-VERIFY-FEED.

           OPEN EXTEND REJECT-OUT-FILE.

           IF WS-REJF-STATUS NOT = '00' AND WS-REJF-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE REJECT OUTPUT FILE'
               DISPLAY ' FILE STATUS IS ', WS-REJF-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT HOLD-TRAN-FILE
                       FEED-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER PAGE.
           MOVE REGISTER-COLUMN-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.


      *****************************************************
      *  105-VERIFY-FEED - READS THE WHOLE FEED BEFORE     *
      *  ANYTHING CONVERTS, TOTALLING EACH BATCH AGAINST   *
      *  ITS TRAILER.  A DETAIL OUTSIDE ANY BATCH MEANS    *
      *  THE FILE IS DAMAGED AND NOTHING IS CONVERTED.     *
      *****************************************************
       105-VERIFY-FEED.

           PERFORM UNTIL VERIFY-EOF
               READ HOLD-FEED-FILE
                   AT END
                       SET VERIFY-EOF TO TRUE
               END-READ
               IF NOT VERIFY-EOF
                   EVALUATE TRUE
                       WHEN HF-HEADER-PRESENT
                           PERFORM 106-ADD-BATCH
                       WHEN HF-TRAILER-PRESENT
                           IF WS-CUR-BATCH = ZERO
                               ADD 1 TO WS-ORPHAN-DETAILS
                           ELSE
                               MOVE "Y" TO
                                   BT-TRAILER-SW (WS-CUR-BATCH)
                               MOVE HF-TRL-COUNT TO
                                   BT-TRL-COUNT (WS-CUR-BATCH)
                               MOVE HF-TRL-ID-HASH-TOTAL TO
                                   BT-TRL-ID-HASH (WS-CUR-BATCH)
                               MOVE ZERO TO WS-CUR-BATCH
                           END-IF
                       WHEN OTHER
                           IF WS-CUR-BATCH = ZERO
                               ADD 1 TO WS-ORPHAN-DETAILS
                           ELSE
                               ADD 1 TO
                                   BT-DETAIL-COUNT (WS-CUR-BATCH)
                               IF HF-STUDENT-ID NUMERIC
                                   ADD HF-STUDENT-ID TO
                                       BT-ID-HASH (WS-CUR-BATCH)
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-ORPHAN-DETAILS > ZERO
               DISPLAY '******************************'
               DISPLAY ' 105-VERIFY-FEED'
               DISPLAY ' HOLDFEED HAS ', WS-ORPHAN-DETAILS,
                       ' RECORD(S) OUTSIDE A *HDR* / *TRL*'
               DISPLAY ' BATCH - THE FEED IS DAMAGED AND NOTHING'
               DISPLAY ' IS CONVERTED'
               DISPLAY '*******************************'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 107-JUDGE-BATCH
               VARYING WS-CHECK-BATCH FROM 1 BY 1
               UNTIL WS-CHECK-BATCH > WS-NUM-BATCHES.

           MOVE ZERO TO WS-CUR-BATCH.

           CLOSE HOLD-FEED-FILE.
           OPEN INPUT HOLD-FEED-FILE.

           IF WS-FEED-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 105-VERIFY-FEED'
               DISPLAY ' ERROR REOPENING THE HOLD FEED FILE'
               DISPLAY ' FILE STATUS IS ', WS-FEED-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


      *****************************************************
      *  106-ADD-BATCH - A NEW *HDR* ALSO ENDS A BATCH     *
      *  STILL OPEN, WHICH IS LEFT WITHOUT ITS TRAILER.    *
      *****************************************************
       106-ADD-BATCH.

           IF WS-NUM-BATCHES >= 50
               DISPLAY '******************************'
               DISPLAY ' 106-ADD-BATCH'
               DISPLAY ' MORE THAN 50 BATCHES ON HOLDFEED -'
               DISPLAY ' RAISE TABLE'
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           ADD 1 TO WS-NUM-BATCHES.
           MOVE WS-NUM-BATCHES TO WS-CUR-BATCH.
           MOVE HF-HDR-SOURCE-CODE TO BT-SOURCE-CODE (WS-CUR-BATCH).
           MOVE HF-HDR-BATCH-ID    TO BT-BATCH-ID (WS-CUR-BATCH).
           IF HF-HDR-CREATE-DATE NUMERIC
               MOVE HF-HDR-CREATE-DATE
                   TO BT-CREATE-DATE (WS-CUR-BATCH)
           ELSE
               MOVE ZERO TO BT-CREATE-DATE (WS-CUR-BATCH)
           END-IF.
           MOVE ZERO   TO BT-SOURCE-SUB (WS-CUR-BATCH).
           MOVE ZERO   TO BT-DETAIL-COUNT (WS-CUR-BATCH).
           MOVE ZERO   TO BT-ID-HASH (WS-CUR-BATCH).
           MOVE "N"    TO BT-TRAILER-SW (WS-CUR-BATCH).
           MOVE ZERO   TO BT-TRL-COUNT (WS-CUR-BATCH).
           MOVE ZERO   TO BT-TRL-ID-HASH (WS-CUR-BATCH).
           MOVE SPACES TO BT-REFUSE-REASON (WS-CUR-BATCH).

           SET HS-NDX TO 1.
           SEARCH HS-ENTRY VARYING HS-NDX
               AT END
                   CONTINUE
               WHEN HS-SOURCE-CODE (HS-NDX) = HF-HDR-SOURCE-CODE
                   SET BT-SOURCE-SUB (WS-CUR-BATCH) TO HS-NDX
           END-SEARCH.


      *****************************************************
      *  107-JUDGE-BATCH - A BATCH IS REFUSED WHOLE FOR    *
      *  THE FIRST FAULT FOUND; ITS DETAILS ARE COUNTED    *
      *  BUT NOT CONVERTED.                                *
      *****************************************************
       107-JUDGE-BATCH.

           EVALUATE TRUE
               WHEN BT-SOURCE-SUB (WS-CHECK-BATCH) = ZERO
                   MOVE "REFUSED - SOURCE CODE NOT ON HOLDSRC"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
               WHEN BT-BATCH-ID (WS-CHECK-BATCH) = SPACES
                   MOVE "REFUSED - BATCH ID IS BLANK"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
               WHEN NOT BT-TRAILER-SEEN (WS-CHECK-BATCH)
                   MOVE "REFUSED - NO *TRL* RECORD"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
               WHEN BT-TRL-COUNT (WS-CHECK-BATCH) NOT =
                       BT-DETAIL-COUNT (WS-CHECK-BATCH)
                   MOVE "REFUSED - TRAILER COUNT DISAGREES"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
               WHEN BT-TRL-ID-HASH (WS-CHECK-BATCH) NOT =
                       BT-ID-HASH (WS-CHECK-BATCH)
                   MOVE "REFUSED - TRAILER HASH DISAGREES"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
           END-EVALUATE.

           IF BT-ACCEPTED (WS-CHECK-BATCH)
               PERFORM 108-CHECK-REPEATED-BATCH
           END-IF.

           IF NOT BT-ACCEPTED (WS-CHECK-BATCH)
               ADD 1 TO WS-BATCHES-REFUSED
           END-IF.


      *****************************************************
      *  108-CHECK-REPEATED-BATCH - THE SAME SOURCE AND    *
      *  BATCH ID MAY NOT APPLY TWICE, WHETHER IN AN       *
      *  EARLIER RUN OR EARLIER ON THIS FEED.              *
      *****************************************************
       108-CHECK-REPEATED-BATCH.

           MOVE BT-SOURCE-CODE (WS-CHECK-BATCH) TO HB-SOURCE-CODE.
           MOVE BT-BATCH-ID (WS-CHECK-BATCH)    TO HB-BATCH-ID.
           READ HOLD-BATCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REFUSED - BATCH ALREADY APPLIED"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
           END-READ.

           PERFORM VARYING WS-CUR-BATCH FROM 1 BY 1
                   UNTIL WS-CUR-BATCH >= WS-CHECK-BATCH
               IF BT-SOURCE-CODE (WS-CUR-BATCH) =
                       BT-SOURCE-CODE (WS-CHECK-BATCH)
                  AND BT-BATCH-ID (WS-CUR-BATCH) =
                       BT-BATCH-ID (WS-CHECK-BATCH)
                  AND BT-ACCEPTED (WS-CHECK-BATCH)
                   MOVE "REFUSED - BATCH REPEATED ON THIS FEED"
                       TO BT-REFUSE-REASON (WS-CHECK-BATCH)
               END-IF
           END-PERFORM.


      *****************************************************
      *  110-START-BATCH - THE CONVERSION PASS REACHES THE *
      *  NEXT BATCH'S HEADER; ITS VERDICT PRINTS.          *
      *****************************************************
       110-START-BATCH.

           ADD 1 TO WS-CUR-BATCH.

           MOVE BT-SOURCE-CODE (WS-CUR-BATCH)  TO BC-SOURCE-CODE.
           MOVE BT-BATCH-ID (WS-CUR-BATCH)     TO BC-BATCH-ID.
           MOVE BT-CREATE-DATE (WS-CUR-BATCH)  TO BC-CREATE-DATE.
           MOVE BT-DETAIL-COUNT (WS-CUR-BATCH) TO BC-DETAIL-COUNT.
           IF BT-SOURCE-SUB (WS-CUR-BATCH) = ZERO
               MOVE "*** UNKNOWN SOURCE" TO BC-OFFICE-NAME
           ELSE
               SET HS-NDX TO BT-SOURCE-SUB (WS-CUR-BATCH)
               MOVE HS-OFFICE-NAME (HS-NDX) TO BC-OFFICE-NAME
           END-IF.
           IF BT-ACCEPTED (WS-CUR-BATCH)
               MOVE "ACCEPTED" TO BC-DISPOSITION
           ELSE
               MOVE BT-REFUSE-REASON (WS-CUR-BATCH) TO BC-DISPOSITION
           END-IF.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
           MOVE BATCH-CAPTION-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.


       120-PROCESS-DETAIL.

           MOVE "Y" TO WS-DETAIL-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           SET HS-NDX TO BT-SOURCE-SUB (WS-CUR-BATCH).
           MOVE HF-ACTION                TO HT-ACTION.
           MOVE HF-HOLD-TYPE             TO HT-HOLD-TYPE.
           MOVE HS-FEED-USER-ID (HS-NDX) TO HT-USER-ID.
           IF HF-STUDENT-ID NUMERIC
               MOVE HF-STUDENT-ID TO HT-STUDENT-ID
           ELSE
               MOVE ZERO TO HT-STUDENT-ID
           END-IF.
           IF HF-REASON = SPACES
               MOVE HS-OFFICE-NAME (HS-NDX) TO HT-REASON
           ELSE
               MOVE HF-REASON TO HT-REASON
           END-IF.

           PERFORM 130-EDIT-DETAIL.

           IF DETAIL-IS-VALID
               WRITE HOLD-TRAN-RECORD
               IF HT-ACTION-PLACE
                   ADD 1 TO WS-PLACES-CONVERTED
               ELSE
                   ADD 1 TO WS-RELEASES-CONVERTED
               END-IF
               MOVE "CONVERTED" TO RG-DISPOSITION
               MOVE SPACES      TO RG-REASON
           ELSE
               PERFORM 160-WRITE-REJECT
               MOVE "REJECTED"  TO RG-DISPOSITION
               MOVE WS-REJECT-REASON TO RG-REASON
           END-IF.

           MOVE HF-ACTION       TO RG-ACTION.
           MOVE HT-STUDENT-ID   TO RG-STUDENT-ID.
           MOVE HF-HOLD-TYPE    TO RG-HOLD-TYPE.
           MOVE HF-OFFICE-REF   TO RG-OFFICE-REF.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.


      *****************************************************
      *  130-EDIT-DETAIL - THE HOLD TYPE MUST BE ONE THE   *
      *  BATCH'S SOURCE IS AUTHORIZED FOR ON HOLDSRC, AND  *
      *  THE STUDENT MUST BE ON THE MASTER.                *
      *****************************************************
       130-EDIT-DETAIL.

           IF NOT HF-ACTION-VALID
               MOVE "ACTION CODE NOT P / R" TO WS-REJECT-REASON
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
           END-IF.

           IF DETAIL-IS-VALID
               IF HF-STUDENT-ID NOT NUMERIC
                   MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
               END-IF
           END-IF.

           IF DETAIL-IS-VALID
               MOVE "N" TO WS-AUTH-FOUND-SWITCH
               SET HS-NDX TO 1
               SEARCH HS-ENTRY VARYING HS-NDX
                   AT END
                       CONTINUE
                   WHEN HS-SOURCE-CODE (HS-NDX) =
                           BT-SOURCE-CODE (WS-CUR-BATCH)
                    AND HS-HOLD-TYPE (HS-NDX) = HF-HOLD-TYPE
                       MOVE "Y" TO WS-AUTH-FOUND-SWITCH
               END-SEARCH
               IF NOT SOURCE-MAY-PLACE-TYPE
                   MOVE "SOURCE NOT AUTHORIZED FOR HOLD TYPE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
               END-IF
           END-IF.

           IF DETAIL-IS-VALID
               MOVE HF-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-DETAIL-VALID-SWITCH
               END-READ
           END-IF.


      *****************************************************
      *  160-WRITE-REJECT - THE REJECT CARRIES THE         *
      *  HOLDTRAN IMAGE THE DETAIL WOULD HAVE BECOME, SO A *
      *  CORRECTED RESUBMISSION GOES STRAIGHT TO HOLDMNT.  *
      *****************************************************
       160-WRITE-REJECT.

           ADD 1 TO WS-DETAILS-REJECTED.
           ADD 1 TO WS-REJECT-SEQ.
           MOVE "HOLDINTK"       TO RJ-PROGRAM.
           MOVE WS-RUN-DATE      TO RJ-REJECT-DATE.
           MOVE WS-RUN-TIME      TO RJ-REJECT-TIME.
           MOVE WS-REJECT-SEQ    TO RJ-REJECT-SEQ.
           MOVE WS-REJECT-REASON TO RJ-REJECT-REASON.
           MOVE SPACES           TO RJ-ORIGINAL-TRAN.
           MOVE HOLD-TRAN-RECORD TO RJ-ORIGINAL-TRAN.
           WRITE REJECT-OUT-RECORD.


      *****************************************************
      *  250-REGISTER-BATCH - RECORDS AN ACCEPTED BATCH SO *
      *  THE SAME FEED REFUSES IF IT IS SENT AGAIN.        *
      *****************************************************
       250-REGISTER-BATCH.

           IF BT-ACCEPTED (WS-CUR-BATCH)
               MOVE BT-SOURCE-CODE (WS-CUR-BATCH)  TO HB-SOURCE-CODE
               MOVE BT-BATCH-ID (WS-CUR-BATCH)     TO HB-BATCH-ID
               MOVE BT-CREATE-DATE (WS-CUR-BATCH)  TO HB-CREATE-DATE
               MOVE WS-RUN-DATE                    TO HB-APPLIED-DATE
               MOVE BT-DETAIL-COUNT (WS-CUR-BATCH) TO HB-DETAIL-COUNT
               WRITE HOLD-BATCH-RECORD
                   INVALID KEY
                       DISPLAY '******************************'
                       DISPLAY ' 250-REGISTER-BATCH'
                       DISPLAY ' HOLD BATCH REGISTRATION WRITE FAILED'
                       DISPLAY '*******************************'
               END-WRITE
           END-IF.


       240-PRINT-TRAILER.

           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 2.

           MOVE "BATCHES READ" TO TR-CAPTION.
           MOVE WS-NUM-BATCHES TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "BATCHES REFUSED" TO TR-CAPTION.
           MOVE WS-BATCHES-REFUSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DETAILS READ" TO TR-CAPTION.
           MOVE WS-DETAILS-READ TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "PLACES CONVERTED" TO TR-CAPTION.
           MOVE WS-PLACES-CONVERTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "RELEASES CONVERTED" TO TR-CAPTION.
           MOVE WS-RELEASES-CONVERTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DETAILS REJECTED TO REJFILE" TO TR-CAPTION.
           MOVE WS-DETAILS-REJECTED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.

           MOVE "DETAILS IN REFUSED BATCHES" TO TR-CAPTION.
           MOVE WS-DETAILS-REFUSED TO TR-COUNT.
           MOVE TRAILER-DETAIL-LINE TO REGISTER-REC.
           WRITE REGISTER-REC AFTER 1.
