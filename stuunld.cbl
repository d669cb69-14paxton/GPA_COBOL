      *  OFFSITE STORAGE, FOLLOWED BY A *TRAILER* RECORD   *
      *  CARRYING THE UNLOADED RECORD COUNT.  STULOAD      *
      *  BALANCES TO THAT TRAILER WHEN REBUILDING.         *
      *  THE TRAILER ALSO CARRIES THE UNLOAD DATE AND      *
      *  TIME, AND THE COURSE-HISTORY OVERFLOW SEGMENTS    *
      *  ARE UNLOADED THE SAME WAY TO OVFLSEQ WITH THEIR   *
      *  OWN DATED TRAILER, SO EACH GENERATION KEPT        *
      *  OFFSITE IS A DATED IMAGE OF BOTH FILES.  STUASOF  *
      *  STARTS ITS AS-OF RECONSTRUCTION FROM THESE        *
      *  GENERATIONS.                                      *
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN STUSEQ
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT OPTIONAL OVERFLOW-FILE
               ASSIGN OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SO-OVFL-KEY
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT OVFL-SEQ-FILE
               ASSIGN OVFLSEQ
               FILE STATUS IS WS-OSEQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  SEQ-TRAILER-RECORD REDEFINES SEQ-STUDENT-RECORD.
           05  SQ-TRAILER-LITERAL       PIC X(09).
           05  SQ-TRAILER-COUNT         PIC 9(09).
           05  SQ-TRAILER-DATE          PIC 9(08).
           05  SQ-TRAILER-TIME          PIC 9(06).
           05                           PIC X(640).

       FD  OVERFLOW-FILE.

            COPY STUDOVFL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  OVFL-SEQ-FILE.

       01  SEQ-OVFL-RECORD              PIC X(673).
       01  SEQ-OVFL-TRAILER REDEFINES SEQ-OVFL-RECORD.
           05  OQ-TRAILER-LITERAL       PIC X(09).
           05  OQ-TRAILER-COUNT         PIC 9(09).
           05  OQ-TRAILER-DATE          PIC 9(08).
           05  OQ-TRAILER-TIME          PIC 9(06).
           05                           PIC X(641).

       WORKING-STORAGE SECTION.

           05  WS-STUD-STATUS          PIC XX.
           05  WS-SEQ-STATUS           PIC XX.
           05  WS-RECORDS-UNLOADED     PIC 9(07) VALUE ZERO.
           05  OVFL-EOF-SWITCH         PIC X(01)   VALUE "N".
               88  OVFL-EOF                        VALUE "Y".
           05  WS-OVFL-STATUS          PIC XX.
           05  WS-OSEQ-STATUS          PIC XX.
           05  WS-SEGMENTS-UNLOADED    PIC 9(07) VALUE ZERO.

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


           PERFORM 200-WRITE-TRAILER.

           PERFORM 300-UNLOAD-OVERFLOW.

           DISPLAY 'STUUNLD RECORDS UNLOADED ', WS-RECORDS-UNLOADED.
           DISPLAY 'STUUNLD SEGMENTS UNLOADED ', WS-SEGMENTS-UNLOADED.

           CLOSE STUDENT-FILE
                 STUDENT-SEQ-FILE
                 OVERFLOW-FILE
                 OVFL-SEQ-FILE.

           STOP RUN.


       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           OPEN INPUT STUDENT-FILE.

           IF WS-STUD-STATUS NOT = '00'
               STOP RUN
           END-IF.

           OPEN INPUT OVERFLOW-FILE.

           IF WS-OVFL-STATUS NOT = '00' AND WS-OVFL-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE COURSE OVERFLOW FILE'
               DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT OVFL-SEQ-FILE.

           IF WS-OSEQ-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE OVERFLOW IMAGE FILE'
               DISPLAY ' FILE STATUS IS ', WS-OSEQ-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.


       200-WRITE-TRAILER.

           MOVE SPACES TO SEQ-TRAILER-RECORD.
           MOVE "*TRAILER*" TO SQ-TRAILER-LITERAL.
           MOVE WS-RECORDS-UNLOADED TO SQ-TRAILER-COUNT.
           MOVE CD-CURRENT-DATE TO SQ-TRAILER-DATE.
           MOVE CD-CURRENT-TIME TO SQ-TRAILER-TIME.
           WRITE SEQ-TRAILER-RECORD.


      *  300-UNLOAD-OVERFLOW - COPIES EVERY OVERFLOW       *
      *  SEGMENT TO OVFLSEQ IN KEY ORDER AND CLOSES IT     *
      *  WITH A TRAILER DATED LIKE THE MASTER'S.  A        *
      *  MISSING OVERFLOW FILE UNLOADS AS AN EMPTY         *
      *  GENERATION.                                       *
       300-UNLOAD-OVERFLOW.

           IF WS-OVFL-STATUS = '05'
               SET OVFL-EOF TO TRUE
           END-IF.

           PERFORM UNTIL OVFL-EOF
               READ OVERFLOW-FILE
                   AT END
                       SET OVFL-EOF TO TRUE
               END-READ
               IF NOT OVFL-EOF
                   IF WS-OVFL-STATUS = '00'
                       ADD 1 TO WS-SEGMENTS-UNLOADED
                       MOVE SPACES TO SEQ-OVFL-RECORD
                       MOVE STUDENT-OVFL-RECORD TO SEQ-OVFL-RECORD
                       WRITE SEQ-OVFL-RECORD
                   ELSE
                       DISPLAY '******************************'
                       DISPLAY ' 300-UNLOAD-OVERFLOW'
                       DISPLAY ' ERROR IN READING THE OVERFLOW FILE'
                       DISPLAY ' FILE STATUS IS ', WS-OVFL-STATUS
                       DISPLAY '*******************************'
                       SET OVFL-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO SEQ-OVFL-TRAILER.
           MOVE "*TRAILER*" TO OQ-TRAILER-LITERAL.
           MOVE WS-SEGMENTS-UNLOADED TO OQ-TRAILER-COUNT.
           MOVE CD-CURRENT-DATE TO OQ-TRAILER-DATE.
           MOVE CD-CURRENT-TIME TO OQ-TRAILER-TIME.
           WRITE SEQ-OVFL-TRAILER.
