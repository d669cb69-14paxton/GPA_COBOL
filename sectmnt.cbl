      *  SECTRAN AGAINST THE COURSE SECTION MASTER         *
      *  (SECTFILE).  THE COURSE MUST BE IN THE CATALOG    *
      *  AND THE TERM ON THE ACADEMIC CALENDAR; ADDS AND   *
      *  CHANGES MUST NAME AN ACTIVE INSTRUCTOR ON THE     *
      *  INSTRUCTOR MASTER (INSTFILE), WHOSE MASTER NAME   *
      *  IS USED WHEN THE TRANSACTION'S IS BLANK.  A       *
      *  COURSE INACTIVATED IN THE CATALOG MAY NOT BE      *
      *  GIVEN NEW SECTIONS FROM ITS INACTIVATION TERM ON. *
      *  ADDS AND CHANGES CARRY THE SEAT CAPACITY (ZERO    *
      *  FOR NO LIMIT); A CHANGE MAY NOT CUT THE CAPACITY  *
      *  BELOW THE SEATS REGMAINT HAS ALREADY FILLED, AND  *
      *  A SECTION WITH STUDENTS ENROLLED MAY NOT BE       *
      *  DELETED.  THE ENROLLED COUNT ITSELF IS NEVER SET  *
      *  HERE.  ADDS AND CHANGES ALSO CARRY THE MEETING    *
      *  PATTERN - DAYS MET, START AND END TIMES - AND THE *
      *  BUILDING AND ROOM, WHICH MUST BE ON THE ROOM      *
      *  MASTER (ROOMFILE).  AN APPLIED / REJECTED         *
      *  REGISTER PRINTS ON SECRGSTR.                      *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CAL-TERM-CODE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL ROOM-MASTER-FILE
               ASSIGN ROOMFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RM-ROOM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE
               ASSIGN INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INST-STATUS.

           SELECT SECT-REGISTER
               ASSIGN SECRGSTR.

           05  ST-SECTION-NO            PIC X(03).
           05  ST-INSTRUCTOR-ID         PIC X(06).
           05  ST-INSTRUCTOR-NAME       PIC X(25).
           05  ST-SEAT-CAPACITY         PIC 9(03).
           05  ST-MEETING-DAYS          PIC X(07).
           05  ST-MEETING-DAY-TBL REDEFINES ST-MEETING-DAYS.
               10  ST-DAY-FLAG          PIC X(01) OCCURS 7 TIMES.
           05  ST-START-TIME            PIC 9(04).
           05  ST-START-TIME-R REDEFINES ST-START-TIME.
               10  ST-START-HH          PIC 9(02).
               10  ST-START-MM          PIC 9(02).
           05  ST-END-TIME              PIC 9(04).
           05  ST-END-TIME-R REDEFINES ST-END-TIME.
               10  ST-END-HH            PIC 9(02).
               10  ST-END-MM            PIC 9(02).
           05  ST-BUILDING              PIC X(04).
           05  ST-ROOM-NO               PIC X(05).

       FD  SECTION-MASTER-FILE.


            COPY ACADCAL IN KC2477.SHARED.COBOL.STUDGPA.

       FD  ROOM-MASTER-FILE.

            COPY ROOMMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  INSTRUCTOR-MASTER-FILE.

            COPY INSTMAST IN KC2477.SHARED.COBOL.STUDGPA.

       FD  SECT-REGISTER.

       01  REGISTER-REC   PIC X(132).
           05  WS-SECT-STATUS          PIC XX.
           05  WS-CATALOG-STATUS       PIC XX.
           05  WS-CAL-STATUS           PIC XX.
           05  WS-ROOM-STATUS          PIC XX.
           05  WS-INST-STATUS          PIC XX.
           05  WS-MASTER-INSTR-NAME    PIC X(25) VALUE SPACES.
           05  WS-DAY-SUB              PIC 9(01) VALUE ZERO.
           05  WS-DAY-LETTERS          PIC X(07) VALUE "MTWRFSU".
           05  WS-DAY-LETTER-TBL REDEFINES WS-DAY-LETTERS.
               10  WS-DAY-LETTER       PIC X(01) OCCURS 7 TIMES.
           05  WS-TRAN-VALID-SWITCH    PIC X(01)   VALUE "Y".
               88  TRAN-IS-VALID                   VALUE "Y".
           05  WS-REJECT-REASON        PIC X(40).
                 SECTION-MASTER-FILE
                 CATALOG-FILE
                 CALENDAR-FILE
                 ROOM-MASTER-FILE
                 INSTRUCTOR-MASTER-FILE
                 SECT-REGISTER.

           STOP RUN.
               STOP RUN
           END-IF.

           OPEN INPUT ROOM-MASTER-FILE.

           IF WS-ROOM-STATUS NOT = '00' AND WS-ROOM-STATUS NOT = '05'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE ROOM MASTER FILE'
               DISPLAY ' FILE STATUS IS ', WS-ROOM-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.

           IF WS-INST-STATUS NOT = '00'
               DISPLAY '******************************'
               DISPLAY ' 100-HSK'
               DISPLAY ' ERROR OPENING THE INSTRUCTOR MASTER'
               DISPLAY ' FILE STATUS IS ', WS-INST-STATUS
               DISPLAY '*******************************'
               STOP RUN
           END-IF.

           OPEN OUTPUT SECT-REGISTER.

           MOVE REGISTER-HEADING-LINE TO REGISTER-REC.
                       MOVE "COURSE NOT IN CATALOG"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   NOT INVALID KEY
                       IF CC-COURSE-INACTIVE AND ST-ACTION-ADD
                               AND ST-TERM-CODE NOT < CC-EFFECTIVE-TERM
                           MOVE "COURSE INACTIVE IN CATALOG"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRAN-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.

               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT ST-ACTION-DELETE
               PERFORM 123-CHECK-INSTRUCTOR
           END-IF.

           IF TRAN-IS-VALID AND NOT ST-ACTION-DELETE
               IF ST-SEAT-CAPACITY NOT NUMERIC
                   MOVE "SEAT CAPACITY NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NOT ST-ACTION-DELETE
               PERFORM 125-EDIT-MEETING
           END-IF.

           IF TRAN-IS-VALID AND NOT ST-ACTION-DELETE
               PERFORM 127-EDIT-ROOM
           END-IF.


      *****************************************************
      *  123-CHECK-INSTRUCTOR - THE INSTRUCTOR MUST BE ON  *
      *  THE INSTRUCTOR MASTER AND ACTIVE.  THE MASTER     *
      *  NAME IS KEPT FOR A TRANSACTION THAT LEAVES THE    *
      *  NAME BLANK.                                       *
      *****************************************************
       123-CHECK-INSTRUCTOR.

           MOVE SPACES TO WS-MASTER-INSTR-NAME.
           MOVE ST-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID.
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   MOVE "INSTRUCTOR NOT ON INSTRUCTOR MASTER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF IM-INACTIVE
                       MOVE "INSTRUCTOR INACTIVE ON MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   ELSE
                       MOVE IM-INSTRUCTOR-NAME
                           TO WS-MASTER-INSTR-NAME
                   END-IF
           END-READ.


      *****************************************************
      *  125-EDIT-MEETING - EACH MEETING-DAY POSITION IS   *
      *  BLANK OR ITS OWN DAY LETTER (M T W R F S U).  A   *
      *  SECTION THAT MEETS NEEDS VALID 24-HOUR HHMM       *
      *  START AND END TIMES WITH THE START BEFORE THE     *
      *  END; ONE WITH NO MEETING DAYS CARRIES NO TIMES.   *
      *****************************************************
       125-EDIT-MEETING.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
                      OR NOT TRAN-IS-VALID
               IF ST-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                       AND ST-DAY-FLAG (WS-DAY-SUB)
                           NOT = WS-DAY-LETTER (WS-DAY-SUB)
                   MOVE "MEETING DAYS NOT IN MTWRFSU POSITIONS"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-IF
           END-PERFORM.

           IF TRAN-IS-VALID AND ST-MEETING-DAYS NOT = SPACES
               IF ST-START-TIME NOT NUMERIC
                       OR ST-END-TIME NOT NUMERIC
                       OR ST-START-HH > 23 OR ST-START-MM > 59
                       OR ST-END-HH > 23 OR ST-END-MM > 59
                   MOVE "MEETING TIME NOT A VALID HHMM"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
               ELSE
                   IF ST-START-TIME NOT < ST-END-TIME
                       MOVE "MEETING START NOT BEFORE END"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.


       127-EDIT-ROOM.

           IF ST-BUILDING NOT = SPACES OR ST-ROOM-NO NOT = SPACES
               MOVE ST-BUILDING TO RM-BUILDING
               MOVE ST-ROOM-NO  TO RM-ROOM-NO
               READ ROOM-MASTER-FILE
                   INVALID KEY
                       MOVE "ROOM NOT ON ROOM MASTER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRAN-VALID-SWITCH
               END-READ
           END-IF.


       130-APPLY-ADD.

           READ SECTION-MASTER-FILE
               INVALID KEY
                   PERFORM 135-BUILD-SECTION-RECORD
                   MOVE ZEROS TO CS-ENROLLED-COUNT
                   MOVE SPACE TO CS-SECTION-STATUS
                   WRITE COURSE-SECTION-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON SECTION MASTER"
           MOVE ST-TERM-CODE        TO CS-TERM-CODE.
           MOVE ST-SECTION-NO       TO CS-SECTION-NO.
           MOVE ST-INSTRUCTOR-ID    TO CS-INSTRUCTOR-ID.
           IF ST-INSTRUCTOR-NAME = SPACES
               MOVE WS-MASTER-INSTR-NAME TO CS-INSTRUCTOR-NAME
           ELSE
               MOVE ST-INSTRUCTOR-NAME  TO CS-INSTRUCTOR-NAME
           END-IF.
           MOVE ST-SEAT-CAPACITY    TO CS-SEAT-CAPACITY.
           MOVE ST-MEETING-DAYS     TO CS-MEETING-DAYS.
           IF ST-MEETING-DAYS = SPACES
               MOVE ZEROS TO CS-START-TIME
               MOVE ZEROS TO CS-END-TIME
           ELSE
               MOVE ST-START-TIME   TO CS-START-TIME
               MOVE ST-END-TIME     TO CS-END-TIME
           END-IF.
           MOVE ST-BUILDING         TO CS-BUILDING.
           MOVE ST-ROOM-NO          TO CS-ROOM-NO.


       140-APPLY-CHANGE.
                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   IF ST-SEAT-CAPACITY > ZERO
                           AND ST-SEAT-CAPACITY < CS-ENROLLED-COUNT
                       MOVE "CAPACITY BELOW SEATS ALREADY FILLED"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   ELSE
                       PERFORM 135-BUILD-SECTION-RECORD
                       REWRITE COURSE-SECTION-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED ON SECTION MASTER"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGES-APPLIED
                               PERFORM 170-WRITE-APPLIED
                       END-REWRITE
                   END-IF
           END-READ.


                       TO WS-REJECT-REASON
                   PERFORM 160-WRITE-REJECT
               NOT INVALID KEY
                   IF CS-ENROLLED-COUNT > ZERO
                       MOVE "STUDENTS STILL ENROLLED IN SECTION"
                           TO WS-REJECT-REASON
                       PERFORM 160-WRITE-REJECT
                   ELSE
                       DELETE SECTION-MASTER-FILE
                           INVALID KEY
                               MOVE "DELETE FAILED ON SECTION MASTER"
                                   TO WS-REJECT-REASON
                               PERFORM 160-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETES-APPLIED
                               PERFORM 170-WRITE-APPLIED
                       END-DELETE
                   END-IF
           END-READ.


