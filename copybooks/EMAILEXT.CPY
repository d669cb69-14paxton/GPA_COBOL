      *****************************************************
      *  EMAILEXT - EMAIL-DELIVERY EXTRACT RECORD          *
      *  WRITTEN BY EACH NOTICE RUN FOR THE STUDENTS WHOSE *
      *  DELIVERY PREFERENCE (DELVPREF) IS EMAIL, IN PLACE *
      *  OF THE PRINTED PIECE, AND PICKED UP BY THE EMAIL  *
      *  GATEWAY.  EVERY RECORD CARRIES THE                *
      *  COMMUNICATIONS-LOG KEY OF THE NOTICE (STUDENT,    *
      *  DOCUMENT TYPE, TERM, PRODUCED DATE), WHICH THE    *
      *  GATEWAY ECHOES BACK ON ITS BOUNCE FILE.  EACH     *
      *  NOTICE IS AN H RECORD (ADDRESS, NAME, SUBJECT)    *
      *  FOLLOWED BY ITS L RECORDS - THE NOTICE TEXT, LINE *
      *  FOR LINE AS IT WOULD HAVE PRINTED.                *
      *****************************************************
       01  EMAIL-EXTRACT-RECORD.
           05  EE-LOG-KEY.
               10  EE-STUDENT-ID         PIC 9(09).
               10  EE-DOC-TYPE           PIC X(04).
               10  EE-TERM-CODE          PIC X(05).
               10  EE-PRODUCED-DATE      PIC 9(08).
           05  EE-RECORD-TYPE            PIC X(01).
               88  EE-HEADER-REC                 VALUE "H".
               88  EE-LINE-REC                   VALUE "L".
           05  EE-LINE-NO                PIC 9(03).
           05  EE-LINE-TEXT              PIC X(132).
           05  EE-HEADER-DATA REDEFINES EE-LINE-TEXT.
               10  EE-EMAIL-ADDRESS      PIC X(60).
               10  EE-NAME-FIRST         PIC X(12).
               10  EE-NAME-MI            PIC X(01).
               10  EE-NAME-LAST          PIC X(16).
               10  EE-SUBJECT            PIC X(40).
               10                        PIC X(03).
