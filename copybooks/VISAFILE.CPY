      *****************************************************
      *  VISAFILE - STUDENT VISA STATUS RECORD             *
      *  ONE RECORD PER STUDENT HOLDING A SEVIS-TRACKED    *
      *  VISA, KEYED BY STUDENT ID: VISA TYPE (F1, M1,     *
      *  J1), SEVIS ID, AND THE PROGRAM END DATE ON THE    *
      *  FORM I-20 / DS-2019.  A REDUCED COURSE LOAD       *
      *  APPROVED BY THE DESIGNATED SCHOOL OFFICIAL FOR    *
      *  ONE TERM CARRIES THAT TERM, THE APPROVED MINIMUM  *
      *  CREDITS, AND THE REASON (AD ACADEMIC DIFFICULTY,  *
      *  MD MEDICAL, FT FINAL TERM); A BLANK TERM MEANS NO *
      *  REDUCED LOAD.  MAINTAINED BY VISAMNT; READ BY THE *
      *  VISACHK FULL-COURSE-OF-STUDY CHECK AND BY         *
      *  WITHDRAW AND LOAMNT TO RAISE SEVIS EVENTS.        *
      *****************************************************
       01  VISA-STATUS-RECORD.
           05  VI-STUDENT-ID            PIC 9(09).
           05  VI-VISA-TYPE             PIC X(02).
               88  VI-F1-STUDENT                VALUE "F1".
               88  VI-M1-STUDENT                VALUE "M1".
               88  VI-J1-EXCHANGE               VALUE "J1".
               88  VI-VISA-TYPE-VALID           VALUE "F1" "M1"
                                                      "J1".
           05  VI-SEVIS-ID              PIC X(11).
           05  VI-PROGRAM-END-DATE      PIC 9(08).
           05  VI-RCL-TERM              PIC X(05).
           05  VI-RCL-MIN-CREDITS       PIC 99V9.
           05  VI-RCL-REASON            PIC X(02).
               88  VI-RCL-ACADEMIC              VALUE "AD".
               88  VI-RCL-MEDICAL               VALUE "MD".
               88  VI-RCL-FINAL-TERM            VALUE "FT".
               88  VI-RCL-REASON-VALID          VALUE "AD" "MD"
                                                      "FT".
           05  VI-RCL-APPROVED-BY       PIC X(06).
           05  VI-LAST-MAINT-DATE       PIC 9(08).
           05  VI-LAST-MAINT-USER       PIC X(06).
           05                           PIC X(10).
