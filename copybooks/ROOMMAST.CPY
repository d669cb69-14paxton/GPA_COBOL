      *****************************************************
      *  ROOMMAST - INSTRUCTIONAL ROOM MASTER RECORD       *
      *  ONE RECORD PER TEACHING ROOM, KEYED BY BUILDING   *
      *  AND ROOM NUMBER, GIVING THE NUMBER OF SEATS THE   *
      *  ROOM HOLDS.  MAINTAINED BY ROOMMNT; SECTMNT WILL  *
      *  ONLY ASSIGN A SECTION TO A ROOM ON THIS FILE, AND *
      *  ROOMUTIL MEASURES BOOKINGS AGAINST THE SEATS.     *
      *****************************************************
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-KEY.
               10  RM-BUILDING           PIC X(04).
               10  RM-ROOM-NO            PIC X(05).
           05  RM-DESCRIPTION            PIC X(20).
           05  RM-SEAT-COUNT             PIC 9(03).
