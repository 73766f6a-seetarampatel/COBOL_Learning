      *****************************************************************
      * TEACHING-ROOM record layout - one row per room classes can be
      * timetabled into (ROOMS.DAT, line sequential and kept by hand
      * the way EXAMROOM.DAT is): the room code, how many it seats
      * and what kind of room it is. RO-ROOM-TYPE is matched against
      * a subject's PW-ROOM-TYPE on SUBJPER.DAT - a subject needing
      * a LAB only goes into a LAB; a subject needing no particular
      * kind of room can go into any room big enough.
      *****************************************************************
       01  TEACHING-ROOM-RECORD.
           05 RO-ROOM-CODE        PIC X(4).
           05 RO-CAPACITY         PIC 9(3).
           05 RO-ROOM-TYPE        PIC X(4).
