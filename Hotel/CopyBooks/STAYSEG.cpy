      ******************************************************************
      * Copybook: STAYSEG.cpy
      * Purpose:  Record layout for STAYSEG.DAT (STAYSEG-FILE) - the
      *           rooms a booking held over its stay, one record per
      *           room in the order they were slept in, written when
      *           the reservation posting run moves an in-house
      *           guest. A segment covers the nights from
      *           SS-FROM-DATE up to, but not including, SS-TO-DATE.
      *           A booking that never moved has no segments, and
      *           any night no segment covers (an extension after
      *           the last move) was spent in ROOM-ID-BK, which
      *           always holds the room the guest is in now.
      ******************************************************************
       01  STAYSEG-RECORD.
           05  SS-SEGMENT-KEY.
               10  SS-BOOKING-ID       PIC 9(5).
               10  SS-SEGMENT-SEQ      PIC 9(2).
           05  SS-ROOM-ID              PIC X(05).
           05  SS-FROM-DATE            PIC 9(8).
           05  SS-TO-DATE              PIC 9(8).
