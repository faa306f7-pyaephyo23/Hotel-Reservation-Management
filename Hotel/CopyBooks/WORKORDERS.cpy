      ******************************************************************
      * Copybook: WORKORDERS.cpy
      * Purpose:  Record layout for WORKORDERS.DAT (WORKORDERS-FILE) -
      *           one maintenance work order per room taken out of
      *           order: the reason, the date it was opened, the
      *           date engineering plans to hand it back, and the
      *           date it was actually closed (zero while the order
      *           is open). A room has at most one open order at a
      *           time; ROOM-ID-WO is an alternate key with
      *           duplicates so a room's order history can be read
      *           back. The room is out of order for the nights from
      *           WO-OPENED-DATE up to, but not including,
      *           WO-CLOSED-DATE - or, while the order is open,
      *           WO-PLANNED-RETURN, and through the current night
      *           when that date has already passed. Opening and
      *           closing an order sets and clears Out-of-Service in
      *           R-HOUSEKEEPING on ROOMS.DAT.
      ******************************************************************
       01  WORKORDER-RECORD.
           05  WORK-ORDER-ID       PIC 9(5).
           05  ROOM-ID-WO          PIC X(05).
           05  WO-REASON           PIC X(30).
           05  WO-OPENED-DATE      PIC 9(8).
           05  WO-PLANNED-RETURN   PIC 9(8).
           05  WO-CLOSED-DATE      PIC 9(8).
