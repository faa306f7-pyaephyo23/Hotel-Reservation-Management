      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Reservation Posting Run - loads the day's delimited
      *          reservation transactions (action, booking id, room,
      *          check-in, check-out, guest id, block id, source
      *          code) into BOOKINGS.DAT. NEW lines get the next
      *          BOOKING-ID and are tied to their guest on GUESTS.DAT
      *          and to the agent or channel they came through on
      *          SOURCES.DAT (blank for direct business); MOD lines
      *          change the room or the dates of a booking; CXL lines
      *          cancel it; MOV lines move an in-house guest to
      *          another room from a given night, recording the
      *          rooms slept in on STAYSEG.DAT so checkout billing
      *          prices each night at the right room type, and
      *          sending the room left behind back to Dirty and
      *          Available. Before a new or changed stay is accepted
      *          the room must be on ROOMS.DAT and free for every
      *          night from check-in up to check-out, and the room's
      *          type must still have a room left once the unsold
      *          rooms of every group block on BLOCKS.DAT still
      *          inside its cutoff are held back, and no open or
      *          closed work order on WORKORDERS.DAT may have the
      *          room out of order on any of those nights - overlaps
      *          and out-of-order rooms are stopped here instead of
      *          being found afterwards by validateBookings. Every
      *          change goes through
      *          logBookingStatusChange, so a cancellation is dated
      *          on the audit trail for billNoShowFees. Bad lines go
      *          to an exceptions listing the way the payment posting
      *          run does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postReservations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESV-FILE ASSIGN TO '../DATA/RESVIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOMS-FILE-STATUS.

           SELECT GUESTS-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GUESTS-FILE-STATUS.

           SELECT BLOCKS-FILE ASSIGN TO '../DATA/BLOCKS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLOCK-ID
               FILE STATUS IS WS-BLOCKS-FILE-STATUS.

           SELECT SOURCES-FILE ASSIGN TO '../DATA/SOURCES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-CODE
               FILE STATUS IS WS-SOURCES-FILE-STATUS.

           SELECT STAYSEG-FILE ASSIGN TO '../DATA/STAYSEG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SEGMENT-KEY
               FILE STATUS IS WS-STAYSEG-FILE-STATUS.

           SELECT WORKORDERS-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-ORDER-ID
               ALTERNATE RECORD KEY IS ROOM-ID-WO
                   WITH DUPLICATES
               FILE STATUS IS WS-WORKORDERS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/RESVPOST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RSV-RECORD                 PIC X(80).

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  GUESTS-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  BLOCKS-FILE.
       COPY "./CopyBooks/BLOCKS.cpy".

       FD  STAYSEG-FILE.
       COPY "./CopyBooks/STAYSEG.cpy".

       FD  SOURCES-FILE.
       COPY "./CopyBooks/SOURCES.cpy".

       FD  WORKORDERS-FILE.
       COPY "./CopyBooks/WORKORDERS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RESV-FILE-STATUS     PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-GUESTS-FILE-STATUS   PIC 99.
       01  WS-BLOCKS-FILE-STATUS   PIC 99.
       01  WS-STAYSEG-FILE-STATUS  PIC 99.
       01  WS-SOURCES-FILE-STATUS  PIC 99.
       01  WS-WORKORDERS-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-NO-BLOCKS-FILE       PIC X VALUE 'N'.
       01  WS-NO-SOURCES-FILE      PIC X VALUE 'N'.
       01  WS-NO-WORKORDERS-FILE   PIC X VALUE 'N'.
       01  WS-WO-EOF               PIC X VALUE 'N'.
       01  WS-SOURCE-FOUND         PIC X VALUE 'N'.
       01  WS-LINE-REJECTED        PIC X VALUE 'N'.
       01  WS-BOOKING-FOUND        PIC X VALUE 'N'.
       01  WS-ROOM-FOUND           PIC X VALUE 'N'.
       01  WS-GUEST-FOUND          PIC X VALUE 'N'.
       01  WS-BLOCK-FOUND          PIC X VALUE 'N'.
       01  WS-SEG-EOF              PIC X VALUE 'N'.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MONTH         PIC 9(2).
           05 WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-TOMORROW-DATE        PIC 9(8).

       *> The reservation line split into its delimited fields; the
       *> trailing -REST bytes let the edits test what reservations
       *> actually keyed before anything is moved into a booking.
       01  WS-RV-ACTION            PIC X(10).
       01  WS-RV-BOOKING-TEXT.
           05  WS-RV-BOOKING-NUM   PIC 9(5).
           05  WS-RV-BOOKING-REST  PIC X(5).
       01  WS-RV-ROOM-TEXT.
           05  WS-RV-ROOM-ID       PIC X(5).
           05  WS-RV-ROOM-REST     PIC X(5).
       01  WS-RV-CHECKIN-TEXT.
           05  WS-RV-CHECKIN-NUM   PIC 9(8).
           05  WS-RV-CHECKIN-REST  PIC X(2).
       01  WS-RV-CHECKOUT-TEXT.
           05  WS-RV-CHECKOUT-NUM  PIC 9(8).
           05  WS-RV-CHECKOUT-REST PIC X(2).
       01  WS-RV-GUEST-TEXT.
           05  WS-RV-GUEST-NUM     PIC 9(5).
           05  WS-RV-GUEST-REST    PIC X(5).
       01  WS-RV-BLOCK-TEXT.
           05  WS-RV-BLOCK-NUM     PIC 9(5).
           05  WS-RV-BLOCK-REST    PIC X(5).
       01  WS-RV-SOURCE-TEXT.
           05  WS-RV-SOURCE-CODE   PIC X(6).
           05  WS-RV-SOURCE-REST   PIC X(4).

       *> Date being validated and its verdict
       01  WS-VD-DATE.
           05  WS-VD-YEAR          PIC 9(4).
           05  WS-VD-MONTH         PIC 9(2).
           05  WS-VD-DAY           PIC 9(2).
       01  WS-VD-VALID             PIC X VALUE 'N'.
       01  WS-VD-MONTH-END         PIC 9(2).

       *> The stay being posted - for a change, the booking as it
       *> stands (WS-OLD-) and as it will stand (WS-NEW-)
       01  WS-TARGET-BOOKING-ID    PIC 9(5).
       01  WS-NEXT-BOOKING-ID      PIC 9(5) VALUE 0.
       01  WS-OLD-ROOM-ID          PIC X(05).
       01  WS-OLD-CHECKIN          PIC 9(8).
       01  WS-OLD-CHECKOUT         PIC 9(8).
       01  WS-OLD-STATUS           PIC X(10).
       01  WS-NEW-ROOM-ID          PIC X(05).
       01  WS-NEW-ROOM-TYPE        PIC X(10).
       01  WS-NEW-CHECKIN          PIC 9(8).
       01  WS-NEW-CHECKOUT         PIC 9(8).
       01  WS-NEW-GUEST-ID         PIC 9(5).
       01  WS-NEW-GUEST-NAME       PIC X(20).
       01  WS-NEW-BLOCK-ID         PIC 9(5).
       01  WS-NEW-SOURCE-CODE      PIC X(06).

       *> A room move: the night the guest first sleeps in the new
       *> room, and the booking's last stay segment so far
       01  WS-MOVE-DATE            PIC 9(8).
       01  WS-SG-LAST-SEQ          PIC 9(2).
       01  WS-SG-LAST-FROM         PIC 9(8).
       01  WS-LOG-HK-BEFORE        PIC X(14).
       01  WS-HOUSEKEEPING-CHANGED PIC X VALUE 'N'.

       *> Availability picture for the nights of the stay being
       *> posted: rooms of the same type already taken each night,
       *> and the stay's own room if another booking holds it.
       01  WS-AV-NIGHTS            PIC 9(3).
       01  WS-AV-NIGHT-IDX         PIC 9(3).
       01  WS-AV-CHECKIN-INTEGER   PIC 9(7).
       01  WS-AV-NIGHT-DATE        PIC 9(8).
       01  WS-AV-CONFLICT-ID       PIC 9(5).
       01  WS-AV-FREE              PIC S9(5).
       01  WS-AV-HELD              PIC S9(5).
       01  WS-AV-UNSOLD            PIC S9(5).
       01  WS-AV-SHORT-DATE        PIC 9(8).
       01  WS-WO-END-DATE          PIC 9(8).
       01  WS-WO-CLASH-ID          PIC 9(5).
       01  WS-AV-TABLE.
           05  WS-AV-TYPE-TAKEN OCCURS 60 TIMES PIC 9(3).

       *> Room count per room type, for the block-hold check
       01  WS-RT-COUNT             PIC 9(2) VALUE 0.
       01  WS-RT-IDX               PIC 9(2).
       01  WS-RT-SLOT              PIC 9(2).
       01  WS-RT-FOUND             PIC X VALUE 'N'.
       01  WS-RT-TYPE-ROOMS        PIC 9(3).
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 10 TIMES.
               10  WS-RT-NAME      PIC X(10).
               10  WS-RT-TOTAL     PIC 9(3).

       *> Group blocks still inside their cutoff on the run date -
       *> their unsold rooms are held until then. Pickup per night
       *> of the stay is recounted for every line posted.
       01  WS-BH-COUNT             PIC 9(2) VALUE 0.
       01  WS-BH-IDX               PIC 9(2).
       01  WS-BH-SLOT              PIC 9(2).
       01  WS-BH-OVERFLOW-COUNT    PIC 9(5) VALUE 0.
       01  WS-BH-TABLE.
           05  WS-BH-ENTRY OCCURS 20 TIMES.
               10  WS-BH-BLOCK-ID  PIC 9(5).
               10  WS-BH-ROOM-TYPE PIC X(10).
               10  WS-BH-ROOM-COUNT PIC 9(3).
               10  WS-BH-START     PIC 9(8).
               10  WS-BH-END       PIC 9(8).
               10  WS-BH-NIGHT-PICKUP OCCURS 60 TIMES
                                   PIC 9(3).

       *> Arguments for the logBookingStatusChange audit interface
       01  WS-LOG-BOOKING-ID       PIC 9(5).
       01  WS-LOG-FIELD-NAME       PIC X(15).
       01  WS-LOG-BEFORE-VALUE     PIC X(10).
       01  WS-LOG-AFTER-VALUE      PIC X(10).

       *> Run counters
       01  WS-LINES-READ           PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CANCEL-COUNT         PIC 9(5) VALUE 0.
       01  WS-MOVE-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-ROOMS-RESYNCED       PIC 9(5) VALUE 0.

       *> Display fields
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-OTHER-ID     PIC ZZZZ9.
       01  WS-DISPLAY-GUEST-ID     PIC ZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-REJECT-REASON        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE
           PERFORM OPEN-POSTING-FILES
           PERFORM LOAD-ROOM-TYPE-TABLE
           PERFORM LOAD-BLOCK-HOLD-TABLE
           PERFORM FIND-HIGHEST-BOOKING-ID
           PERFORM WRITE-POSTING-HEADER
           PERFORM POST-ALL-RESERVATIONS
           PERFORM WRITE-POSTING-TOTALS
           PERFORM CLOSE-POSTING-FILES

           DISPLAY "Reservation posting report written to "
                   "../DATA/RESVPOST.PRT"
           GOBACK.

       GET-RUN-DATE.
           *> Arrivals are taken for today onward, and a block hold
           *> counts while the run date is not past its cutoff.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-TOMORROW-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1).

       OPEN-POSTING-FILES.
           OPEN INPUT RESV-FILE
           IF WS-RESV-FILE-STATUS NOT = 00
               DISPLAY "Error opening RESVIN file: "
                       WS-RESV-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
           END-IF
           IF WS-BOOKING-FILE-STATUS NOT = 00
               DISPLAY "Error opening BOOKING file: "
                       WS-BOOKING-FILE-STATUS
               CLOSE RESV-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ROOMS-FILE
           IF WS-ROOMS-FILE-STATUS NOT = 00
               DISPLAY "Error opening ROOMS file: "
                       WS-ROOMS-FILE-STATUS
               CLOSE RESV-FILE
               CLOSE BOOKING-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GUESTS-FILE
           IF WS-GUESTS-FILE-STATUS NOT = 00
               DISPLAY "Error opening GUESTS file: "
                       WS-GUESTS-FILE-STATUS
               CLOSE RESV-FILE
               CLOSE BOOKING-FILE
               CLOSE ROOMS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-FILE-STATUS = 35
               *> No blocks have ever been set up - nothing is held
               MOVE 'Y' TO WS-NO-BLOCKS-FILE
           ELSE
               IF WS-BLOCKS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening BLOCKS file: "
                           WS-BLOCKS-FILE-STATUS
                   CLOSE RESV-FILE
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE GUESTS-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT SOURCES-FILE
           IF WS-SOURCES-FILE-STATUS = 35
               *> No sources set up yet - only direct business (a
               *> blank source) can be taken
               MOVE 'Y' TO WS-NO-SOURCES-FILE
           ELSE
               IF WS-SOURCES-FILE-STATUS NOT = 00
                   DISPLAY "Error opening SOURCES file: "
                           WS-SOURCES-FILE-STATUS
                   CLOSE RESV-FILE
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE GUESTS-FILE
                   IF WS-NO-BLOCKS-FILE = 'N'
                       CLOSE BLOCKS-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS = 35
               *> No work order has ever been raised - no room is
               *> out of order
               MOVE 'Y' TO WS-NO-WORKORDERS-FILE
           ELSE
               IF WS-WORKORDERS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening WORKORDERS file: "
                           WS-WORKORDERS-FILE-STATUS
                   CLOSE RESV-FILE
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE GUESTS-FILE
                   IF WS-NO-BLOCKS-FILE = 'N'
                       CLOSE BLOCKS-FILE
                   END-IF
                   IF WS-NO-SOURCES-FILE = 'N'
                       CLOSE SOURCES-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O STAYSEG-FILE
           IF WS-STAYSEG-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT STAYSEG-FILE
               CLOSE STAYSEG-FILE
               OPEN I-O STAYSEG-FILE
           END-IF
           IF WS-STAYSEG-FILE-STATUS NOT = 00
               DISPLAY "Error opening STAYSEG file: "
                       WS-STAYSEG-FILE-STATUS
               CLOSE RESV-FILE
               CLOSE BOOKING-FILE
               CLOSE ROOMS-FILE
               CLOSE GUESTS-FILE
               IF WS-NO-BLOCKS-FILE = 'N'
                   CLOSE BLOCKS-FILE
               END-IF
               IF WS-NO-SOURCES-FILE = 'N'
                   CLOSE SOURCES-FILE
               END-IF
               IF WS-NO-WORKORDERS-FILE = 'N'
                   CLOSE WORKORDERS-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
                       WS-REPORT-FILE-STATUS
               PERFORM CLOSE-POSTING-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-POSTING-FILES.
           CLOSE RESV-FILE
           CLOSE BOOKING-FILE
           CLOSE ROOMS-FILE
           CLOSE GUESTS-FILE
           IF WS-NO-BLOCKS-FILE = 'N'
               CLOSE BLOCKS-FILE
           END-IF
           IF WS-NO-SOURCES-FILE = 'N'
               CLOSE SOURCES-FILE
           END-IF
           IF WS-NO-WORKORDERS-FILE = 'N'
               CLOSE WORKORDERS-FILE
           END-IF
           CLOSE STAYSEG-FILE
           CLOSE REPORT-FILE.

       LOAD-ROOM-TYPE-TABLE.
           MOVE 0 TO WS-RT-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM FIND-ROOM-TYPE-SLOT
                   IF WS-RT-SLOT > 0
                       ADD 1 TO WS-RT-TOTAL(WS-RT-SLOT)
                   END-IF
               END-READ
           END-PERFORM.

       FIND-ROOM-TYPE-SLOT.
           *> Locate this room type's slot, adding one the first time
           *> a type is seen. A type past the tenth gets no slot, and
           *> rooms of that type are then checked room by room only.
           MOVE 'N' TO WS-RT-FOUND
           MOVE 0 TO WS-RT-SLOT
           IF WS-RT-COUNT > 0
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-FOUND = 'Y'
                   IF WS-RT-NAME(WS-RT-IDX) = ROOM-TYPE
                       MOVE 'Y' TO WS-RT-FOUND
                       MOVE WS-RT-IDX TO WS-RT-SLOT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RT-FOUND = 'N' AND WS-RT-COUNT < 10
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-SLOT
               MOVE ROOM-TYPE TO WS-RT-NAME(WS-RT-SLOT)
               MOVE 0 TO WS-RT-TOTAL(WS-RT-SLOT)
           END-IF.

       LOAD-BLOCK-HOLD-TABLE.
           *> Only a block whose cutoff has not yet passed holds its
           *> unsold rooms; after the cutoff they go back on sale.
           MOVE 0 TO WS-BH-COUNT
           IF WS-NO-BLOCKS-FILE = 'N'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BLOCKS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BL-CUTOFF-DATE NOT < WS-RUN-DATE-NUM
                           PERFORM ADD-BLOCK-HOLD
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-BLOCK-HOLD.
           IF WS-BH-COUNT < 20
               ADD 1 TO WS-BH-COUNT
               MOVE BLOCK-ID TO WS-BH-BLOCK-ID(WS-BH-COUNT)
               MOVE BL-ROOM-TYPE TO WS-BH-ROOM-TYPE(WS-BH-COUNT)
               MOVE BL-ROOM-COUNT TO WS-BH-ROOM-COUNT(WS-BH-COUNT)
               MOVE BL-START-DATE TO WS-BH-START(WS-BH-COUNT)
               MOVE BL-END-DATE TO WS-BH-END(WS-BH-COUNT)
           ELSE
               ADD 1 TO WS-BH-OVERFLOW-COUNT
           END-IF.

       FIND-HIGHEST-BOOKING-ID.
           *> New bookings continue the numbering after the highest
           *> id already on file.
           MOVE 0 TO WS-NEXT-BOOKING-ID
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF BOOKING-ID > WS-NEXT-BOOKING-ID
                       MOVE BOOKING-ID TO WS-NEXT-BOOKING-ID
                   END-IF
               END-READ
           END-PERFORM.

       POST-ALL-RESERVATIONS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RESV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RSV-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM POST-ONE-RESERVATION
                   END-IF
               END-READ
           END-PERFORM.

       POST-ONE-RESERVATION.
           MOVE 'N' TO WS-LINE-REJECTED
           PERFORM PARSE-RESERVATION-LINE
           EVALUATE WS-RV-ACTION
               WHEN "NEW"
                   PERFORM POST-NEW-BOOKING
               WHEN "MOD"
                   PERFORM POST-BOOKING-CHANGE
               WHEN "CXL"
                   PERFORM POST-CANCELLATION
               WHEN "MOV"
                   PERFORM POST-ROOM-MOVE
               WHEN OTHER
                   PERFORM REJECT-LINE-BAD-ACTION
           END-EVALUATE.

       PARSE-RESERVATION-LINE.
           MOVE SPACES TO WS-RV-ACTION
           MOVE SPACES TO WS-RV-BOOKING-TEXT
           MOVE SPACES TO WS-RV-ROOM-TEXT
           MOVE SPACES TO WS-RV-CHECKIN-TEXT
           MOVE SPACES TO WS-RV-CHECKOUT-TEXT
           MOVE SPACES TO WS-RV-GUEST-TEXT
           MOVE SPACES TO WS-RV-BLOCK-TEXT
           MOVE SPACES TO WS-RV-SOURCE-TEXT
           UNSTRING RSV-RECORD DELIMITED BY "|"
               INTO WS-RV-ACTION
                    WS-RV-BOOKING-TEXT
                    WS-RV-ROOM-TEXT
                    WS-RV-CHECKIN-TEXT
                    WS-RV-CHECKOUT-TEXT
                    WS-RV-GUEST-TEXT
                    WS-RV-BLOCK-TEXT
                    WS-RV-SOURCE-TEXT
           END-UNSTRING.

       POST-NEW-BOOKING.
           *> A new booking: the id is assigned here, never keyed.
           MOVE 0 TO WS-TARGET-BOOKING-ID
           IF WS-RV-BOOKING-TEXT NOT = SPACES
               PERFORM REJECT-LINE-ID-ON-NEW
           END-IF

           IF WS-LINE-REJECTED = 'N'
               MOVE WS-RV-ROOM-ID TO WS-NEW-ROOM-ID
               IF WS-RV-ROOM-ID = SPACES OR
                  WS-RV-ROOM-REST NOT = SPACES
                   PERFORM REJECT-LINE-NO-ROOM
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-NEW-STAY-DATES
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-STAY-ROOM
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-GUEST-ID
           END-IF

           IF WS-LINE-REJECTED = 'N'
               MOVE 0 TO WS-NEW-BLOCK-ID
               IF WS-RV-BLOCK-TEXT NOT = SPACES
                   IF WS-RV-BLOCK-NUM NOT NUMERIC OR
                      WS-RV-BLOCK-REST NOT = SPACES
                       PERFORM REJECT-LINE-BAD-BLOCK
                   ELSE
                       MOVE WS-RV-BLOCK-NUM TO WS-NEW-BLOCK-ID
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND WS-NEW-BLOCK-ID > 0
               PERFORM EDIT-BLOCK-FOR-STAY
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-BOOKING-SOURCE
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM CHECK-STAY-AVAILABLE
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM WRITE-NEW-BOOKING
           END-IF.

       EDIT-NEW-STAY-DATES.
           IF WS-RV-CHECKIN-NUM NOT NUMERIC OR
              WS-RV-CHECKIN-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-CHECKIN
           ELSE
               MOVE WS-RV-CHECKIN-NUM TO WS-VD-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-VD-VALID = 'N'
                   PERFORM REJECT-LINE-BAD-CHECKIN
               ELSE
                   MOVE WS-RV-CHECKIN-NUM TO WS-NEW-CHECKIN
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-RV-CHECKOUT-NUM NOT NUMERIC OR
                  WS-RV-CHECKOUT-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-CHECKOUT
               ELSE
                   MOVE WS-RV-CHECKOUT-NUM TO WS-VD-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-VD-VALID = 'N'
                       PERFORM REJECT-LINE-BAD-CHECKOUT
                   ELSE
                       MOVE WS-RV-CHECKOUT-NUM TO WS-NEW-CHECKOUT
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND
              WS-NEW-CHECKIN < WS-RUN-DATE-NUM
               PERFORM REJECT-LINE-PAST-ARRIVAL
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-STAY-LENGTH
           END-IF.

       EDIT-STAY-LENGTH.
           *> Check-out must follow check-in, and the stay must fit
           *> the availability table.
           IF WS-NEW-CHECKOUT NOT > WS-NEW-CHECKIN
               PERFORM REJECT-LINE-DATE-ORDER
           ELSE
               COMPUTE WS-AV-NIGHTS =
                   FUNCTION INTEGER-OF-DATE(WS-NEW-CHECKOUT) -
                   FUNCTION INTEGER-OF-DATE(WS-NEW-CHECKIN)
               IF WS-AV-NIGHTS > 60
                   PERFORM REJECT-LINE-STAY-TOO-LONG
               END-IF
           END-IF.

       EDIT-STAY-ROOM.
           MOVE 'N' TO WS-ROOM-FOUND
           MOVE WS-NEW-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROOM-FOUND
                   MOVE ROOM-TYPE TO WS-NEW-ROOM-TYPE
           END-READ
           IF WS-ROOM-FOUND = 'N'
               PERFORM REJECT-LINE-ROOM-NOT-ON-FILE
           END-IF.

       EDIT-GUEST-ID.
           IF WS-RV-GUEST-NUM NOT NUMERIC OR
              WS-RV-GUEST-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-GUEST
           ELSE
               MOVE 'N' TO WS-GUEST-FOUND
               MOVE WS-RV-GUEST-NUM TO GUEST-ID
               READ GUESTS-FILE KEY IS GUEST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GUEST-FOUND
                       MOVE GUEST-ID TO WS-NEW-GUEST-ID
                       MOVE GUEST-FULL-NAME TO WS-NEW-GUEST-NAME
               END-READ
               IF WS-GUEST-FOUND = 'N'
                   PERFORM REJECT-LINE-GUEST-NOT-ON-FILE
               END-IF
           END-IF.

       EDIT-BLOCK-FOR-STAY.
           *> A booking attached to a block must be for the block's
           *> room type and fall inside the block's dates, or
           *> checkout billing would put it on the wrong master.
           MOVE 'N' TO WS-BLOCK-FOUND
           IF WS-NO-BLOCKS-FILE = 'N'
               MOVE WS-NEW-BLOCK-ID TO BLOCK-ID
               READ BLOCKS-FILE KEY IS BLOCK-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BLOCK-FOUND
               END-READ
           END-IF

           IF WS-BLOCK-FOUND = 'N'
               PERFORM REJECT-LINE-BLOCK-NOT-ON-FILE
           ELSE
               IF BL-ROOM-TYPE NOT = WS-NEW-ROOM-TYPE
                   PERFORM REJECT-LINE-BLOCK-TYPE
               ELSE
                   IF WS-NEW-CHECKIN < BL-START-DATE OR
                      WS-NEW-CHECKOUT > BL-END-DATE
                       PERFORM REJECT-LINE-BLOCK-DATES
                   END-IF
               END-IF
           END-IF.

       EDIT-BOOKING-SOURCE.
           *> A blank source is direct business; anything keyed
           *> must be a source on SOURCES.DAT, or its commission
           *> could never be worked out.
           MOVE SPACES TO WS-NEW-SOURCE-CODE
           IF WS-RV-SOURCE-TEXT NOT = SPACES
               IF WS-RV-SOURCE-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-SOURCE
               ELSE
                   MOVE 'N' TO WS-SOURCE-FOUND
                   IF WS-NO-SOURCES-FILE = 'N'
                       MOVE WS-RV-SOURCE-CODE TO SOURCE-CODE
                       READ SOURCES-FILE KEY IS SOURCE-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-SOURCE-FOUND
                       END-READ
                   END-IF
                   IF WS-SOURCE-FOUND = 'N'
                       PERFORM REJECT-LINE-SOURCE-NOT-ON-FILE
                   ELSE
                       MOVE WS-RV-SOURCE-CODE TO WS-NEW-SOURCE-CODE
                   END-IF
               END-IF
           END-IF.

       POST-BOOKING-CHANGE.
           *> A change carries only what moves: a blank room or
           *> date keeps the booking's current value.
           PERFORM EDIT-EXISTING-BOOKING

           IF WS-LINE-REJECTED = 'N'
               IF WS-RV-GUEST-TEXT NOT = SPACES OR
                  WS-RV-BLOCK-TEXT NOT = SPACES OR
                  WS-RV-SOURCE-TEXT NOT = SPACES
                   PERFORM REJECT-LINE-CHANGE-GUEST
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-OLD-STATUS NOT = "Confirmed" AND
                  WS-OLD-STATUS NOT = "CheckedIn"
                   PERFORM REJECT-LINE-NOT-CHANGEABLE
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM MERGE-CHANGE-FIELDS
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-NEW-ROOM-ID = WS-OLD-ROOM-ID AND
                  WS-NEW-CHECKIN = WS-OLD-CHECKIN AND
                  WS-NEW-CHECKOUT = WS-OLD-CHECKOUT
                   PERFORM REJECT-LINE-NO-CHANGE
               END-IF
           END-IF

           *> An in-house guest can only extend or shorten the stay;
           *> the room they are sleeping in and the night they
           *> arrived are facts, not reservations.
           IF WS-LINE-REJECTED = 'N' AND
              WS-OLD-STATUS = "CheckedIn"
               IF WS-NEW-ROOM-ID NOT = WS-OLD-ROOM-ID OR
                  WS-NEW-CHECKIN NOT = WS-OLD-CHECKIN
                   PERFORM REJECT-LINE-IN-HOUSE-CHANGE
               ELSE
                   IF WS-NEW-CHECKOUT < WS-RUN-DATE-NUM
                       PERFORM REJECT-LINE-PAST-DEPARTURE
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND
              WS-OLD-STATUS = "Confirmed" AND
              WS-NEW-CHECKIN NOT = WS-OLD-CHECKIN AND
              WS-NEW-CHECKIN < WS-RUN-DATE-NUM
               PERFORM REJECT-LINE-PAST-ARRIVAL
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-STAY-LENGTH
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-STAY-ROOM
           END-IF

           IF WS-LINE-REJECTED = 'N' AND WS-NEW-BLOCK-ID > 0
               PERFORM EDIT-BLOCK-FOR-STAY
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM CHECK-STAY-AVAILABLE
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM REWRITE-CHANGED-BOOKING
           END-IF.

       EDIT-EXISTING-BOOKING.
           IF WS-RV-BOOKING-NUM NOT NUMERIC OR
              WS-RV-BOOKING-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-BOOKING
           ELSE
               MOVE WS-RV-BOOKING-NUM TO WS-TARGET-BOOKING-ID
               PERFORM READ-TARGET-BOOKING
               IF WS-BOOKING-FOUND = 'N'
                   PERFORM REJECT-LINE-BOOKING-NOT-ON-FILE
               ELSE
                   MOVE ROOM-ID-BK TO WS-OLD-ROOM-ID
                   MOVE CHECKIN-DATE TO WS-OLD-CHECKIN
                   MOVE CHECKOUT-DATE TO WS-OLD-CHECKOUT
                   MOVE BOOKING-STATUS TO WS-OLD-STATUS
                   MOVE BLOCK-ID-BK TO WS-NEW-BLOCK-ID
               END-IF
           END-IF.

       READ-TARGET-BOOKING.
           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE WS-TARGET-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-FOUND
           END-READ.

       MERGE-CHANGE-FIELDS.
           MOVE WS-OLD-ROOM-ID TO WS-NEW-ROOM-ID
           MOVE WS-OLD-CHECKIN TO WS-NEW-CHECKIN
           MOVE WS-OLD-CHECKOUT TO WS-NEW-CHECKOUT

           IF WS-RV-ROOM-TEXT NOT = SPACES
               IF WS-RV-ROOM-REST NOT = SPACES
                   PERFORM REJECT-LINE-NO-ROOM
               ELSE
                   MOVE WS-RV-ROOM-ID TO WS-NEW-ROOM-ID
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND
              WS-RV-CHECKIN-TEXT NOT = SPACES
               IF WS-RV-CHECKIN-NUM NOT NUMERIC OR
                  WS-RV-CHECKIN-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-CHECKIN
               ELSE
                   MOVE WS-RV-CHECKIN-NUM TO WS-VD-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-VD-VALID = 'N'
                       PERFORM REJECT-LINE-BAD-CHECKIN
                   ELSE
                       MOVE WS-RV-CHECKIN-NUM TO WS-NEW-CHECKIN
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND
              WS-RV-CHECKOUT-TEXT NOT = SPACES
               IF WS-RV-CHECKOUT-NUM NOT NUMERIC OR
                  WS-RV-CHECKOUT-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-CHECKOUT
               ELSE
                   MOVE WS-RV-CHECKOUT-NUM TO WS-VD-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-VD-VALID = 'N'
                       PERFORM REJECT-LINE-BAD-CHECKOUT
                   ELSE
                       MOVE WS-RV-CHECKOUT-NUM TO WS-NEW-CHECKOUT
                   END-IF
               END-IF
           END-IF.

       POST-CANCELLATION.
           PERFORM EDIT-EXISTING-BOOKING

           IF WS-LINE-REJECTED = 'N' AND
              WS-OLD-STATUS NOT = "Confirmed"
               PERFORM REJECT-LINE-NOT-CANCELLABLE
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM CANCEL-TARGET-BOOKING
           END-IF.

       POST-ROOM-MOVE.
           *> A move carries the booking, the new room and the
           *> first night in it - blank means tonight. Only a guest
           *> in house moves; a Confirmed booking changes room with
           *> a MOD line.
           PERFORM EDIT-EXISTING-BOOKING

           IF WS-LINE-REJECTED = 'N'
               IF WS-RV-CHECKOUT-TEXT NOT = SPACES OR
                  WS-RV-GUEST-TEXT NOT = SPACES OR
                  WS-RV-BLOCK-TEXT NOT = SPACES
                   PERFORM REJECT-LINE-MOVE-FIELDS
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND
              WS-OLD-STATUS NOT = "CheckedIn"
               PERFORM REJECT-LINE-NOT-IN-HOUSE
           END-IF

           IF WS-LINE-REJECTED = 'N'
               MOVE WS-RV-ROOM-ID TO WS-NEW-ROOM-ID
               IF WS-RV-ROOM-ID = SPACES OR
                  WS-RV-ROOM-REST NOT = SPACES
                   PERFORM REJECT-LINE-NO-ROOM
               ELSE
                   IF WS-NEW-ROOM-ID = WS-OLD-ROOM-ID
                       PERFORM REJECT-LINE-SAME-ROOM
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-MOVE-DATE
           END-IF

           *> The new room must be free from the move night to the
           *> end of the stay; the nights already slept stand.
           IF WS-LINE-REJECTED = 'N'
               MOVE WS-MOVE-DATE TO WS-NEW-CHECKIN
               MOVE WS-OLD-CHECKOUT TO WS-NEW-CHECKOUT
               PERFORM EDIT-STAY-LENGTH
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM EDIT-STAY-ROOM
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM CHECK-STAY-AVAILABLE
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM REWRITE-MOVED-BOOKING
           END-IF.

       EDIT-MOVE-DATE.
           IF WS-RV-CHECKIN-TEXT = SPACES
               MOVE WS-RUN-DATE-NUM TO WS-MOVE-DATE
           ELSE
               IF WS-RV-CHECKIN-NUM NOT NUMERIC OR
                  WS-RV-CHECKIN-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-MOVE-DATE
               ELSE
                   MOVE WS-RV-CHECKIN-NUM TO WS-VD-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-VD-VALID = 'N'
                       PERFORM REJECT-LINE-BAD-MOVE-DATE
                   ELSE
                       MOVE WS-RV-CHECKIN-NUM TO WS-MOVE-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-MOVE-DATE < WS-OLD-CHECKIN OR
                  WS-MOVE-DATE NOT < WS-OLD-CHECKOUT OR
                  WS-MOVE-DATE > WS-RUN-DATE-NUM
                   PERFORM REJECT-LINE-MOVE-OUTSIDE-STAY
               END-IF
           END-IF

           *> A stay already moved cannot be moved again before the
           *> night it entered its current room - that would cut
           *> the open segment short of its own start.
           IF WS-LINE-REJECTED = 'N'
               PERFORM FIND-LAST-STAY-SEGMENT
               IF WS-SG-LAST-SEQ > 0 AND
                  WS-MOVE-DATE < WS-SG-LAST-FROM
                   PERFORM REJECT-LINE-MOVE-BEFORE-SEGMENT
               END-IF
           END-IF.

       REWRITE-MOVED-BOOKING.
           *> The availability pass moved the file position - read
           *> the booking again before it is rewritten.
           PERFORM READ-TARGET-BOOKING
           MOVE WS-NEW-ROOM-ID TO ROOM-ID-BK

           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting booking "
                           WS-TARGET-BOOKING-ID ": "
                           WS-BOOKING-FILE-STATUS
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE "ROOM-ID-BK" TO WS-LOG-FIELD-NAME
                   MOVE WS-OLD-ROOM-ID TO WS-LOG-BEFORE-VALUE
                   MOVE WS-NEW-ROOM-ID TO WS-LOG-AFTER-VALUE
                   PERFORM LOG-BOOKING-CHANGE
                   PERFORM WRITE-MOVE-LINE
                   PERFORM RECORD-STAY-SEGMENTS
                   PERFORM RELEASE-MOVED-OUT-ROOM
                   PERFORM OCCUPY-MOVED-IN-ROOM
           END-REWRITE.

       RECORD-STAY-SEGMENTS.
           *> The first move of a stay writes the segment for the
           *> room it started in; every move then closes the open
           *> segment on the move night and opens one for the new
           *> room to the end of the stay. A second move on the
           *> same night replaces a room that was never slept in.
           PERFORM FIND-LAST-STAY-SEGMENT

           IF WS-SG-LAST-SEQ = 0
               IF WS-MOVE-DATE > WS-OLD-CHECKIN
                   MOVE 1 TO WS-SG-LAST-SEQ
                   MOVE WS-TARGET-BOOKING-ID TO SS-BOOKING-ID
                   MOVE WS-SG-LAST-SEQ TO SS-SEGMENT-SEQ
                   MOVE WS-OLD-ROOM-ID TO SS-ROOM-ID
                   MOVE WS-OLD-CHECKIN TO SS-FROM-DATE
                   MOVE WS-MOVE-DATE TO SS-TO-DATE
                   PERFORM WRITE-STAY-SEGMENT
               END-IF
               PERFORM ADD-NEW-ROOM-SEGMENT
           ELSE
               MOVE WS-TARGET-BOOKING-ID TO SS-BOOKING-ID
               MOVE WS-SG-LAST-SEQ TO SS-SEGMENT-SEQ
               READ STAYSEG-FILE KEY IS SS-SEGMENT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SS-FROM-DATE = WS-MOVE-DATE
                           MOVE WS-NEW-ROOM-ID TO SS-ROOM-ID
                           MOVE WS-OLD-CHECKOUT TO SS-TO-DATE
                           PERFORM REWRITE-STAY-SEGMENT
                       ELSE
                           MOVE WS-MOVE-DATE TO SS-TO-DATE
                           PERFORM REWRITE-STAY-SEGMENT
                           PERFORM ADD-NEW-ROOM-SEGMENT
                       END-IF
               END-READ
           END-IF.

       FIND-LAST-STAY-SEGMENT.
           MOVE 0 TO WS-SG-LAST-SEQ
           MOVE WS-TARGET-BOOKING-ID TO SS-BOOKING-ID
           MOVE 0 TO SS-SEGMENT-SEQ
           START STAYSEG-FILE KEY IS NOT LESS THAN SS-SEGMENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEG-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SEG-EOF
           END-START
           PERFORM UNTIL WS-SEG-EOF = 'Y'
               READ STAYSEG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEG-EOF
               NOT AT END
                   IF SS-BOOKING-ID = WS-TARGET-BOOKING-ID
                       MOVE SS-SEGMENT-SEQ TO WS-SG-LAST-SEQ
                       MOVE SS-FROM-DATE TO WS-SG-LAST-FROM
                   ELSE
                       MOVE 'Y' TO WS-SEG-EOF
                   END-IF
               END-READ
           END-PERFORM.

       ADD-NEW-ROOM-SEGMENT.
           ADD 1 TO WS-SG-LAST-SEQ
           MOVE WS-TARGET-BOOKING-ID TO SS-BOOKING-ID
           MOVE WS-SG-LAST-SEQ TO SS-SEGMENT-SEQ
           MOVE WS-NEW-ROOM-ID TO SS-ROOM-ID
           MOVE WS-MOVE-DATE TO SS-FROM-DATE
           MOVE WS-OLD-CHECKOUT TO SS-TO-DATE
           PERFORM WRITE-STAY-SEGMENT.

       WRITE-STAY-SEGMENT.
           WRITE STAYSEG-RECORD
               INVALID KEY
                   DISPLAY "Error writing stay segment "
                           SS-BOOKING-ID "/" SS-SEGMENT-SEQ ": "
                           WS-STAYSEG-FILE-STATUS
           END-WRITE.

       REWRITE-STAY-SEGMENT.
           REWRITE STAYSEG-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting stay segment "
                           SS-BOOKING-ID "/" SS-SEGMENT-SEQ ": "
                           WS-STAYSEG-FILE-STATUS
           END-REWRITE.

       RELEASE-MOVED-OUT-ROOM.
           *> The room left behind goes back the way the night
           *> audit releases a departure: Available, and Dirty
           *> unless maintenance already holds it Out-of-Service.
           MOVE WS-OLD-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF R-STATUS = "Occupied"
                       PERFORM SET-MOVED-OUT-ROOM-AVAILABLE
                   END-IF
           END-READ.

       SET-MOVED-OUT-ROOM-AVAILABLE.
           MOVE "R-STATUS" TO WS-LOG-FIELD-NAME
           MOVE R-STATUS TO WS-LOG-BEFORE-VALUE
           MOVE "Available" TO WS-LOG-AFTER-VALUE

           MOVE "Available" TO R-STATUS
           MOVE 'N' TO WS-HOUSEKEEPING-CHANGED
           IF R-HOUSEKEEPING NOT = "Out-of-Service" AND
              R-HOUSEKEEPING NOT = "Dirty"
               MOVE R-HOUSEKEEPING TO WS-LOG-HK-BEFORE
               MOVE "Dirty" TO R-HOUSEKEEPING
               MOVE 'Y' TO WS-HOUSEKEEPING-CHANGED
           END-IF
           PERFORM REWRITE-RESYNCED-ROOM
           IF WS-HOUSEKEEPING-CHANGED = 'Y' AND
              WS-ROOMS-FILE-STATUS = 00
               MOVE "R-HOUSEKEEPING" TO WS-LOG-FIELD-NAME
               MOVE WS-LOG-HK-BEFORE TO WS-LOG-BEFORE-VALUE
               MOVE "Dirty" TO WS-LOG-AFTER-VALUE
               PERFORM LOG-BOOKING-CHANGE
           END-IF.

       OCCUPY-MOVED-IN-ROOM.
           MOVE WS-NEW-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF R-STATUS NOT = "Occupied"
                       MOVE "R-STATUS" TO WS-LOG-FIELD-NAME
                       MOVE R-STATUS TO WS-LOG-BEFORE-VALUE
                       MOVE "Occupied" TO WS-LOG-AFTER-VALUE
                       MOVE "Occupied" TO R-STATUS
                       PERFORM REWRITE-RESYNCED-ROOM
                   END-IF
           END-READ.

       VALIDATE-CALENDAR-DATE.
           *> A real calendar date: a plausible year, month 1-12,
           *> and a day within that month, February sized by the
           *> leap-year rule.
           MOVE 'N' TO WS-VD-VALID

           IF WS-VD-YEAR < 1900 OR WS-VD-YEAR > 2999
               CONTINUE
           ELSE
               IF WS-VD-MONTH < 1 OR WS-VD-MONTH > 12
                   CONTINUE
               ELSE
                   PERFORM SET-MONTH-END-DAY
                   IF WS-VD-DAY > 0 AND
                      WS-VD-DAY NOT > WS-VD-MONTH-END
                       MOVE 'Y' TO WS-VD-VALID
                   END-IF
               END-IF
           END-IF.

       SET-MONTH-END-DAY.
           EVALUATE WS-VD-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-VD-MONTH-END
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-VD-MONTH-END
               WHEN 2
                   IF (FUNCTION MOD(WS-VD-YEAR 4) = 0 AND
                       FUNCTION MOD(WS-VD-YEAR 100) NOT = 0) OR
                      FUNCTION MOD(WS-VD-YEAR 400) = 0
                       MOVE 29 TO WS-VD-MONTH-END
                   ELSE
                       MOVE 28 TO WS-VD-MONTH-END
                   END-IF
           END-EVALUATE.

       CHECK-STAY-AVAILABLE.
           *> One pass of BOOKINGS.DAT per line posted, so a booking
           *> written earlier in this run is seen by the next line.
           *> Bookings still holding a room (not cancelled, no-show
           *> or checked out) that overlap the stay either hold the
           *> same room - a clash - or take a room of the same type
           *> on the nights they share, which feeds the block-hold
           *> check below. The booking being changed never clashes
           *> with itself.
           MOVE 0 TO WS-AV-CONFLICT-ID
           COMPUTE WS-AV-CHECKIN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEW-CHECKIN)
           PERFORM VARYING WS-AV-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-AV-NIGHT-IDX > WS-AV-NIGHTS
               MOVE 0 TO WS-AV-TYPE-TAKEN(WS-AV-NIGHT-IDX)
               PERFORM VARYING WS-BH-IDX FROM 1 BY 1
                   UNTIL WS-BH-IDX > WS-BH-COUNT
                   MOVE 0 TO WS-BH-NIGHT-PICKUP
                       (WS-BH-IDX WS-AV-NIGHT-IDX)
               END-PERFORM
           END-PERFORM

           MOVE 0 TO BOOKING-ID
           START BOOKING-FILE KEY IS NOT LESS THAN BOOKING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BOOKING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF BOOKING-ID NOT = WS-TARGET-BOOKING-ID AND
                      BOOKING-STATUS NOT = "Cancelled" AND
                      BOOKING-STATUS NOT = "No-Show" AND
                      CHECKOUT-FLAG NOT = 'Y' AND
                      CHECKIN-DATE IS NUMERIC AND
                      CHECKOUT-DATE IS NUMERIC
                       IF CHECKIN-DATE < WS-NEW-CHECKOUT AND
                          CHECKOUT-DATE > WS-NEW-CHECKIN
                           PERFORM WEIGH-OVERLAPPING-BOOKING
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-AV-CONFLICT-ID > 0
               PERFORM REJECT-LINE-ROOM-TAKEN
           ELSE
               PERFORM CHECK-ROOM-OUT-OF-ORDER
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM CHECK-BLOCK-HOLDS
           END-IF.

       CHECK-ROOM-OUT-OF-ORDER.
           *> Every work order on the room, open or closed, read
           *> through ROOM-ID-WO. The room is out from the night the
           *> order opened up to the night it closed - or, while it
           *> is open, up to the planned return, and through tonight
           *> when that date has already passed - the same nights
           *> the occupancy forecast takes off the sellable count.
           MOVE 0 TO WS-WO-CLASH-ID
           IF WS-NO-WORKORDERS-FILE = 'N'
               MOVE WS-NEW-ROOM-ID TO ROOM-ID-WO
               READ WORKORDERS-FILE KEY IS ROOM-ID-WO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-WO-EOF
                       PERFORM UNTIL WS-WO-EOF = 'Y'
                           IF ROOM-ID-WO = WS-NEW-ROOM-ID
                               PERFORM WEIGH-WORK-ORDER
                               READ WORKORDERS-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-WO-EOF
                               END-READ
                           ELSE
                               MOVE 'Y' TO WS-WO-EOF
                           END-IF
                       END-PERFORM
               END-READ
           END-IF

           IF WS-WO-CLASH-ID > 0
               PERFORM REJECT-LINE-ROOM-OUT-OF-ORDER
           END-IF.

       WEIGH-WORK-ORDER.
           IF WO-CLOSED-DATE NOT = 0
               MOVE WO-CLOSED-DATE TO WS-WO-END-DATE
           ELSE
               MOVE WO-PLANNED-RETURN TO WS-WO-END-DATE
               IF WS-WO-END-DATE NOT > WS-RUN-DATE-NUM
                   MOVE WS-TOMORROW-DATE TO WS-WO-END-DATE
               END-IF
           END-IF

           IF WO-OPENED-DATE < WS-NEW-CHECKOUT AND
              WS-WO-END-DATE > WS-NEW-CHECKIN AND
              WS-WO-CLASH-ID = 0
               MOVE WORK-ORDER-ID TO WS-WO-CLASH-ID
           END-IF.

       WEIGH-OVERLAPPING-BOOKING.
           IF ROOM-ID-BK = WS-NEW-ROOM-ID
               IF WS-AV-CONFLICT-ID = 0
                   MOVE BOOKING-ID TO WS-AV-CONFLICT-ID
               END-IF
           ELSE
               MOVE ROOM-ID-BK TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ROOM-TYPE = WS-NEW-ROOM-TYPE
                           PERFORM COUNT-SHARED-NIGHTS
                       END-IF
               END-READ
           END-IF.

       COUNT-SHARED-NIGHTS.
           *> Mark each night of the stay the other booking also
           *> holds, and count it as pickup when it belongs to a
           *> held block.
           MOVE 0 TO WS-BH-SLOT
           IF BLOCK-ID-BK > 0 AND WS-BH-COUNT > 0
               PERFORM VARYING WS-BH-IDX FROM 1 BY 1
                   UNTIL WS-BH-IDX > WS-BH-COUNT OR WS-BH-SLOT > 0
                   IF WS-BH-BLOCK-ID(WS-BH-IDX) = BLOCK-ID-BK
                       MOVE WS-BH-IDX TO WS-BH-SLOT
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-AV-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-AV-NIGHT-IDX > WS-AV-NIGHTS
               COMPUTE WS-AV-NIGHT-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-AV-CHECKIN-INTEGER + WS-AV-NIGHT-IDX - 1)
               IF CHECKIN-DATE NOT > WS-AV-NIGHT-DATE AND
                  CHECKOUT-DATE > WS-AV-NIGHT-DATE
                   ADD 1 TO WS-AV-TYPE-TAKEN(WS-AV-NIGHT-IDX)
                   IF WS-BH-SLOT > 0
                       ADD 1 TO WS-BH-NIGHT-PICKUP
                           (WS-BH-SLOT WS-AV-NIGHT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-BLOCK-HOLDS.
           *> Each night the room type needs a room left over after
           *> the other bookings of that type and the unsold rooms
           *> of every held block of that type. A booking attached
           *> to one of those blocks draws on its own block's hold
           *> instead of the open inventory.
           MOVE 0 TO WS-AV-SHORT-DATE
           MOVE 0 TO WS-RT-TYPE-ROOMS
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-NAME(WS-RT-IDX) = WS-NEW-ROOM-TYPE
                   MOVE WS-RT-TOTAL(WS-RT-IDX) TO WS-RT-TYPE-ROOMS
               END-IF
           END-PERFORM

           IF WS-BH-COUNT > 0 AND WS-RT-TYPE-ROOMS > 0
               PERFORM VARYING WS-AV-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-AV-NIGHT-IDX > WS-AV-NIGHTS OR
                         WS-AV-SHORT-DATE > 0
                   PERFORM CHECK-ONE-NIGHT-HOLDS
               END-PERFORM
           END-IF

           IF WS-AV-SHORT-DATE > 0
               PERFORM REJECT-LINE-HELD-FOR-BLOCK
           END-IF.

       CHECK-ONE-NIGHT-HOLDS.
           COMPUTE WS-AV-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-AV-CHECKIN-INTEGER + WS-AV-NIGHT-IDX - 1)
           MOVE 0 TO WS-AV-HELD
           COMPUTE WS-AV-FREE = WS-RT-TYPE-ROOMS -
               WS-AV-TYPE-TAKEN(WS-AV-NIGHT-IDX) - 1

           PERFORM VARYING WS-BH-IDX FROM 1 BY 1
               UNTIL WS-BH-IDX > WS-BH-COUNT
               IF WS-BH-ROOM-TYPE(WS-BH-IDX) = WS-NEW-ROOM-TYPE AND
                  WS-BH-START(WS-BH-IDX) NOT > WS-AV-NIGHT-DATE AND
                  WS-BH-END(WS-BH-IDX) > WS-AV-NIGHT-DATE
                   COMPUTE WS-AV-UNSOLD =
                       WS-BH-ROOM-COUNT(WS-BH-IDX) -
                       WS-BH-NIGHT-PICKUP(WS-BH-IDX WS-AV-NIGHT-IDX)
                   IF WS-AV-UNSOLD > 0
                       ADD WS-AV-UNSOLD TO WS-AV-HELD
                       IF WS-BH-BLOCK-ID(WS-BH-IDX) = WS-NEW-BLOCK-ID
                           SUBTRACT 1 FROM WS-AV-HELD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-AV-FREE < WS-AV-HELD
               MOVE WS-AV-NIGHT-DATE TO WS-AV-SHORT-DATE
           END-IF.

       WRITE-NEW-BOOKING.
           ADD 1 TO WS-NEXT-BOOKING-ID
           MOVE WS-NEXT-BOOKING-ID TO BOOKING-ID
           MOVE WS-NEW-ROOM-ID TO ROOM-ID-BK
           MOVE WS-NEW-CHECKIN TO CHECKIN-DATE
           MOVE WS-NEW-CHECKOUT TO CHECKOUT-DATE
           MOVE "Confirmed" TO BOOKING-STATUS
           MOVE 'N' TO CHEKIN-FLAG
           MOVE 'N' TO CHECKOUT-FLAG
           MOVE WS-NEW-GUEST-NAME TO GUEST-NAME
           MOVE WS-NEW-GUEST-ID TO GUEST-ID-BK
           MOVE WS-NEW-BLOCK-ID TO BLOCK-ID-BK
           MOVE WS-NEW-SOURCE-CODE TO SOURCE-CODE-BK

           WRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Error writing booking "
                           WS-NEXT-BOOKING-ID ": "
                           WS-BOOKING-FILE-STATUS
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-NEXT-BOOKING-ID TO WS-TARGET-BOOKING-ID
                   MOVE "BOOKING-STATUS" TO WS-LOG-FIELD-NAME
                   MOVE SPACES TO WS-LOG-BEFORE-VALUE
                   MOVE "Confirmed" TO WS-LOG-AFTER-VALUE
                   PERFORM LOG-BOOKING-CHANGE
                   PERFORM WRITE-NEW-BOOKING-LINE
                   *> An arrival for tonight or tomorrow missed the
                   *> night audit's reservation pass - hold the room
                   *> now.
                   IF WS-NEW-CHECKIN NOT > WS-TOMORROW-DATE
                       PERFORM HOLD-ARRIVAL-ROOM
                   END-IF
           END-WRITE.

       REWRITE-CHANGED-BOOKING.
           *> The availability pass moved the file position - read
           *> the booking again before it is rewritten.
           PERFORM READ-TARGET-BOOKING
           MOVE WS-NEW-ROOM-ID TO ROOM-ID-BK
           MOVE WS-NEW-CHECKIN TO CHECKIN-DATE
           MOVE WS-NEW-CHECKOUT TO CHECKOUT-DATE

           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting booking "
                           WS-TARGET-BOOKING-ID ": "
                           WS-BOOKING-FILE-STATUS
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM LOG-CHANGED-FIELDS
                   PERFORM WRITE-CHANGE-LINE
                   IF WS-OLD-STATUS = "Confirmed"
                       PERFORM RESYNC-ARRIVAL-ROOMS
                   END-IF
           END-REWRITE.

       LOG-CHANGED-FIELDS.
           *> One audit entry per field that actually moved.
           IF WS-NEW-ROOM-ID NOT = WS-OLD-ROOM-ID
               MOVE "ROOM-ID-BK" TO WS-LOG-FIELD-NAME
               MOVE WS-OLD-ROOM-ID TO WS-LOG-BEFORE-VALUE
               MOVE WS-NEW-ROOM-ID TO WS-LOG-AFTER-VALUE
               PERFORM LOG-BOOKING-CHANGE
           END-IF

           IF WS-NEW-CHECKIN NOT = WS-OLD-CHECKIN
               MOVE "CHECKIN-DATE" TO WS-LOG-FIELD-NAME
               MOVE WS-OLD-CHECKIN TO WS-LOG-BEFORE-VALUE
               MOVE WS-NEW-CHECKIN TO WS-LOG-AFTER-VALUE
               PERFORM LOG-BOOKING-CHANGE
           END-IF

           IF WS-NEW-CHECKOUT NOT = WS-OLD-CHECKOUT
               MOVE "CHECKOUT-DATE" TO WS-LOG-FIELD-NAME
               MOVE WS-OLD-CHECKOUT TO WS-LOG-BEFORE-VALUE
               MOVE WS-NEW-CHECKOUT TO WS-LOG-AFTER-VALUE
               PERFORM LOG-BOOKING-CHANGE
           END-IF.

       RESYNC-ARRIVAL-ROOMS.
           *> The night audit sets an arriving booking's room to
           *> Booked the night before. When a change moves that
           *> arrival off the room or out past tomorrow, the old
           *> room is given back; when it moves an arrival onto a
           *> room for tonight or tomorrow, that room is held.
           IF WS-OLD-CHECKIN NOT > WS-TOMORROW-DATE AND
              (WS-NEW-ROOM-ID NOT = WS-OLD-ROOM-ID OR
               WS-NEW-CHECKIN > WS-TOMORROW-DATE)
               MOVE WS-OLD-ROOM-ID TO ROOM-ID
               PERFORM RELEASE-HELD-ROOM
           END-IF

           IF WS-NEW-CHECKIN NOT > WS-TOMORROW-DATE AND
              (WS-NEW-ROOM-ID NOT = WS-OLD-ROOM-ID OR
               WS-OLD-CHECKIN > WS-TOMORROW-DATE)
               PERFORM HOLD-ARRIVAL-ROOM
           END-IF.

       CANCEL-TARGET-BOOKING.
           MOVE "Cancelled" TO BOOKING-STATUS
           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting booking "
                           WS-TARGET-BOOKING-ID ": "
                           WS-BOOKING-FILE-STATUS
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE "BOOKING-STATUS" TO WS-LOG-FIELD-NAME
                   MOVE WS-OLD-STATUS TO WS-LOG-BEFORE-VALUE
                   MOVE "Cancelled" TO WS-LOG-AFTER-VALUE
                   PERFORM LOG-BOOKING-CHANGE
                   PERFORM WRITE-CANCEL-LINE
                   IF WS-OLD-CHECKIN NOT > WS-TOMORROW-DATE
                       MOVE WS-OLD-ROOM-ID TO ROOM-ID
                       PERFORM RELEASE-HELD-ROOM
                   END-IF
           END-REWRITE.

       RELEASE-HELD-ROOM.
           *> Only a room still sitting at Booked is given back - an
           *> Occupied room belongs to a guest in house. The room
           *> was never slept in, so its housekeeping state stands.
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF R-STATUS = "Booked"
                       MOVE "R-STATUS" TO WS-LOG-FIELD-NAME
                       MOVE R-STATUS TO WS-LOG-BEFORE-VALUE
                       MOVE "Available" TO WS-LOG-AFTER-VALUE
                       MOVE "Available" TO R-STATUS
                       PERFORM REWRITE-RESYNCED-ROOM
                   END-IF
           END-READ.

       HOLD-ARRIVAL-ROOM.
           MOVE WS-NEW-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF R-STATUS = "Available"
                       MOVE "R-STATUS" TO WS-LOG-FIELD-NAME
                       MOVE R-STATUS TO WS-LOG-BEFORE-VALUE
                       MOVE "Booked" TO WS-LOG-AFTER-VALUE
                       MOVE "Booked" TO R-STATUS
                       PERFORM REWRITE-RESYNCED-ROOM
                   END-IF
           END-READ.

       REWRITE-RESYNCED-ROOM.
           REWRITE ROOM-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting room " ROOM-ID
                           ": " WS-ROOMS-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ROOMS-RESYNCED
                   PERFORM LOG-BOOKING-CHANGE
                   PERFORM WRITE-ROOM-RESYNC-LINE
           END-REWRITE.

       LOG-BOOKING-CHANGE.
           *> Every change the run makes goes through the same
           *> audit-trail interface the night audit uses; the field
           *> name and values are staged by the caller.
           MOVE WS-TARGET-BOOKING-ID TO WS-LOG-BOOKING-ID
           CALL "logBookingStatusChange" USING WS-LOG-BOOKING-ID
               WS-LOG-FIELD-NAME WS-LOG-BEFORE-VALUE
               WS-LOG-AFTER-VALUE
           END-CALL.

       WRITE-POSTING-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "      RESERVATION POSTING RUN" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Run Date: " WS-RUN-YEAR "/" WS-RUN-MONTH "/"
               WS-RUN-DAY DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "RESERVATIONS POSTED:" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-NEW-BOOKING-LINE.
           MOVE WS-NEXT-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE WS-NEW-GUEST-ID TO WS-DISPLAY-GUEST-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  NEW Booking "
               FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - Room " WS-NEW-ROOM-ID
               " - " WS-NEW-CHECKIN " to " WS-NEW-CHECKOUT
               " - Guest " FUNCTION TRIM(WS-DISPLAY-GUEST-ID)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-CHANGE-LINE.
           MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  MOD Booking "
               FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - Room " WS-NEW-ROOM-ID
               " - " WS-NEW-CHECKIN " to " WS-NEW-CHECKOUT
               " (was " WS-OLD-ROOM-ID " "
               WS-OLD-CHECKIN "-" WS-OLD-CHECKOUT ")"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-CANCEL-LINE.
           MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  CXL Booking "
               FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - Room " WS-OLD-ROOM-ID
               " - " WS-OLD-CHECKIN " to " WS-OLD-CHECKOUT
               " - Cancelled"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-MOVE-LINE.
           MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  MOV Booking "
               FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - Room " WS-OLD-ROOM-ID " -> " WS-NEW-ROOM-ID
               " from night of " WS-MOVE-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-ROOM-RESYNC-LINE.
           MOVE SPACES TO RPT-RECORD
           STRING "      Room " ROOM-ID " "
               FUNCTION TRIM(WS-LOG-BEFORE-VALUE) " -> "
               FUNCTION TRIM(WS-LOG-AFTER-VALUE)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       REJECT-LINE-BAD-ACTION.
           MOVE "action is not NEW, MOD, CXL or MOV" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-MOVE-FIELDS.
           MOVE "a MOV line carries only booking, room and date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NOT-IN-HOUSE.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "booking is " FUNCTION TRIM(WS-OLD-STATUS)
               " - only an in-house guest can be moved"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-SAME-ROOM.
           MOVE "guest is already in that room" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-MOVE-DATE.
           MOVE "move date is not a real calendar date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-MOVE-OUTSIDE-STAY.
           MOVE "move date is outside the stay or after today" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-MOVE-BEFORE-SEGMENT.
           MOVE "move date is before the stay's last room move" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ID-ON-NEW.
           MOVE "a NEW line must leave the booking id blank" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-BOOKING.
           MOVE "booking id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BOOKING-NOT-ON-FILE.
           MOVE "booking is not on BOOKINGS.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-ROOM.
           MOVE "room id is blank or longer than 5 characters" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ROOM-NOT-ON-FILE.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "room " WS-NEW-ROOM-ID " is not on ROOMS.DAT"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-CHECKIN.
           MOVE "check-in date is not a real calendar date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-CHECKOUT.
           MOVE "check-out date is not a real calendar date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-PAST-ARRIVAL.
           MOVE "check-in date is before today" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-PAST-DEPARTURE.
           MOVE "check-out date is before today" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-DATE-ORDER.
           MOVE "check-out date is not after check-in date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-STAY-TOO-LONG.
           MOVE "stay is longer than 60 nights" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-GUEST.
           MOVE "guest id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-GUEST-NOT-ON-FILE.
           MOVE "guest is not on GUESTS.DAT" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-BLOCK.
           MOVE "block id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BLOCK-NOT-ON-FILE.
           MOVE "block is not on BLOCKS.DAT" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BLOCK-TYPE.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "room is not of the block's room type "
               FUNCTION TRIM(BL-ROOM-TYPE)
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BLOCK-DATES.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "stay falls outside the block's dates "
               BL-START-DATE "-" BL-END-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-SOURCE.
           MOVE "source code is longer than 6 characters" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-SOURCE-NOT-ON-FILE.
           MOVE "source is not on SOURCES.DAT" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-CHANGE-GUEST.
           MOVE "a MOD line cannot change the guest, block or source"
               TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NOT-CHANGEABLE.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "booking is " FUNCTION TRIM(WS-OLD-STATUS)
               " - only open bookings can be changed"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NOT-CANCELLABLE.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "booking is " FUNCTION TRIM(WS-OLD-STATUS)
               " - only Confirmed bookings can be cancelled"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-CHANGE.
           MOVE "line changes neither the room nor the dates" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-IN-HOUSE-CHANGE.
           MOVE "guest is in house - only check-out can change" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ROOM-TAKEN.
           MOVE WS-AV-CONFLICT-ID TO WS-DISPLAY-OTHER-ID
           MOVE SPACES TO WS-REJECT-REASON
           STRING "room " WS-NEW-ROOM-ID " is held by booking "
               FUNCTION TRIM(WS-DISPLAY-OTHER-ID)
               " on those nights"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ROOM-OUT-OF-ORDER.
           MOVE WS-WO-CLASH-ID TO WS-DISPLAY-OTHER-ID
           MOVE SPACES TO WS-REJECT-REASON
           STRING "room " WS-NEW-ROOM-ID
               " out of order on those nights - work order "
               FUNCTION TRIM(WS-DISPLAY-OTHER-ID)
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-HELD-FOR-BLOCK.
           MOVE SPACES TO WS-REJECT-REASON
           STRING FUNCTION TRIM(WS-NEW-ROOM-TYPE)
               " rooms left on " WS-AV-SHORT-DATE
               " are held for group blocks"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-WRITE-ERROR.
           MOVE "booking record would not write" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           *> The reason is staged in WS-REJECT-REASON by the
           *> caller; the rejected line itself prints underneath so
           *> reservations can correct and resend it.
           MOVE 'Y' TO WS-LINE-REJECTED
           ADD 1 TO WS-REJECT-COUNT

           MOVE SPACES TO RPT-RECORD
           STRING "  REJECTED - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Line: " FUNCTION TRIM(RSV-RECORD)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-POSTING-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-BH-OVERFLOW-COUNT > 0
               MOVE WS-BH-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  NOTE: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " held block(s) beyond the first 20 were not"
                   " counted"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-LINES-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Lines Read         : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-NEW-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Bookings Added     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CHANGE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Bookings Changed   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CANCEL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Bookings Cancelled : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-MOVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Room Moves         : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-ROOMS-RESYNCED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Room Status Resets : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Lines Rejected     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF RESERVATION POSTING RUN ***" TO
               RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM postReservations.
