      *          not after its check-in, whose room id has no match
      *          on ROOMS.DAT, whose status is not a known value, or
      *          that overlaps another non-cancelled booking for the
      *          same room, and every confirmed or checked-in booking
      *          whose stay falls on nights its room is out of order
      *          under a work order on WORKORDERS.DAT. Prints an
      *          exceptions listing and ends
      *          with a nonzero return code when errors exist so the
      *          nightly reports can be gated on a clean file.
      * Tectonics: cobc
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOMS-FILE-STATUS.

           SELECT WORKORDERS-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-ORDER-ID
               ALTERNATE RECORD KEY IS ROOM-ID-WO
                   WITH DUPLICATES
               FILE STATUS IS WS-WORKORDERS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/BOOKEDIT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  WORKORDERS-FILE.
       COPY "./CopyBooks/WORKORDERS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-WORKORDERS-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.

               10  WS-OV-CHECKOUT   PIC 9(8).
       01  WS-OV-OMITTED           PIC ZZZZ9.

       *> Work orders are read by room for each booking checked. A
       *> room is out from the order's opened date up to, but not
       *> including, the date it came back; an order still open runs
       *> to its planned return, or through tonight when that has
       *> slipped.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TOMORROW-DATE        PIC 9(8).
       01  WS-NO-WORKORDERS-FILE   PIC X VALUE 'N'.
       01  WS-WO-EOF               PIC X VALUE 'N'.
       01  WS-WO-END-DATE          PIC 9(8).

       *> Run counters
       01  WS-RECORD-COUNT         PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
       *> Display fields
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-BOOKING-ID-2 PIC ZZZZ9.
       01  WS-DISPLAY-WO-ID        PIC ZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-EDIT-FILES
           PERFORM OPEN-WORK-ORDER-FILE
           PERFORM WRITE-EDIT-HEADER
           PERFORM VALIDATE-ALL-BOOKINGS
           PERFORM CHECK-FOR-OVERLAPS
               GOBACK
           END-IF.

       OPEN-WORK-ORDER-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1)

           MOVE 'N' TO WS-NO-WORKORDERS-FILE
           OPEN INPUT WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS = 35
               *> No work order has ever been raised - nothing to
               *> check against, not an error.
               MOVE 'Y' TO WS-NO-WORKORDERS-FILE
           ELSE
               IF WS-WORKORDERS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening WORKORDERS file: "
                           WS-WORKORDERS-FILE-STATUS
                   MOVE 'Y' TO WS-NO-WORKORDERS-FILE
                   PERFORM CLOSE-EDIT-FILES
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CLOSE-EDIT-FILES.
           CLOSE BOOKING-FILE
           CLOSE ROOMS-FILE
           IF WS-NO-WORKORDERS-FILE = 'N'
               CLOSE WORKORDERS-FILE
           END-IF
           CLOSE REPORT-FILE.

       VALIDATE-ALL-BOOKINGS.
               PERFORM WRITE-ERROR-BAD-STATUS
           END-IF

           *> A booking still to be stayed, or being stayed, cannot
           *> sit on a room engineering has out of order.
           IF (BOOKING-STATUS = "Confirmed" OR
               BOOKING-STATUS = "CheckedIn") AND
              WS-CHECKIN-VALID = 'Y' AND
              WS-CHECKOUT-VALID = 'Y' AND
              WS-CHECKOUT-DATE > WS-CHECKIN-DATE AND
              WS-NO-WORKORDERS-FILE = 'N'
               PERFORM CHECK-ROOM-OUT-OF-ORDER
           END-IF

           IF WS-RECORD-HAS-ERROR = 'Y'
               ADD 1 TO WS-BAD-RECORD-COUNT
           END-IF
                   MOVE 'Y' TO WS-ROOM-ON-FILE
           END-READ.

       CHECK-ROOM-OUT-OF-ORDER.
           *> Read every order raised against the booking's room.
           MOVE ROOM-ID-BK TO ROOM-ID-WO
           MOVE 'N' TO WS-WO-EOF
           READ WORKORDERS-FILE KEY IS ROOM-ID-WO
               INVALID KEY
                   MOVE 'Y' TO WS-WO-EOF
           END-READ
           PERFORM UNTIL WS-WO-EOF = 'Y'
               PERFORM WEIGH-WORK-ORDER
               READ WORKORDERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WO-EOF
                   NOT AT END
                       IF ROOM-ID-WO NOT = ROOM-ID-BK
                           MOVE 'Y' TO WS-WO-EOF
                       END-IF
               END-READ
           END-PERFORM.

       WEIGH-WORK-ORDER.
           *> The stay clashes with an order when it checks in
           *> before the room comes back and checks out after the
           *> room went out.
           IF WO-CLOSED-DATE NOT = 0
               MOVE WO-CLOSED-DATE TO WS-WO-END-DATE
           ELSE
               IF WO-PLANNED-RETURN > WS-TODAY-DATE
                   MOVE WO-PLANNED-RETURN TO WS-WO-END-DATE
               ELSE
                   MOVE WS-TOMORROW-DATE TO WS-WO-END-DATE
               END-IF
           END-IF
           IF WS-CHECKIN-DATE < WS-WO-END-DATE AND
              WO-OPENED-DATE < WS-CHECKOUT-DATE
               PERFORM WRITE-ERROR-OUT-OF-ORDER
           END-IF.

       ADD-TO-OVERLAP-TABLE.
           ADD 1 TO WS-OV-TOTAL
           IF WS-OV-COUNT < 500
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-ERROR-OUT-OF-ORDER.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'Y' TO WS-RECORD-HAS-ERROR
           MOVE BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE WORK-ORDER-ID TO WS-DISPLAY-WO-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  Booking "
               FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               ": room " ROOM-ID-BK " is out of order (work order "
               FUNCTION TRIM(WS-DISPLAY-WO-ID) ") from "
               WO-OPENED-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-ERROR-OVERLAP.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-OV-BOOKING-ID(WS-OV-IDX) TO
