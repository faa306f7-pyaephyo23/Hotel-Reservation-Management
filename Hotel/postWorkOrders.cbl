      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Maintenance Work-Order Posting Run - loads the day's
      *          delimited work-order file from engineering onto
      *          WORKORDERS.DAT. An OPN line (room, planned return
      *          date, reason, and optionally the date the room went
      *          out, defaulting to the posting date) opens an order
      *          and sets the room's R-HOUSEKEEPING to
      *          Out-of-Service; a CLS line (work order, and
      *          optionally the date it came back) closes the order
      *          and hands the room back to housekeeping as Dirty.
      *          Each housekeeping change is logged to the audit
      *          trail as WO-HOUSEKEEPING against the work-order id.
      *          A line is rejected when the room is not on file,
      *          already has an open order or still has a guest in
      *          it, when a confirmed or in-house booking on
      *          BOOKINGS.DAT holds the room on any night the order
      *          would take it out (each such booking is listed so
      *          front office can move it before the order is keyed
      *          again), when a date is not a real calendar date or is
      *          later than the posting date, when the planned
      *          return is not after the date out, or when the order
      *          to close is not on file or already closed. Prints
      *          an opened / closed / rejected report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postWorkOrders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOIN-FILE ASSIGN TO '../DATA/WOIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOIN-FILE-STATUS.

           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOMS-FILE-STATUS.

           SELECT WORKORDERS-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-ORDER-ID
               ALTERNATE RECORD KEY IS ROOM-ID-WO
                   WITH DUPLICATES
               FILE STATUS IS WS-WORKORDERS-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/WOPOST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WOIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WOI-RECORD                 PIC X(80).

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  WORKORDERS-FILE.
       COPY "./CopyBooks/WORKORDERS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WOIN-FILE-STATUS     PIC 99.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-WORKORDERS-FILE-STATUS PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-WO-EOF               PIC X VALUE 'N'.
       01  WS-BK-EOF               PIC X VALUE 'N'.
       01  WS-LINE-REJECTED        PIC X VALUE 'N'.
       01  WS-OPEN-ORDER-ID        PIC 9(5).

       01  WS-POSTING-DATE.
           05 WS-POSTING-YEAR      PIC 9(4).
           05 WS-POSTING-MONTH     PIC 9(2).
           05 WS-POSTING-DAY       PIC 9(2).
       01  WS-POSTING-DATE-NUM     PIC 9(8).

       *> The work-order line split into its delimited fields; the
       *> trailing -REST bytes let the edits test what was keyed
       *> before any arithmetic touches it. The second field is the
       *> room on an OPN line and the work order on a CLS line; the
       *> third is the planned return on OPN and the date back on
       *> CLS.
       01  WS-WI-ACTION            PIC X(10).
       01  WS-WI-KEY-TEXT.
           05  WS-WI-ROOM-ID       PIC X(05).
           05  WS-WI-KEY-REST      PIC X(05).
       01  WS-WI-ORDER-TEXT REDEFINES WS-WI-KEY-TEXT.
           05  WS-WI-ORDER-NUM     PIC 9(5).
           05  WS-WI-ORDER-REST    PIC X(05).
       01  WS-WI-DATE-TEXT.
           05  WS-WI-DATE-NUM      PIC 9(8).
           05  WS-WI-DATE-REST     PIC X(2).
       01  WS-WI-REASON-TEXT.
           05  WS-WI-REASON        PIC X(30).
           05  WS-WI-REASON-REST   PIC X(10).
       01  WS-WI-OUT-TEXT.
           05  WS-WI-OUT-NUM       PIC 9(8).
           05  WS-WI-OUT-REST      PIC X(2).

       *> Dates of the order being posted
       01  WS-NEW-OPENED           PIC 9(8).
       01  WS-NEW-RETURN           PIC 9(8).
       01  WS-NEW-CLOSED           PIC 9(8).
       01  WS-NEXT-WO-ID           PIC 9(5) VALUE 0.
       01  WS-NIGHTS-OUT           PIC S9(5).
       01  WS-NEW-END              PIC 9(8).

       *> Bookings still holding the room on a night the order
       *> would take it out - listed under the rejected line
       01  WS-CB-COUNT             PIC 9(3) VALUE 0.
       01  WS-CB-IDX               PIC 9(3).
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 20 TIMES.
               10  WS-CB-BOOKING-ID PIC 9(5).
               10  WS-CB-STATUS    PIC X(10).
               10  WS-CB-CHECKIN   PIC 9(8).
               10  WS-CB-CHECKOUT  PIC 9(8).
               10  WS-CB-GUEST     PIC X(20).

       *> Date being validated and its verdict
       01  WS-VD-DATE.
           05  WS-VD-YEAR          PIC 9(4).
           05  WS-VD-MONTH         PIC 9(2).
           05  WS-VD-DAY           PIC 9(2).
       01  WS-VD-VALID             PIC X VALUE 'N'.
       01  WS-VD-MONTH-END         PIC 9(2).

       *> Audit-trail call: the housekeeping change is logged
       *> against the work-order id under WO-HOUSEKEEPING, so it is
       *> never mistaken for a booking's entry
       01  WS-LOG-BOOKING-ID       PIC 9(5).
       01  WS-LOG-FIELD-NAME       PIC X(15).
       01  WS-LOG-BEFORE-VALUE     PIC X(10).
       01  WS-LOG-AFTER-VALUE      PIC X(10).

       *> Run counters
       01  WS-LINES-READ           PIC 9(5) VALUE 0.
       01  WS-OPENED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

       *> Display fields
       01  WS-DISPLAY-WO-ID        PIC ZZZZ9.
       01  WS-DISPLAY-NIGHTS       PIC ZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-OPENED.
           05 WS-DISPLAY-OPENED-Y  PIC 9(4).
           05 WS-DISPLAY-OPENED-M  PIC 9(2).
           05 WS-DISPLAY-OPENED-D  PIC 9(2).
       01  WS-DISPLAY-RETURN.
           05 WS-DISPLAY-RETURN-Y  PIC 9(4).
           05 WS-DISPLAY-RETURN-M  PIC 9(2).
           05 WS-DISPLAY-RETURN-D  PIC 9(2).
       01  WS-DISPLAY-CLOSED.
           05 WS-DISPLAY-CLOSED-Y  PIC 9(4).
           05 WS-DISPLAY-CLOSED-M  PIC 9(2).
           05 WS-DISPLAY-CLOSED-D  PIC 9(2).
       01  WS-REJECT-REASON        PIC X(60).

       LINKAGE SECTION.
       01  POSTING-DATE-PARM       PIC 9(8).

       PROCEDURE DIVISION USING POSTING-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-POSTING-DATE
           PERFORM OPEN-POSTING-FILES
           PERFORM FIND-HIGHEST-WORK-ORDER-ID
           PERFORM WRITE-POSTING-HEADER
           PERFORM POST-ALL-WORK-ORDERS
           PERFORM WRITE-POSTING-TOTALS
           PERFORM CLOSE-POSTING-FILES

           DISPLAY "Work-order posting report written to "
                   "../DATA/WOPOST.PRT"
           GOBACK.

       GET-POSTING-DATE.
           *> An explicit business date passed via LINK (or a JCL
           *> PARM) dates the orders for the day they belong to; a
           *> zero/omitted parameter defaults to today.
           IF POSTING-DATE-PARM NOT = 0
               MOVE POSTING-DATE-PARM TO WS-POSTING-DATE
           ELSE
               ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-POSTING-DATE TO WS-POSTING-DATE-NUM.

       OPEN-POSTING-FILES.
           OPEN INPUT WOIN-FILE
           IF WS-WOIN-FILE-STATUS NOT = 00
               DISPLAY "Error opening WOIN file: "
                       WS-WOIN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ROOMS-FILE
           IF WS-ROOMS-FILE-STATUS NOT = 00
               DISPLAY "Error opening ROOMS file: "
                       WS-ROOMS-FILE-STATUS
               CLOSE WOIN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT WORKORDERS-FILE
               CLOSE WORKORDERS-FILE
               OPEN I-O WORKORDERS-FILE
           END-IF
           IF WS-WORKORDERS-FILE-STATUS NOT = 00
               DISPLAY "Error opening WORKORDERS file: "
                       WS-WORKORDERS-FILE-STATUS
               CLOSE WOIN-FILE
               CLOSE ROOMS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = 00
               DISPLAY "Error opening BOOKING file: "
                       WS-BOOKING-FILE-STATUS
               CLOSE WOIN-FILE
               CLOSE ROOMS-FILE
               CLOSE WORKORDERS-FILE
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
           CLOSE WOIN-FILE
           CLOSE ROOMS-FILE
           CLOSE WORKORDERS-FILE
           CLOSE BOOKING-FILE
           CLOSE REPORT-FILE.

       FIND-HIGHEST-WORK-ORDER-ID.
           *> New orders continue the numbering after the highest
           *> id already on file.
           MOVE 0 TO WS-NEXT-WO-ID
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORKORDERS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WORK-ORDER-ID > WS-NEXT-WO-ID
                       MOVE WORK-ORDER-ID TO WS-NEXT-WO-ID
                   END-IF
               END-READ
           END-PERFORM.

       POST-ALL-WORK-ORDERS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WOIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WOI-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM POST-ONE-WORK-ORDER
                   END-IF
               END-READ
           END-PERFORM.

       POST-ONE-WORK-ORDER.
           MOVE 'N' TO WS-LINE-REJECTED
           PERFORM PARSE-WORK-ORDER-LINE
           EVALUATE WS-WI-ACTION
               WHEN "OPN"
                   PERFORM EDIT-OPEN-LINE
                   IF WS-LINE-REJECTED = 'N'
                       PERFORM OPEN-WORK-ORDER
                   END-IF
               WHEN "CLS"
                   PERFORM EDIT-CLOSE-LINE
                   IF WS-LINE-REJECTED = 'N'
                       PERFORM CLOSE-WORK-ORDER
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-LINE-BAD-ACTION
           END-EVALUATE.

       PARSE-WORK-ORDER-LINE.
           MOVE SPACES TO WS-WI-ACTION
           MOVE SPACES TO WS-WI-KEY-TEXT
           MOVE SPACES TO WS-WI-DATE-TEXT
           MOVE SPACES TO WS-WI-REASON-TEXT
           MOVE SPACES TO WS-WI-OUT-TEXT
           UNSTRING WOI-RECORD DELIMITED BY "|"
               INTO WS-WI-ACTION
                    WS-WI-KEY-TEXT
                    WS-WI-DATE-TEXT
                    WS-WI-REASON-TEXT
                    WS-WI-OUT-TEXT
           END-UNSTRING.

       EDIT-OPEN-LINE.
           *> Field edits run in order of the line's fields; the
           *> first failure rejects the line with a reason
           *> engineering can act on.
           IF WS-WI-ROOM-ID = SPACES OR WS-WI-KEY-REST NOT = SPACES
               PERFORM REJECT-LINE-NO-ROOM
           ELSE
               MOVE WS-WI-ROOM-ID TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   INVALID KEY
                       PERFORM REJECT-LINE-NO-ROOM
               END-READ
           END-IF

           IF WS-LINE-REJECTED = 'N'
               PERFORM FIND-OPEN-ORDER-FOR-ROOM
               IF WS-OPEN-ORDER-ID > 0
                   PERFORM REJECT-LINE-ALREADY-OPEN
               END-IF
           END-IF

           *> A room with a guest in it has to be moved first - the
           *> order would take the room out from under the stay.
           IF WS-LINE-REJECTED = 'N' AND R-STATUS = "Occupied"
               PERFORM REJECT-LINE-OCCUPIED
           END-IF

           *> The date out defaults to the posting date and may be
           *> back-dated, never forward-dated.
           IF WS-LINE-REJECTED = 'N'
               IF WS-WI-OUT-TEXT = SPACES
                   MOVE WS-POSTING-DATE-NUM TO WS-NEW-OPENED
               ELSE
                   IF WS-WI-OUT-NUM NOT NUMERIC OR
                      WS-WI-OUT-REST NOT = SPACES
                       PERFORM REJECT-LINE-BAD-OPENED
                   ELSE
                       MOVE WS-WI-OUT-NUM TO WS-VD-DATE
                       PERFORM VALIDATE-CALENDAR-DATE
                       IF WS-VD-VALID = 'N' OR
                          WS-WI-OUT-NUM > WS-POSTING-DATE-NUM
                           PERFORM REJECT-LINE-BAD-OPENED
                       ELSE
                           MOVE WS-WI-OUT-NUM TO WS-NEW-OPENED
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-WI-DATE-NUM NOT NUMERIC OR
                  WS-WI-DATE-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-RETURN
               ELSE
                   MOVE WS-WI-DATE-NUM TO WS-VD-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-VD-VALID = 'N' OR
                      WS-WI-DATE-NUM NOT > WS-NEW-OPENED
                       PERFORM REJECT-LINE-BAD-RETURN
                   ELSE
                       MOVE WS-WI-DATE-NUM TO WS-NEW-RETURN
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-WI-REASON = SPACES OR
                  WS-WI-REASON-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-REASON
               END-IF
           END-IF

           *> A guest booked into the room while it is out would
           *> arrive to a room that cannot be sold; front office
           *> moves the booking first, then the order is keyed again.
           IF WS-LINE-REJECTED = 'N'
               PERFORM FIND-BOOKINGS-ON-ROOM
               IF WS-CB-COUNT > 0
                   PERFORM REJECT-LINE-ROOM-BOOKED
                   PERFORM LIST-BOOKINGS-ON-ROOM
               END-IF
           END-IF.

       FIND-BOOKINGS-ON-ROOM.
           *> The order has the room out from the date out up to the
           *> planned return - through tonight at least, when the
           *> return is already past, as the forecast counts it.
           MOVE WS-NEW-RETURN TO WS-NEW-END
           IF WS-NEW-END NOT > WS-POSTING-DATE-NUM
               COMPUTE WS-NEW-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE-NUM) + 1)
           END-IF

           MOVE 0 TO WS-CB-COUNT
           MOVE 'N' TO WS-BK-EOF
           MOVE 0 TO BOOKING-ID
           START BOOKING-FILE KEY IS NOT LESS THAN BOOKING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BK-EOF
           END-START
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ BOOKING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BK-EOF
               NOT AT END
                   IF ROOM-ID-BK = WS-WI-ROOM-ID AND
                      (BOOKING-STATUS = "Confirmed" OR
                       BOOKING-STATUS = "CheckedIn") AND
                      CHECKOUT-FLAG NOT = 'Y' AND
                      CHECKIN-DATE IS NUMERIC AND
                      CHECKOUT-DATE IS NUMERIC
                       IF CHECKIN-DATE < WS-NEW-END AND
                          CHECKOUT-DATE > WS-NEW-OPENED
                           PERFORM NOTE-BOOKING-ON-ROOM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       NOTE-BOOKING-ON-ROOM.
           ADD 1 TO WS-CB-COUNT
           IF WS-CB-COUNT NOT > 20
               MOVE BOOKING-ID TO WS-CB-BOOKING-ID(WS-CB-COUNT)
               MOVE BOOKING-STATUS TO WS-CB-STATUS(WS-CB-COUNT)
               MOVE CHECKIN-DATE TO WS-CB-CHECKIN(WS-CB-COUNT)
               MOVE CHECKOUT-DATE TO WS-CB-CHECKOUT(WS-CB-COUNT)
               MOVE GUEST-NAME TO WS-CB-GUEST(WS-CB-COUNT)
           END-IF.

       LIST-BOOKINGS-ON-ROOM.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT OR WS-CB-IDX > 20
               MOVE WS-CB-BOOKING-ID(WS-CB-IDX) TO
                   WS-DISPLAY-BOOKING-ID
               MOVE SPACES TO RPT-RECORD
               STRING "    Move booking "
                   FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
                   " - " FUNCTION TRIM(WS-CB-STATUS(WS-CB-IDX))
                   " " WS-CB-CHECKIN(WS-CB-IDX)
                   " to " WS-CB-CHECKOUT(WS-CB-IDX)
                   " - " FUNCTION TRIM(WS-CB-GUEST(WS-CB-IDX))
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM

           IF WS-CB-COUNT > 20
               COMPUTE WS-DISPLAY-COUNT = WS-CB-COUNT - 20
               MOVE SPACES TO RPT-RECORD
               STRING "    ... and " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " more booking(s) on the room"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       FIND-OPEN-ORDER-FOR-ROOM.
           *> Walk the room's order history through the ROOM-ID-WO
           *> alternate key looking for one not yet closed.
           MOVE 0 TO WS-OPEN-ORDER-ID
           MOVE WS-WI-ROOM-ID TO ROOM-ID-WO
           READ WORKORDERS-FILE KEY IS ROOM-ID-WO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-WO-EOF
                   PERFORM UNTIL WS-WO-EOF = 'Y'
                       IF ROOM-ID-WO = WS-WI-ROOM-ID
                           IF WO-CLOSED-DATE = 0
                               MOVE WORK-ORDER-ID TO WS-OPEN-ORDER-ID
                           END-IF
                           READ WORKORDERS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-WO-EOF
                           END-READ
                       ELSE
                           MOVE 'Y' TO WS-WO-EOF
                       END-IF
                   END-PERFORM
           END-READ.

       OPEN-WORK-ORDER.
           ADD 1 TO WS-NEXT-WO-ID
           MOVE WS-NEXT-WO-ID TO WORK-ORDER-ID
           MOVE WS-WI-ROOM-ID TO ROOM-ID-WO
           MOVE WS-WI-REASON TO WO-REASON
           MOVE WS-NEW-OPENED TO WO-OPENED-DATE
           MOVE WS-NEW-RETURN TO WO-PLANNED-RETURN
           MOVE 0 TO WO-CLOSED-DATE

           WRITE WORKORDER-RECORD
               INVALID KEY
                   DISPLAY "Error writing work order "
                           WS-NEXT-WO-ID ": "
                           WS-WORKORDERS-FILE-STATUS
                   SUBTRACT 1 FROM WS-NEXT-WO-ID
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM SET-ROOM-OUT-OF-SERVICE
                   ADD 1 TO WS-OPENED-COUNT
                   PERFORM WRITE-OPENED-LINE
           END-WRITE.

       SET-ROOM-OUT-OF-SERVICE.
           *> A room already held Out-of-Service by hand is adopted
           *> by the order as it stands.
           IF R-HOUSEKEEPING NOT = "Out-of-Service"
               MOVE R-HOUSEKEEPING TO WS-LOG-BEFORE-VALUE
               MOVE "Out-of-Service" TO R-HOUSEKEEPING
               REWRITE ROOM-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting room " ROOM-ID
                               ": " WS-ROOMS-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Out-of-Service" TO WS-LOG-AFTER-VALUE
                       PERFORM LOG-HOUSEKEEPING-CHANGE
               END-REWRITE
           END-IF.

       EDIT-CLOSE-LINE.
           IF WS-WI-ORDER-NUM NOT NUMERIC OR
              WS-WI-ORDER-REST NOT = SPACES
               PERFORM REJECT-LINE-NO-ORDER
           ELSE
               MOVE WS-WI-ORDER-NUM TO WORK-ORDER-ID
               READ WORKORDERS-FILE KEY IS WORK-ORDER-ID
                   INVALID KEY
                       PERFORM REJECT-LINE-NO-ORDER
               END-READ
           END-IF

           IF WS-LINE-REJECTED = 'N' AND WO-CLOSED-DATE NOT = 0
               PERFORM REJECT-LINE-ALREADY-CLOSED
           END-IF

           *> The date back defaults to the posting date; it cannot
           *> come before the date out or after today's posting.
           IF WS-LINE-REJECTED = 'N'
               IF WS-WI-DATE-TEXT = SPACES
                   MOVE WS-POSTING-DATE-NUM TO WS-NEW-CLOSED
               ELSE
                   IF WS-WI-DATE-NUM NOT NUMERIC OR
                      WS-WI-DATE-REST NOT = SPACES
                       PERFORM REJECT-LINE-BAD-CLOSED
                   ELSE
                       MOVE WS-WI-DATE-NUM TO WS-VD-DATE
                       PERFORM VALIDATE-CALENDAR-DATE
                       IF WS-VD-VALID = 'N'
                           PERFORM REJECT-LINE-BAD-CLOSED
                       ELSE
                           MOVE WS-WI-DATE-NUM TO WS-NEW-CLOSED
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-NEW-CLOSED < WO-OPENED-DATE OR
                  WS-NEW-CLOSED > WS-POSTING-DATE-NUM
                   PERFORM REJECT-LINE-BAD-CLOSED
               END-IF
           END-IF.

       CLOSE-WORK-ORDER.
           MOVE WS-NEW-CLOSED TO WO-CLOSED-DATE
           REWRITE WORKORDER-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting work order "
                           WORK-ORDER-ID ": "
                           WS-WORKORDERS-FILE-STATUS
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   PERFORM RELEASE-ROOM-TO-HOUSEKEEPING
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM WRITE-CLOSED-LINE
           END-REWRITE.

       RELEASE-ROOM-TO-HOUSEKEEPING.
           *> A room coming back from maintenance needs a full clean
           *> before it can be sold, the same as a departure.
           MOVE ROOM-ID-WO TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF R-HOUSEKEEPING = "Out-of-Service"
                       MOVE R-HOUSEKEEPING TO WS-LOG-BEFORE-VALUE
                       MOVE "Dirty" TO R-HOUSEKEEPING
                       REWRITE ROOM-RECORD
                           INVALID KEY
                               DISPLAY "Error rewriting room "
                                       ROOM-ID ": "
                                       WS-ROOMS-FILE-STATUS
                           NOT INVALID KEY
                               MOVE "Dirty" TO WS-LOG-AFTER-VALUE
                               PERFORM LOG-HOUSEKEEPING-CHANGE
                       END-REWRITE
                   END-IF
           END-READ.

       LOG-HOUSEKEEPING-CHANGE.
           MOVE WORK-ORDER-ID TO WS-LOG-BOOKING-ID
           MOVE "WO-HOUSEKEEPING" TO WS-LOG-FIELD-NAME
           CALL "logBookingStatusChange" USING WS-LOG-BOOKING-ID
               WS-LOG-FIELD-NAME WS-LOG-BEFORE-VALUE
               WS-LOG-AFTER-VALUE
           END-CALL.

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

       WRITE-POSTING-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "      WORK-ORDER POSTING RUN" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Posting Date: " WS-POSTING-YEAR "/"
               WS-POSTING-MONTH "/" WS-POSTING-DAY
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "WORK ORDERS POSTED:" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-OPENED-LINE.
           MOVE WORK-ORDER-ID TO WS-DISPLAY-WO-ID
           MOVE WO-OPENED-DATE TO WS-DISPLAY-OPENED
           MOVE WO-PLANNED-RETURN TO WS-DISPLAY-RETURN

           MOVE SPACES TO RPT-RECORD
           STRING "  WO " FUNCTION TRIM(WS-DISPLAY-WO-ID)
               " OPENED - Room " ROOM-ID-WO
               " - " FUNCTION TRIM(WO-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Out " WS-DISPLAY-OPENED-Y "/"
               WS-DISPLAY-OPENED-M "/" WS-DISPLAY-OPENED-D
               ", planned back " WS-DISPLAY-RETURN-Y "/"
               WS-DISPLAY-RETURN-M "/" WS-DISPLAY-RETURN-D
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-CLOSED-LINE.
           MOVE WORK-ORDER-ID TO WS-DISPLAY-WO-ID
           MOVE WO-OPENED-DATE TO WS-DISPLAY-OPENED
           MOVE WO-PLANNED-RETURN TO WS-DISPLAY-RETURN
           MOVE WO-CLOSED-DATE TO WS-DISPLAY-CLOSED
           COMPUTE WS-NIGHTS-OUT =
               FUNCTION INTEGER-OF-DATE(WO-CLOSED-DATE) -
               FUNCTION INTEGER-OF-DATE(WO-OPENED-DATE)
           MOVE WS-NIGHTS-OUT TO WS-DISPLAY-NIGHTS

           MOVE SPACES TO RPT-RECORD
           STRING "  WO " FUNCTION TRIM(WS-DISPLAY-WO-ID)
               " CLOSED - Room " ROOM-ID-WO
               " - " FUNCTION TRIM(WS-DISPLAY-NIGHTS)
               " night(s) out of order"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Out " WS-DISPLAY-OPENED-Y "/"
               WS-DISPLAY-OPENED-M "/" WS-DISPLAY-OPENED-D
               ", planned " WS-DISPLAY-RETURN-Y "/"
               WS-DISPLAY-RETURN-M "/" WS-DISPLAY-RETURN-D
               ", back " WS-DISPLAY-CLOSED-Y "/"
               WS-DISPLAY-CLOSED-M "/" WS-DISPLAY-CLOSED-D
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       REJECT-LINE-BAD-ACTION.
           MOVE "action is not OPN or CLS" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-ROOM.
           MOVE "room is blank or not on ROOMS.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ALREADY-OPEN.
           MOVE WS-OPEN-ORDER-ID TO WS-DISPLAY-WO-ID
           MOVE SPACES TO WS-REJECT-REASON
           STRING "room already has open work order "
               FUNCTION TRIM(WS-DISPLAY-WO-ID)
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-OCCUPIED.
           MOVE "room is occupied - move the guest first" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ROOM-BOOKED.
           MOVE WS-CB-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           STRING FUNCTION TRIM(WS-DISPLAY-COUNT)
               " booking(s) hold the room while it would be out"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-OPENED.
           MOVE "date out is not a real date on or before posting" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-RETURN.
           MOVE "planned return is not a real date after date out" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-REASON.
           MOVE "reason is blank or longer than 30 characters" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-ORDER.
           MOVE "work order is not on WORKORDERS.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-ALREADY-CLOSED.
           MOVE WO-CLOSED-DATE TO WS-DISPLAY-CLOSED
           MOVE SPACES TO WS-REJECT-REASON
           STRING "work order was already closed on "
               WS-DISPLAY-CLOSED-Y "/" WS-DISPLAY-CLOSED-M "/"
               WS-DISPLAY-CLOSED-D
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-CLOSED.
           MOVE "date back is not a real date between out and posting"
               TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-WRITE-ERROR.
           MOVE "work order record would not write" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           *> The reason is staged in WS-REJECT-REASON by the
           *> caller; the rejected line itself prints underneath so
           *> engineering can rekey it.
           MOVE 'Y' TO WS-LINE-REJECTED
           ADD 1 TO WS-REJECT-COUNT

           MOVE SPACES TO RPT-RECORD
           STRING "  REJECTED - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Line: " FUNCTION TRIM(WOI-RECORD)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-POSTING-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-LINES-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Lines Read         : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-OPENED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Orders Opened      : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Orders Closed      : "
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

           MOVE "*** END OF WORK-ORDER POSTING RUN ***" TO
               RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM postWorkOrders.
