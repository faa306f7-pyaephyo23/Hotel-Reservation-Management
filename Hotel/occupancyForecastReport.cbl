      *          block on BLOCKS.DAT as committed until the block's
      *          cutoff date, and prints a day-by-day projected
      *          occupancy grid per room type with a sellout warning
      *          when a type's projection reaches its sellable count.
      *          Rooms under an engineering work order on
      *          WORKORDERS.DAT come off the sellable count for each
      *          night they are out of order. The front office uses
      *          this for staffing and walk-in pricing instead of the
      *          whiteboard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS BLOCK-ID
               FILE STATUS IS WS-BLOCKS-FILE-STATUS.

           SELECT WORKORDERS-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-ORDER-ID
               ALTERNATE RECORD KEY IS ROOM-ID-WO
                   WITH DUPLICATES
               FILE STATUS IS WS-WORKORDERS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/FORECAST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  BLOCKS-FILE.
       COPY "./CopyBooks/BLOCKS.cpy".

       FD  WORKORDERS-FILE.
       COPY "./CopyBooks/WORKORDERS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-BLOCKS-FILE-STATUS   PIC 99.
       01  WS-WORKORDERS-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-NO-BLOCKS-FILE       PIC X VALUE 'N'.
       01  WS-NO-WORKORDERS-FILE   PIC X VALUE 'N'.
       01  WS-WO-EOF               PIC X VALUE 'N'.

       01  WS-FORECAST-DATE.
           05 WS-FORECAST-YEAR     PIC 9(4).
               10  WS-RT-TOTAL     PIC 9(3) VALUE 0.
               10  WS-RT-NIGHT-OCC OCCURS 14 TIMES
                                   PIC 9(3) VALUE 0.
               10  WS-RT-NIGHT-OOO OCCURS 14 TIMES
                                   PIC 9(3) VALUE 0.
       01  WS-RT-SELLABLE          PIC 9(3).

       *> Out-of-order nights for the room being counted. A room
       *> is out from its work order's opened date up to, but not
       *> including, the date it came back; an order still open is
       *> taken to run to its planned return, or through tonight
       *> when that date has already slipped.
       01  WS-ROOM-OOO-TABLE.
           05  WS-ROOM-OOO-FLAG OCCURS 14 TIMES PIC X.
       01  WS-WO-END-DATE          PIC 9(8).
       01  WS-OOO-ROOM-NIGHTS      PIC 9(5) VALUE 0.
       01  WS-OOO-ROOM-NIGHTS-SHOWN PIC ZZZZ9.

       *> Bookings whose room id has no match in ROOMS.DAT cannot be
       *> projected against a type's room count - disclose them.
           05 WS-DISPLAY-NIGHT-D   PIC 9(2).
       01  WS-DISPLAY-OCC          PIC ZZ9.
       01  WS-DISPLAY-TOTAL        PIC ZZ9.
       01  WS-DISPLAY-OOO          PIC ZZ9.
       01  WS-OOO-TAG              PIC X(10).
       01  WS-SELLOUT-TAG          PIC X(15).

       LINKAGE SECTION.
               GOBACK
           END-IF

           OPEN INPUT WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS = 35
               *> No work order has ever been raised - every room
               *> is sellable, not an error.
               MOVE 'Y' TO WS-NO-WORKORDERS-FILE
           ELSE
               IF WS-WORKORDERS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening WORKORDERS file: "
                           WS-WORKORDERS-FILE-STATUS
                   CLOSE ROOMS-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-OVERFLOW-COUNT
           MOVE 0 TO WS-OOO-ROOM-NIGHTS

           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOMS-FILE NEXT RECORD
               NOT AT END
                   PERFORM FIND-ROOM-TYPE-SLOT
                   ADD 1 TO WS-RT-TOTAL(WS-RT-SLOT)
                   IF WS-NO-WORKORDERS-FILE = 'N'
                       PERFORM COUNT-ROOM-OUT-OF-ORDER
                   END-IF
               END-READ
           END-PERFORM

           IF WS-NO-WORKORDERS-FILE = 'N'
               CLOSE WORKORDERS-FILE
           END-IF
           CLOSE ROOMS-FILE.

       COUNT-ROOM-OUT-OF-ORDER.
           *> Mark each forecast night this room is out under any of
           *> its work orders, then take the marked nights off its
           *> type's sellable count - a room counts once a night
           *> even if two orders overlap.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > 14
               MOVE 'N' TO WS-ROOM-OOO-FLAG(WS-NIGHT-IDX)
           END-PERFORM

           MOVE ROOM-ID TO ROOM-ID-WO
           READ WORKORDERS-FILE KEY IS ROOM-ID-WO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-WO-EOF
                   PERFORM UNTIL WS-WO-EOF = 'Y'
                       IF ROOM-ID-WO = ROOM-ID
                           PERFORM MARK-WORK-ORDER-NIGHTS
                           READ WORKORDERS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-WO-EOF
                           END-READ
                       ELSE
                           MOVE 'Y' TO WS-WO-EOF
                       END-IF
                   END-PERFORM
           END-READ

           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > 14
               IF WS-ROOM-OOO-FLAG(WS-NIGHT-IDX) = 'Y'
                   ADD 1 TO WS-RT-NIGHT-OOO(WS-RT-SLOT WS-NIGHT-IDX)
                   ADD 1 TO WS-OOO-ROOM-NIGHTS
               END-IF
           END-PERFORM.

       MARK-WORK-ORDER-NIGHTS.
           IF WO-CLOSED-DATE NOT = 0
               MOVE WO-CLOSED-DATE TO WS-WO-END-DATE
           ELSE
               MOVE WO-PLANNED-RETURN TO WS-WO-END-DATE
               IF WS-WO-END-DATE NOT > WS-NIGHT-DATE(1)
                   MOVE WS-NIGHT-DATE(2) TO WS-WO-END-DATE
               END-IF
           END-IF

           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > 14
               IF WO-OPENED-DATE NOT >
                      WS-NIGHT-DATE(WS-NIGHT-IDX) AND
                  WS-WO-END-DATE > WS-NIGHT-DATE(WS-NIGHT-IDX)
                   MOVE 'Y' TO WS-ROOM-OOO-FLAG(WS-NIGHT-IDX)
               END-IF
           END-PERFORM.

       FIND-ROOM-TYPE-SLOT.
           *> Locate this room type's slot, adding a new one the
           *> first time a given ROOM-TYPE value is seen. The match
           MOVE WS-NIGHT-DATE(WS-NIGHT-IDX) TO WS-DISPLAY-NIGHT
           MOVE WS-RT-NIGHT-OCC(WS-RT-IDX WS-NIGHT-IDX) TO
               WS-DISPLAY-OCC
           COMPUTE WS-RT-SELLABLE = WS-RT-TOTAL(WS-RT-IDX) -
               WS-RT-NIGHT-OOO(WS-RT-IDX WS-NIGHT-IDX)
           MOVE WS-RT-SELLABLE TO WS-DISPLAY-TOTAL

           *> Rooms out of order that night are shown beside the
           *> sellable count so the gap to the type's total is
           *> explained.
           IF WS-RT-NIGHT-OOO(WS-RT-IDX WS-NIGHT-IDX) > 0
               MOVE WS-RT-NIGHT-OOO(WS-RT-IDX WS-NIGHT-IDX) TO
                   WS-DISPLAY-OOO
               MOVE SPACES TO WS-OOO-TAG
               STRING " (" FUNCTION TRIM(WS-DISPLAY-OOO) " out)"
                   DELIMITED BY SIZE INTO WS-OOO-TAG
           ELSE
               MOVE SPACES TO WS-OOO-TAG
           END-IF

           *> Flag the night as a projected sellout when every
           *> sellable room of the type is already reserved.
           IF WS-RT-NIGHT-OCC(WS-RT-IDX WS-NIGHT-IDX) NOT <
                  WS-RT-SELLABLE AND
              WS-RT-TOTAL(WS-RT-IDX) > 0
               MOVE "  ** SELLOUT **" TO WS-SELLOUT-TAG
           ELSE
               WS-DISPLAY-NIGHT-D " : "
               FUNCTION TRIM(WS-DISPLAY-OCC) "/"
               FUNCTION TRIM(WS-DISPLAY-TOTAL) " rooms"
               FUNCTION TRIM(WS-OOO-TAG TRAILING)
               WS-SELLOUT-TAG
               DELIMITED BY SIZE INTO RPT-RECORD

           WRITE RPT-RECORD.

       WRITE-FORECAST-FOOTER.
           IF WS-OOO-ROOM-NIGHTS > 0
               MOVE WS-OOO-ROOM-NIGHTS TO WS-OOO-ROOM-NIGHTS-SHOWN
               MOVE SPACES TO RPT-RECORD
               STRING "NOTE: " FUNCTION TRIM(
                   WS-OOO-ROOM-NIGHTS-SHOWN)
                   " room-night(s) are out of order on a work order"
                   " and not sellable"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           IF WS-BK-COMMITTED-NIGHTS > 0
               MOVE WS-BK-COMMITTED-NIGHTS TO
                   WS-BK-COMMITTED-SHOWN
