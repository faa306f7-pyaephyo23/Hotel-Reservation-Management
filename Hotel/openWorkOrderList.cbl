      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Open Work-Order List - daily list for the
      *          engineering team of every room out of order on the
      *          report date under a work order on WORKORDERS.DAT, in
      *          room order, with the room type, the reason, the date
      *          it went out, the planned return and the days out so
      *          far. An order whose planned return has been reached
      *          without the room coming back is flagged OVERDUE.
      *          Ends with counts of orders open, overdue, opened on
      *          the day and closed on the day. A past report date
      *          reprints the list as it stood that day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. openWorkOrderList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKORDERS-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-ORDER-ID
               ALTERNATE RECORD KEY IS ROOM-ID-WO
                   WITH DUPLICATES
               FILE STATUS IS WS-WORKORDERS-FILE-STATUS.

           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOMS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/WORKLIST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKORDERS-FILE.
       COPY "./CopyBooks/WORKORDERS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORKORDERS-FILE-STATUS PIC 99.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-NO-WORKORDERS-FILE   PIC X VALUE 'N'.

       01  WS-REPORT-DATE.
           05 WS-REPORT-YEAR       PIC 9(4).
           05 WS-REPORT-MONTH      PIC 9(2).
           05 WS-REPORT-DAY        PIC 9(2).
       01  WS-REPORT-DATE-NUM      PIC 9(8).

       01  WS-ROOM-TYPE            PIC X(10).
       01  WS-DAYS-OUT             PIC S9(5).
       01  WS-OVERDUE-TAG          PIC X(15).

       *> Run counters
       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-OPENED-TODAY         PIC 9(5) VALUE 0.
       01  WS-CLOSED-TODAY         PIC 9(5) VALUE 0.

       *> Display fields
       01  WS-DISPLAY-WO-ID        PIC ZZZZ9.
       01  WS-DISPLAY-DAYS         PIC ZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-DISPLAY-OPENED.
           05 WS-DISPLAY-OPENED-Y  PIC 9(4).
           05 WS-DISPLAY-OPENED-M  PIC 9(2).
           05 WS-DISPLAY-OPENED-D  PIC 9(2).
       01  WS-DISPLAY-RETURN.
           05 WS-DISPLAY-RETURN-Y  PIC 9(4).
           05 WS-DISPLAY-RETURN-M  PIC 9(2).
           05 WS-DISPLAY-RETURN-D  PIC 9(2).

       LINKAGE SECTION.
       01  REPORT-DATE-PARM        PIC 9(8).

       PROCEDURE DIVISION USING REPORT-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-REPORT-DATE
           PERFORM OPEN-LIST-FILES
           PERFORM WRITE-LIST-HEADER
           PERFORM LIST-OPEN-WORK-ORDERS
           PERFORM WRITE-LIST-TOTALS
           PERFORM CLOSE-LIST-FILES

           DISPLAY "Open work-order list written to "
                   "../DATA/WORKLIST.PRT"
           GOBACK.

       GET-REPORT-DATE.
           *> An explicit report date passed via LINK (or a JCL
           *> PARM) lets operations reprint the list for any date;
           *> a zero/omitted parameter defaults to today.
           IF REPORT-DATE-PARM NOT = 0
               MOVE REPORT-DATE-PARM TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM.

       OPEN-LIST-FILES.
           OPEN INPUT WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS = 35
               *> No work order has ever been raised - the list is
               *> simply empty, not an error.
               MOVE 'Y' TO WS-NO-WORKORDERS-FILE
           ELSE
               IF WS-WORKORDERS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening WORKORDERS file: "
                           WS-WORKORDERS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-FILE-STATUS NOT = 00
               DISPLAY "Error opening ROOMS file: "
                       WS-ROOMS-FILE-STATUS
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
               IF WS-NO-WORKORDERS-FILE = 'N'
                   CLOSE WORKORDERS-FILE
               END-IF
               CLOSE ROOMS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-LIST-FILES.
           IF WS-NO-WORKORDERS-FILE = 'N'
               CLOSE WORKORDERS-FILE
           END-IF
           CLOSE ROOMS-FILE
           CLOSE REPORT-FILE.

       LIST-OPEN-WORK-ORDERS.
           *> Reading along the ROOM-ID-WO alternate key puts the
           *> list in room order without a sort.
           IF WS-NO-WORKORDERS-FILE = 'N'
               MOVE LOW-VALUES TO ROOM-ID-WO
               START WORKORDERS-FILE KEY IS NOT LESS THAN ROOM-ID-WO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORKORDERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-WORK-ORDER
                   END-READ
               END-PERFORM
           END-IF

           IF WS-OPEN-COUNT = 0
               MOVE "  No rooms out of order" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       CHECK-ONE-WORK-ORDER.
           IF WO-OPENED-DATE = WS-REPORT-DATE-NUM
               ADD 1 TO WS-OPENED-TODAY
           END-IF
           IF WO-CLOSED-DATE = WS-REPORT-DATE-NUM
               ADD 1 TO WS-CLOSED-TODAY
           END-IF

           *> Out on the report date: gone out by then and not yet
           *> back - an order closed later still counts when the
           *> list is reprinted for an earlier day.
           IF WO-OPENED-DATE NOT > WS-REPORT-DATE-NUM AND
              (WO-CLOSED-DATE = 0 OR
               WO-CLOSED-DATE > WS-REPORT-DATE-NUM)
               ADD 1 TO WS-OPEN-COUNT
               PERFORM WRITE-WORK-ORDER-LINE
           END-IF.

       WRITE-WORK-ORDER-LINE.
           MOVE ROOM-ID-WO TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   MOVE "(no room)" TO WS-ROOM-TYPE
               NOT INVALID KEY
                   MOVE ROOM-TYPE TO WS-ROOM-TYPE
           END-READ

           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE(WO-OPENED-DATE)
           MOVE WS-DAYS-OUT TO WS-DISPLAY-DAYS

           *> Due back on or before the report date and still out
           IF WO-PLANNED-RETURN NOT > WS-REPORT-DATE-NUM
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "  ** OVERDUE **" TO WS-OVERDUE-TAG
           ELSE
               MOVE SPACES TO WS-OVERDUE-TAG
           END-IF

           MOVE WORK-ORDER-ID TO WS-DISPLAY-WO-ID
           MOVE WO-OPENED-DATE TO WS-DISPLAY-OPENED
           MOVE WO-PLANNED-RETURN TO WS-DISPLAY-RETURN

           MOVE SPACES TO RPT-RECORD
           STRING "  Room " ROOM-ID-WO " " WS-ROOM-TYPE
               " WO " FUNCTION TRIM(WS-DISPLAY-WO-ID)
               " - " FUNCTION TRIM(WO-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Out " WS-DISPLAY-OPENED-Y "/"
               WS-DISPLAY-OPENED-M "/" WS-DISPLAY-OPENED-D
               ", due back " WS-DISPLAY-RETURN-Y "/"
               WS-DISPLAY-RETURN-M "/" WS-DISPLAY-RETURN-D
               ", " FUNCTION TRIM(WS-DISPLAY-DAYS) " day(s) out"
               WS-OVERDUE-TAG
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-LIST-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "        OPEN WORK-ORDER LIST" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Report Date: " WS-REPORT-YEAR "/" WS-REPORT-MONTH
               "/" WS-REPORT-DAY DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "ROOMS OUT OF ORDER (IN ROOM ORDER):" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-LIST-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Orders Open        : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Orders Overdue     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-OPENED-TODAY TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Opened Today       : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CLOSED-TODAY TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Closed Today       : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF OPEN WORK-ORDER LIST ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM openWorkOrderList.
