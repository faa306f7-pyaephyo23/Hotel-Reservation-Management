      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Monthly Agent Commission Run - works out what is
      *          owed to each travel agent and booking source on
      *          SOURCES.DAT for one calendar month. Only stay
      *          invoices (IV-FEE-FLAG 'N') cut in the month for
      *          checked-out ("Completed") bookings earn commission,
      *          so no-show and late-cancellation fees and cancelled
      *          bookings earn none. The commission base is the room
      *          portion of the invoice only: TOTAL-CHARGE less the
      *          occupancy tax carried in it (IV-TAX-AMOUNT) and the
      *          incidentals posted to CHARGES.DAT. A group block's
      *          master invoice is split back to the attached
      *          bookings billed onto it (completed, checked out on
      *          the billing date, no invoice of their own): its
      *          room portion, net of all their incidentals, is
      *          shared by nights stayed and each share commissioned
      *          at that booking's own source. Each source's
      *          SR-COMMISSION-PCT is applied to that base; a blank
      *          SOURCE-CODE-BK is direct business and earns nothing.
      *          Prints one payable statement per source to
      *          COMMSTMT.PRT and writes the accounts-payable extract
      *          COMMAP.DAT (header, one line per source payable,
      *          trailer with count and commission hash total).
      *          A date parameter picks the month it falls in; a
      *          zero/omitted parameter runs last month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agentCommissionRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-IV
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT CHARGES-FILE ASSIGN TO '../DATA/CHARGES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHARGE-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-CH
                   WITH DUPLICATES
               FILE STATUS IS WS-CHARGES-FILE-STATUS.

           SELECT SOURCES-FILE ASSIGN TO '../DATA/SOURCES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOURCE-CODE
               FILE STATUS IS WS-SOURCES-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/COMMSTMT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO '../DATA/COMMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  CHARGES-FILE.
       COPY "./CopyBooks/CHARGES.cpy".

       FD  SOURCES-FILE.
       COPY "./CopyBooks/SOURCES.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       FD  EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-CHARGES-FILE-STATUS  PIC 99.
       01  WS-SOURCES-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EXTRACT-FILE-STATUS  PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X VALUE 'N'.
       01  WS-CHG-EOF              PIC X VALUE 'N'.
       01  WS-NO-CHARGES-FILE      PIC X VALUE 'N'.
       01  WS-BOOKING-FOUND        PIC X VALUE 'N'.
       01  WS-INVOICE-FOUND        PIC X VALUE 'N'.
       01  WS-SOURCE-OK            PIC X VALUE 'N'.

       *> The commission month, first and last day
       01  WS-TODAY                PIC 9(8).
       01  WS-PARM-DATE.
           05 WS-PARM-YEAR         PIC 9(4).
           05 WS-PARM-MONTH        PIC 9(2).
           05 WS-PARM-DAY          PIC 9(2).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-MONTH-END            PIC 9(8).
       01  WS-INVOICE-DATE         PIC 9(8).

       *> The invoice being weighed
       01  WS-TARGET-BOOKING-ID    PIC 9(5).
       01  WS-INCIDENTALS-TOTAL    PIC 9(9)V99.
       01  WS-ROOM-PORTION         PIC S9(9)V99.
       01  WS-COMMISSION           PIC S9(9)V99.
       01  WS-SOURCE-CODE          PIC X(06).
       01  WS-STAY-CHECKIN         PIC 9(8).
       01  WS-STAY-CHECKOUT        PIC 9(8).
       01  WS-STAY-GUEST           PIC X(20).
       01  WS-STAY-INVOICE-ID      PIC 9(5).
       01  WS-STAY-NIGHTS          PIC 9(5).

       *> A block master being split back to the bookings billed
       *> onto it - the ones with their own invoice stay out, as
       *> they do when the master is billed. Held here because the
       *> own-invoice check reads over the master's record.
       01  WS-MASTER-INVOICE-ID    PIC 9(5).
       01  WS-MASTER-BLOCK-ID      PIC 9(5).
       01  WS-MASTER-DATE          PIC 9(8).
       01  WS-MASTER-ROOM          PIC S9(9)V99.
       01  WS-MASTER-SHARED        PIC S9(9)V99.
       01  WS-BB-COUNT             PIC 9(3) VALUE 0.
       01  WS-BB-IDX               PIC 9(3).
       01  WS-BB-NIGHTS-TOTAL      PIC 9(7).
       01  WS-BB-TABLE-NIGHTS      PIC 9(7).
       01  WS-BB-OMITTED           PIC 9(5) VALUE 0.
       01  WS-BB-TABLE.
           05  WS-BB-ENTRY OCCURS 100 TIMES.
               10  WS-BB-BOOKING-ID PIC 9(5).
               10  WS-BB-NIGHTS    PIC 9(3).

       *> Sources on file, with what each earned this month
       01  WS-SR-COUNT             PIC 9(3) VALUE 0.
       01  WS-SR-IDX               PIC 9(3).
       01  WS-SR-SLOT              PIC 9(3).
       01  WS-SR-OVERFLOW-COUNT    PIC 9(5) VALUE 0.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 100 TIMES.
               10  WS-SR-CODE      PIC X(06).
               10  WS-SR-NAME      PIC X(30).
               10  WS-SR-TYPE      PIC X(10).
               10  WS-SR-PCT       PIC 9(2)V99.
               10  WS-SR-VENDOR    PIC X(10).
               10  WS-SR-STAYS     PIC 9(5).
               10  WS-SR-ROOM-TOTAL PIC S9(9)V99.
               10  WS-SR-COMM-TOTAL PIC S9(9)V99.

       *> One line per commissioned stay, in invoice order; the
       *> statements walk it once per source. The source totals
       *> above are kept whether or not a stay fits here.
       01  WS-CM-COUNT             PIC 9(3) VALUE 0.
       01  WS-CM-IDX               PIC 9(3).
       01  WS-CM-OMITTED           PIC 9(5) VALUE 0.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 500 TIMES.
               10  WS-CM-SOURCE-IDX PIC 9(3).
               10  WS-CM-INVOICE-ID PIC 9(5).
               10  WS-CM-BOOKING-ID PIC 9(5).
               10  WS-CM-GUEST     PIC X(20).
               10  WS-CM-CHECKIN   PIC 9(8).
               10  WS-CM-CHECKOUT  PIC 9(8).
               10  WS-CM-ROOM      PIC S9(9)V99.
               10  WS-CM-COMMISSION PIC S9(9)V99.

       *> Bookings whose source is not on SOURCES.DAT - listed so
       *> the source can be set up and the month rerun
       01  WS-UK-COUNT             PIC 9(3) VALUE 0.
       01  WS-UK-IDX               PIC 9(3).
       01  WS-UK-TABLE.
           05  WS-UK-ENTRY OCCURS 50 TIMES.
               10  WS-UK-BOOKING-ID PIC 9(5).
               10  WS-UK-SOURCE    PIC X(06).

       *> Run counters
       01  WS-STAY-INVOICES        PIC 9(5) VALUE 0.
       01  WS-COMMISSIONED-COUNT   PIC 9(5) VALUE 0.
       01  WS-DIRECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-NOT-COMPLETED-COUNT  PIC 9(5) VALUE 0.
       01  WS-FEE-INVOICE-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT        PIC 9(5) VALUE 0.
       01  WS-NO-BOOKING-COUNT     PIC 9(5) VALUE 0.
       01  WS-ROOM-GRAND-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-COMM-GRAND-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-PAYABLE-COUNT        PIC 9(5) VALUE 0.

       *> Fixed-width extract fields so accounts payable parses the
       *> same bytes every month
       01  WS-EXT-STAYS            PIC 9(5).
       01  WS-EXT-ROOM             PIC +9(9).99.
       01  WS-EXT-COMMISSION       PIC +9(9).99.
       01  WS-EXT-COUNT            PIC 9(7).
       01  WS-EXT-HASH             PIC +9(11).99.

       *> Display fields
       01  WS-DISPLAY-INVOICE-ID   PIC ZZZZ9.
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-DISPLAY-PCT          PIC Z9.99.
       01  WS-DISPLAY-ROOM         PIC $(8)9.99-.
       01  WS-DISPLAY-COMMISSION   PIC $(8)9.99-.
       01  WS-DISPLAY-TOTAL        PIC $(10)9.99-.

       LINKAGE SECTION.
       01  COMMISSION-DATE-PARM    PIC 9(8).

       PROCEDURE DIVISION USING COMMISSION-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-COMMISSION-MONTH
           PERFORM OPEN-COMMISSION-FILES
           PERFORM LOAD-SOURCE-TABLE
           PERFORM WEIGH-ALL-INVOICES
           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-PAYABLE-EXTRACT
           PERFORM WRITE-COMMISSION-TOTALS
           PERFORM CLOSE-COMMISSION-FILES

           MOVE WS-PAYABLE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Commission statements written to "
                   "../DATA/COMMSTMT.PRT, payable extract to "
                   "../DATA/COMMAP.DAT ("
                   FUNCTION TRIM(WS-DISPLAY-COUNT) " source(s))"
           GOBACK.

       GET-COMMISSION-MONTH.
           *> An explicit date passed via LINK (or a JCL PARM) runs
           *> the month it falls in; a zero/omitted parameter runs
           *> the month just closed.
           IF COMMISSION-DATE-PARM NOT = 0
               MOVE COMMISSION-DATE-PARM TO WS-PARM-DATE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO WS-PARM-DATE
               MOVE 1 TO WS-PARM-DAY
               MOVE WS-PARM-DATE TO WS-MONTH-START
               COMPUTE WS-TODAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
               MOVE WS-TODAY TO WS-PARM-DATE
           END-IF

           MOVE 1 TO WS-PARM-DAY
           MOVE WS-PARM-DATE TO WS-MONTH-START
           *> Last day: the day before the first of next month
           IF WS-PARM-MONTH = 12
               COMPUTE WS-MONTH-END =
                   (WS-PARM-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MONTH-END = WS-PARM-YEAR * 10000 +
                   (WS-PARM-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1).

       OPEN-COMMISSION-FILES.
           OPEN INPUT INVOICES-FILE
           IF WS-INVOICE-FILE-STATUS NOT = 00
               DISPLAY "Error opening INVOICES file: "
                       WS-INVOICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = 00
               DISPLAY "Error opening BOOKING file: "
                       WS-BOOKING-FILE-STATUS
               CLOSE INVOICES-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SOURCES-FILE
           IF WS-SOURCES-FILE-STATUS NOT = 00
               DISPLAY "Error opening SOURCES file: "
                       WS-SOURCES-FILE-STATUS
               CLOSE INVOICES-FILE
               CLOSE BOOKING-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CHARGES-FILE
           IF WS-CHARGES-FILE-STATUS = 35
               *> No incidentals ever posted - every invoice is
               *> room and tax only.
               MOVE 'Y' TO WS-NO-CHARGES-FILE
           ELSE
               IF WS-CHARGES-FILE-STATUS NOT = 00
                   DISPLAY "Error opening CHARGES file: "
                           WS-CHARGES-FILE-STATUS
                   CLOSE INVOICES-FILE
                   CLOSE BOOKING-FILE
                   CLOSE SOURCES-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
                       WS-REPORT-FILE-STATUS
               CLOSE INVOICES-FILE
               CLOSE BOOKING-FILE
               CLOSE SOURCES-FILE
               IF WS-NO-CHARGES-FILE = 'N'
                   CLOSE CHARGES-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = 00
               DISPLAY "Error opening extract file: "
                       WS-EXTRACT-FILE-STATUS
               CLOSE INVOICES-FILE
               CLOSE BOOKING-FILE
               CLOSE SOURCES-FILE
               IF WS-NO-CHARGES-FILE = 'N'
                   CLOSE CHARGES-FILE
               END-IF
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-COMMISSION-FILES.
           CLOSE INVOICES-FILE
           CLOSE BOOKING-FILE
           CLOSE SOURCES-FILE
           IF WS-NO-CHARGES-FILE = 'N'
               CLOSE CHARGES-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

       LOAD-SOURCE-TABLE.
           *> Loaded in source-code order, which is the order the
           *> statements print in.
           MOVE 0 TO WS-SR-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-SR-COUNT < 100
                       ADD 1 TO WS-SR-COUNT
                       MOVE SOURCE-CODE TO WS-SR-CODE(WS-SR-COUNT)
                       MOVE SR-SOURCE-NAME TO
                           WS-SR-NAME(WS-SR-COUNT)
                       MOVE SR-SOURCE-TYPE TO
                           WS-SR-TYPE(WS-SR-COUNT)
                       MOVE SR-COMMISSION-PCT TO
                           WS-SR-PCT(WS-SR-COUNT)
                       MOVE SR-AP-VENDOR-ID TO
                           WS-SR-VENDOR(WS-SR-COUNT)
                       MOVE 0 TO WS-SR-STAYS(WS-SR-COUNT)
                       MOVE 0 TO WS-SR-ROOM-TOTAL(WS-SR-COUNT)
                       MOVE 0 TO WS-SR-COMM-TOTAL(WS-SR-COUNT)
                   ELSE
                       ADD 1 TO WS-SR-OVERFLOW-COUNT
                   END-IF
               END-READ
           END-PERFORM.

       WEIGH-ALL-INVOICES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE IV-INVOICE-DATE TO WS-INVOICE-DATE
                   IF WS-INVOICE-DATE NOT < WS-MONTH-START AND
                      WS-INVOICE-DATE NOT > WS-MONTH-END
                       IF IV-FEE-FLAG = 'Y'
                           ADD 1 TO WS-FEE-INVOICE-COUNT
                       ELSE
                           ADD 1 TO WS-STAY-INVOICES
                           IF IV-BLOCK-ID > 0
                               PERFORM WEIGH-BLOCK-MASTER
                           ELSE
                               PERFORM WEIGH-ONE-INVOICE
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       WEIGH-ONE-INVOICE.
           *> The booking on the invoice names the source.
           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE BOOKING-ID-IV TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   ADD 1 TO WS-NO-BOOKING-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-FOUND
           END-READ

           IF WS-BOOKING-FOUND = 'Y'
               IF BOOKING-STATUS NOT = "Completed"
                   ADD 1 TO WS-NOT-COMPLETED-COUNT
               ELSE
                   PERFORM CHECK-STAY-SOURCE
                   IF WS-SOURCE-OK = 'Y'
                       PERFORM COMMISSION-ONE-STAY
                   END-IF
               END-IF
           END-IF.

       CHECK-STAY-SOURCE.
           *> The booking in the record area earns commission when
           *> its source is on file with a rate above zero.
           MOVE 'N' TO WS-SOURCE-OK
           IF SOURCE-CODE-BK = SPACES
               ADD 1 TO WS-DIRECT-COUNT
           ELSE
               PERFORM FIND-SOURCE-SLOT
               IF WS-SR-SLOT = 0
                   PERFORM NOTE-UNKNOWN-SOURCE
               ELSE
                   IF WS-SR-PCT(WS-SR-SLOT) = 0
                       ADD 1 TO WS-DIRECT-COUNT
                   ELSE
                       MOVE 'Y' TO WS-SOURCE-OK
                   END-IF
               END-IF
           END-IF.

       WEIGH-BLOCK-MASTER.
           *> The master's booking id is only its lead booking - the
           *> stays billed onto it may each come from a different
           *> source, so each is commissioned on its own share.
           MOVE INVOICE-ID TO WS-MASTER-INVOICE-ID
           MOVE IV-BLOCK-ID TO WS-MASTER-BLOCK-ID
           MOVE IV-INVOICE-DATE TO WS-MASTER-DATE
           COMPUTE WS-MASTER-ROOM = TOTAL-CHARGE - IV-TAX-AMOUNT

           MOVE 0 TO WS-INCIDENTALS-TOTAL
           PERFORM FIND-BLOCK-BOOKINGS

           *> The own-invoice checks moved the invoice file off the
           *> master; put the sequential read back just past it.
           MOVE WS-MASTER-INVOICE-ID TO INVOICE-ID
           START INVOICES-FILE KEY IS GREATER THAN INVOICE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           IF WS-BB-COUNT = 0
               ADD 1 TO WS-NO-BOOKING-COUNT
           ELSE
               SUBTRACT WS-INCIDENTALS-TOTAL FROM WS-MASTER-ROOM
               IF WS-MASTER-ROOM < 0
                   MOVE 0 TO WS-MASTER-ROOM
               END-IF
               MOVE 0 TO WS-MASTER-SHARED
               PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BB-COUNT
                   PERFORM WEIGH-BLOCK-BOOKING
               END-PERFORM
           END-IF.

       FIND-BLOCK-BOOKINGS.
           *> The attached bookings that checked out on the master's
           *> billing date, less any billed on an invoice of their
           *> own, with the nights each stayed and the incidentals
           *> the master carries for them.
           MOVE 0 TO WS-BB-COUNT
           MOVE 0 TO WS-BB-NIGHTS-TOTAL
           MOVE 0 TO WS-BB-TABLE-NIGHTS
           MOVE 'N' TO WS-SCAN-EOF
           MOVE 0 TO BOOKING-ID
           START BOOKING-FILE KEY IS NOT LESS THAN BOOKING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BOOKING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF BLOCK-ID-BK = WS-MASTER-BLOCK-ID AND
                      CHECKOUT-DATE = WS-MASTER-DATE AND
                      BOOKING-STATUS = "Completed"
                       PERFORM NOTE-BLOCK-BOOKING
                   END-IF
               END-READ
           END-PERFORM.

       NOTE-BLOCK-BOOKING.
           MOVE BOOKING-ID TO WS-TARGET-BOOKING-ID
           PERFORM FIND-INVOICE-FOR-BOOKING
           IF WS-INVOICE-FOUND = 'N'
               *> Stays outside 1-365 nights are never billed onto
               *> a master, so they take no share of it.
               MOVE 0 TO WS-STAY-NIGHTS
               IF CHECKOUT-DATE > CHECKIN-DATE
                   COMPUTE WS-STAY-NIGHTS =
                       FUNCTION INTEGER-OF-DATE(CHECKOUT-DATE) -
                       FUNCTION INTEGER-OF-DATE(CHECKIN-DATE)
               END-IF
               IF WS-STAY-NIGHTS NOT < 1 AND
                  WS-STAY-NIGHTS NOT > 365
                   ADD WS-STAY-NIGHTS TO WS-BB-NIGHTS-TOTAL
                   PERFORM SUM-BOOKING-INCIDENTALS
                   IF WS-BB-COUNT < 100
                       ADD 1 TO WS-BB-COUNT
                       MOVE BOOKING-ID TO
                           WS-BB-BOOKING-ID(WS-BB-COUNT)
                       MOVE WS-STAY-NIGHTS TO
                           WS-BB-NIGHTS(WS-BB-COUNT)
                       ADD WS-STAY-NIGHTS TO WS-BB-TABLE-NIGHTS
                   ELSE
                       ADD 1 TO WS-BB-OMITTED
                   END-IF
               END-IF
           END-IF.

       FIND-INVOICE-FOR-BOOKING.
           *> Direct keyed read against the BOOKING-ID-IV alternate
           *> index. The master itself carries its lead booking's
           *> id, and that is no invoice of the booking's own.
           MOVE 'N' TO WS-INVOICE-FOUND
           MOVE WS-TARGET-BOOKING-ID TO BOOKING-ID-IV
           READ INVOICES-FILE KEY IS BOOKING-ID-IV
               INVALID KEY
                   MOVE 'N' TO WS-INVOICE-FOUND
               NOT INVALID KEY
                   IF INVOICE-ID NOT = WS-MASTER-INVOICE-ID
                       MOVE 'Y' TO WS-INVOICE-FOUND
                   END-IF
           END-READ.

       WEIGH-BLOCK-BOOKING.
           *> Each booking's share of the master's room portion is
           *> by nights stayed; the last takes what is left so the
           *> shares add back to the master to the cent - unless
           *> stays beyond the table hold shares of their own.
           IF WS-BB-IDX = WS-BB-COUNT AND
              WS-BB-TABLE-NIGHTS = WS-BB-NIGHTS-TOTAL
               COMPUTE WS-ROOM-PORTION =
                   WS-MASTER-ROOM - WS-MASTER-SHARED
           ELSE
               COMPUTE WS-ROOM-PORTION ROUNDED =
                   WS-MASTER-ROOM * WS-BB-NIGHTS(WS-BB-IDX) /
                   WS-BB-NIGHTS-TOTAL
           END-IF
           ADD WS-ROOM-PORTION TO WS-MASTER-SHARED

           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE WS-BB-BOOKING-ID(WS-BB-IDX) TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   ADD 1 TO WS-NO-BOOKING-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-FOUND
           END-READ

           IF WS-BOOKING-FOUND = 'Y'
               PERFORM CHECK-STAY-SOURCE
               IF WS-SOURCE-OK = 'Y'
                   MOVE WS-MASTER-INVOICE-ID TO WS-STAY-INVOICE-ID
                   PERFORM POST-STAY-COMMISSION
               END-IF
           END-IF.

       FIND-SOURCE-SLOT.
           MOVE SOURCE-CODE-BK TO WS-SOURCE-CODE
           MOVE 0 TO WS-SR-SLOT
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT OR WS-SR-SLOT > 0
               IF WS-SR-CODE(WS-SR-IDX) = WS-SOURCE-CODE
                   MOVE WS-SR-IDX TO WS-SR-SLOT
               END-IF
           END-PERFORM.

       NOTE-UNKNOWN-SOURCE.
           ADD 1 TO WS-UNKNOWN-COUNT
           IF WS-UK-COUNT < 50
               ADD 1 TO WS-UK-COUNT
               MOVE BOOKING-ID TO WS-UK-BOOKING-ID(WS-UK-COUNT)
               MOVE WS-SOURCE-CODE TO WS-UK-SOURCE(WS-UK-COUNT)
           END-IF.

       COMMISSION-ONE-STAY.
           *> Room portion: the billed total without the tax and
           *> the folio incidentals folded into it.
           MOVE 0 TO WS-INCIDENTALS-TOTAL
           MOVE BOOKING-ID-IV TO WS-TARGET-BOOKING-ID
           PERFORM SUM-BOOKING-INCIDENTALS
           COMPUTE WS-ROOM-PORTION =
               TOTAL-CHARGE - IV-TAX-AMOUNT - WS-INCIDENTALS-TOTAL
           IF WS-ROOM-PORTION < 0
               MOVE 0 TO WS-ROOM-PORTION
           END-IF
           MOVE INVOICE-ID TO WS-STAY-INVOICE-ID
           PERFORM POST-STAY-COMMISSION.

       POST-STAY-COMMISSION.
           *> Commission the room portion of the booking in the
           *> record area at the source slot found for it.
           MOVE CHECKIN-DATE TO WS-STAY-CHECKIN
           MOVE CHECKOUT-DATE TO WS-STAY-CHECKOUT
           MOVE GUEST-NAME TO WS-STAY-GUEST
           COMPUTE WS-COMMISSION ROUNDED =
               WS-ROOM-PORTION * WS-SR-PCT(WS-SR-SLOT) / 100

           ADD 1 TO WS-COMMISSIONED-COUNT
           ADD 1 TO WS-SR-STAYS(WS-SR-SLOT)
           ADD WS-ROOM-PORTION TO WS-SR-ROOM-TOTAL(WS-SR-SLOT)
           ADD WS-COMMISSION TO WS-SR-COMM-TOTAL(WS-SR-SLOT)
           ADD WS-ROOM-PORTION TO WS-ROOM-GRAND-TOTAL
           ADD WS-COMMISSION TO WS-COMM-GRAND-TOTAL

           IF WS-CM-COUNT < 500
               ADD 1 TO WS-CM-COUNT
               MOVE WS-SR-SLOT TO WS-CM-SOURCE-IDX(WS-CM-COUNT)
               MOVE WS-STAY-INVOICE-ID TO
                   WS-CM-INVOICE-ID(WS-CM-COUNT)
               MOVE BOOKING-ID TO WS-CM-BOOKING-ID(WS-CM-COUNT)
               MOVE WS-STAY-GUEST TO WS-CM-GUEST(WS-CM-COUNT)
               MOVE WS-STAY-CHECKIN TO WS-CM-CHECKIN(WS-CM-COUNT)
               MOVE WS-STAY-CHECKOUT TO WS-CM-CHECKOUT(WS-CM-COUNT)
               MOVE WS-ROOM-PORTION TO WS-CM-ROOM(WS-CM-COUNT)
               MOVE WS-COMMISSION TO WS-CM-COMMISSION(WS-CM-COUNT)
           ELSE
               ADD 1 TO WS-CM-OMITTED
           END-IF.

       SUM-BOOKING-INCIDENTALS.
           *> Every incidental posted to the booking's folio,
           *> through the BOOKING-ID-CH alternate key.
           IF WS-NO-CHARGES-FILE = 'N'
               MOVE WS-TARGET-BOOKING-ID TO BOOKING-ID-CH
               READ CHARGES-FILE KEY IS BOOKING-ID-CH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CHG-EOF
                       PERFORM UNTIL WS-CHG-EOF = 'Y'
                           IF BOOKING-ID-CH = WS-TARGET-BOOKING-ID
                               ADD CH-AMOUNT TO WS-INCIDENTALS-TOTAL
                               READ CHARGES-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-CHG-EOF
                               END-READ
                           ELSE
                               MOVE 'Y' TO WS-CHG-EOF
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       WRITE-STATEMENTS.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "    AGENT COMMISSION PAYABLE STATEMENTS" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Commission Month: " WS-PARM-YEAR "/"
               WS-PARM-MONTH DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-STAYS(WS-SR-IDX) > 0
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.

       WRITE-ONE-STATEMENT.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "------------------------------------------" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-SR-PCT(WS-SR-IDX) TO WS-DISPLAY-PCT
           MOVE SPACES TO RPT-RECORD
           STRING "SOURCE " FUNCTION TRIM(WS-SR-CODE(WS-SR-IDX))
               " - " FUNCTION TRIM(WS-SR-NAME(WS-SR-IDX))
               " (" FUNCTION TRIM(WS-SR-TYPE(WS-SR-IDX))
               ") at " FUNCTION TRIM(WS-DISPLAY-PCT) "%"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "  Pay To Vendor: "
               FUNCTION TRIM(WS-SR-VENDOR(WS-SR-IDX))
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-SOURCE-IDX(WS-CM-IDX) = WS-SR-IDX
                   PERFORM WRITE-STAY-LINE
               END-IF
           END-PERFORM

           MOVE WS-SR-STAYS(WS-SR-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-SR-ROOM-TOTAL(WS-SR-IDX) TO WS-DISPLAY-ROOM
           MOVE SPACES TO RPT-RECORD
           STRING "  Stays: " FUNCTION TRIM(WS-DISPLAY-COUNT)
               "  Room Revenue: " FUNCTION TRIM(WS-DISPLAY-ROOM)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-SR-COMM-TOTAL(WS-SR-IDX) TO WS-DISPLAY-COMMISSION
           MOVE SPACES TO RPT-RECORD
           STRING "  COMMISSION PAYABLE: "
               FUNCTION TRIM(WS-DISPLAY-COMMISSION)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-STAY-LINE.
           MOVE WS-CM-INVOICE-ID(WS-CM-IDX) TO WS-DISPLAY-INVOICE-ID
           MOVE WS-CM-BOOKING-ID(WS-CM-IDX) TO WS-DISPLAY-BOOKING-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  Invoice " FUNCTION TRIM(WS-DISPLAY-INVOICE-ID)
               " - Booking " FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - " FUNCTION TRIM(WS-CM-GUEST(WS-CM-IDX))
               " - " WS-CM-CHECKIN(WS-CM-IDX)
               " to " WS-CM-CHECKOUT(WS-CM-IDX)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CM-ROOM(WS-CM-IDX) TO WS-DISPLAY-ROOM
           MOVE WS-CM-COMMISSION(WS-CM-IDX) TO WS-DISPLAY-COMMISSION
           MOVE SPACES TO RPT-RECORD
           STRING "    Room " FUNCTION TRIM(WS-DISPLAY-ROOM)
               "  Commission " FUNCTION TRIM(WS-DISPLAY-COMMISSION)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-PAYABLE-EXTRACT.
           *> Header, one line per source with commission to pay,
           *> trailer with the count and commission hash total so
           *> payables can prove it loaded everything.
           MOVE SPACES TO EXT-RECORD
           STRING "H|" WS-PARM-YEAR WS-PARM-MONTH
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD

           MOVE 0 TO WS-PAYABLE-COUNT
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-COMM-TOTAL(WS-SR-IDX) > 0
                   ADD 1 TO WS-PAYABLE-COUNT
                   MOVE WS-SR-STAYS(WS-SR-IDX) TO WS-EXT-STAYS
                   MOVE WS-SR-ROOM-TOTAL(WS-SR-IDX) TO WS-EXT-ROOM
                   MOVE WS-SR-COMM-TOTAL(WS-SR-IDX) TO
                       WS-EXT-COMMISSION
                   MOVE SPACES TO EXT-RECORD
                   STRING "D|" WS-SR-VENDOR(WS-SR-IDX)
                       "|" WS-SR-CODE(WS-SR-IDX)
                       "|" WS-EXT-STAYS
                       "|" WS-EXT-ROOM
                       "|" WS-EXT-COMMISSION
                       DELIMITED BY SIZE INTO EXT-RECORD
                   WRITE EXT-RECORD
               END-IF
           END-PERFORM

           MOVE WS-PAYABLE-COUNT TO WS-EXT-COUNT
           MOVE WS-COMM-GRAND-TOTAL TO WS-EXT-HASH
           MOVE SPACES TO EXT-RECORD
           STRING "T|" WS-EXT-COUNT "|" WS-EXT-HASH
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD.

       WRITE-COMMISSION-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-UK-COUNT > 0
               MOVE "SOURCES NOT ON SOURCES.DAT (no commission):" TO
                   RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-UK-IDX FROM 1 BY 1
                   UNTIL WS-UK-IDX > WS-UK-COUNT
                   MOVE WS-UK-BOOKING-ID(WS-UK-IDX) TO
                       WS-DISPLAY-BOOKING-ID
                   MOVE SPACES TO RPT-RECORD
                   STRING "  Booking "
                       FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
                       " - source " WS-UK-SOURCE(WS-UK-IDX)
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           IF WS-CM-OMITTED > 0
               MOVE WS-CM-OMITTED TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  NOTE: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " stay line(s) beyond the first 500 not listed -"
                   " totals include them"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           IF WS-BB-OMITTED > 0
               MOVE WS-BB-OMITTED TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  NOTE: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " block booking(s) beyond 100 per master not"
                   " commissioned"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           IF WS-SR-OVERFLOW-COUNT > 0
               MOVE WS-SR-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  NOTE: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " source(s) beyond the first 100 not loaded"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-STAY-INVOICES TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Stay Invoices      : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-COMMISSIONED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Commissioned       : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-DIRECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Direct / No Comm.  : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-NOT-COMPLETED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Not Checked Out    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-FEE-INVOICE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Fee Invoices Passed: "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " (no-show/cancellation)"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-UNKNOWN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Unknown Source     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-NO-BOOKING-COUNT > 0
               MOVE WS-NO-BOOKING-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  Booking Not On File: "
                   FUNCTION TRIM(WS-DISPLAY-COUNT)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE WS-ROOM-GRAND-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Commissioned Room  : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-COMM-GRAND-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Commission Payable : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               " (ties to the COMMAP.DAT trailer)"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF AGENT COMMISSION RUN ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM agentCommissionRun.
