      *          the billing date, computes the nights from
      *          CHECKIN-DATE to CHECKOUT-DATE, prices each night
      *          against the RATES.DAT rate in effect that night for
      *          the type of the room slept in that night (a guest
      *          moved mid-stay is priced room by room from the
      *          STAYSEG.DAT stay segments), folds in the incidental
      *          charges posted to the booking's folio in
      *          CHARGES.DAT, adds
      *          the city occupancy tax on the room nights at the
      *          TAXRATES.DAT rate in effect each night, and writes
      *          the INVOICE-RECORD itself with an itemized folio
      *          on the billing report. Bookings attached to a
      *          group block (BLOCK-ID-BK) route their charges onto
      *          one master invoice per block per billing date
      *          instead of one invoice each. Advance deposits still
      *          held on DEPOSITS.DAT for a billed booking are turned
      *          into PAYMENTS.DAT records against the new invoice;
      *          a deposit larger than what the invoice leaves owing
      *          is flagged for refund of the excess. Bookings that
      *          already have an invoice are left alone, so a rerun
      *          never double-bills and a hand-keyed invoice is
      *          never overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-CHARGES-FILE-STATUS.

           SELECT STAYSEG-FILE ASSIGN TO '../DATA/STAYSEG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SEGMENT-KEY
               FILE STATUS IS WS-STAYSEG-FILE-STATUS.

           SELECT DEPOSITS-FILE ASSIGN TO '../DATA/DEPOSITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPOSIT-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-DP
                   WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITS-FILE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-PY
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYMENTS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/BILLING.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  CHARGES-FILE.
       COPY "./CopyBooks/CHARGES.cpy".

       FD  STAYSEG-FILE.
       COPY "./CopyBooks/STAYSEG.cpy".

       FD  DEPOSITS-FILE.
       COPY "./CopyBooks/DEPOSITS.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).
       01  WS-RATES-FILE-STATUS    PIC 99.
       01  WS-TAXRATES-FILE-STATUS PIC 99.
       01  WS-CHARGES-FILE-STATUS  PIC 99.
       01  WS-STAYSEG-FILE-STATUS  PIC 99.
       01  WS-DEPOSITS-FILE-STATUS PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RATES-EOF            PIC X VALUE 'N'.
       01  WS-CHG-EOF              PIC X VALUE 'N'.
       01  WS-NO-TAX-FILE          PIC X VALUE 'N'.
       01  WS-NO-CHARGES-FILE      PIC X VALUE 'N'.
       01  WS-NO-STAYSEG-FILE      PIC X VALUE 'N'.
       01  WS-SEG-EOF              PIC X VALUE 'N'.
       01  WS-NO-DEPOSITS-FILE     PIC X VALUE 'N'.
       01  WS-DEP-EOF              PIC X VALUE 'N'.
       01  WS-INVOICE-FOUND        PIC X VALUE 'N'.
       01  WS-ROOM-FOUND           PIC X VALUE 'N'.

               10  WS-RATE-EFF-DATE PIC 9(8).
               10  WS-RATE-AMOUNT   PIC 9(5)V99.
       01  WS-RATE-OVERFLOW        PIC X VALUE 'N'.
       01  WS-RATES-LOADED         PIC X VALUE 'N'.

       *> Rooms the booking held before its current one, from the
       *> stay segments; each night is priced at the type of the
       *> room it was spent in, and WS-ROOM-TYPE is the type whose
       *> rate steps are loaded in the table above.
       01  WS-STAY-ROOM-TYPE       PIC X(10).
       01  WS-NIGHT-ROOM-TYPE      PIC X(10).
       01  WS-SG-COUNT             PIC 9(2) VALUE 0.
       01  WS-SG-IDX               PIC 9(2).
       01  WS-SG-TABLE.
           05  WS-SG-ENTRY OCCURS 20 TIMES.
               10  WS-SG-ROOM-ID   PIC X(05).
               10  WS-SG-ROOM-TYPE PIC X(10).
               10  WS-SG-FROM      PIC 9(8).
               10  WS-SG-TO        PIC 9(8).
       01  WS-SG-MISSING-ROOM      PIC X(05).

       *> Occupancy tax steps on file, loaded once - each room
       *> night is taxed at the step in effect that night, the way
       01  WS-BLK-TAX-TOTAL        PIC 9(7)V99.
       01  WS-BLK-BOOKINGS         PIC 9(3).
       01  WS-BLK-LEAD-BOOKING     PIC 9(5).
       01  WS-BLK-BILLED-COUNT     PIC 9(3).
       01  WS-BLK-BILLED-IDX       PIC 9(3).
       01  WS-BLK-BILLED-TABLE.
           05  WS-BLK-BILLED-ID OCCURS 100 TIMES PIC 9(5).

       *> Held deposits applied to the invoice just written: what
       *> the invoice still leaves owing as each deposit is taken,
       *> and the payment ids the applied deposits are written as.
       01  WS-DP-INVOICE-ID        PIC 9(5).
       01  WS-DP-OPEN-AMOUNT       PIC 9(9)V99.
       01  WS-DP-PAYMENT-OK        PIC X VALUE 'N'.
       01  WS-NEXT-PAYMENT-ID      PIC 9(5) VALUE 0.

       *> Run counters for the billing control report
       01  WS-INVOICES-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-MASTERS-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-ALREADY-BILLED       PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEPOSITS-APPLIED     PIC 9(5) VALUE 0.
       01  WS-DEPOSIT-APPLIED-AMT  PIC 9(9)V99 VALUE 0.
       01  WS-REFUNDS-FLAGGED      PIC 9(5) VALUE 0.
       01  WS-REFUND-FLAGGED-AMT   PIC 9(9)V99 VALUE 0.

       *> Display fields
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-INVOICE-ID   PIC ZZZZ9.
       01  WS-DISPLAY-DEPOSIT-ID   PIC ZZZZ9.
       01  WS-DISPLAY-NIGHTS       PIC ZZZZ9.
       01  WS-DISPLAY-CHARGE       PIC $(8)9.99.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
           PERFORM OPEN-BILLING-FILES
           PERFORM LOAD-TAX-TABLE
           PERFORM FIND-HIGHEST-INVOICE-ID
           PERFORM FIND-HIGHEST-PAYMENT-ID
           PERFORM WRITE-BILLING-HEADER
           PERFORM BILL-CHECKOUT-BOOKINGS
           PERFORM BILL-BLOCK-MASTERS
               END-IF
           END-IF

           OPEN INPUT STAYSEG-FILE
           IF WS-STAYSEG-FILE-STATUS = 35
               *> No guest has ever moved rooms - every stay prices
               *> at its booked room's type.
               MOVE 'Y' TO WS-NO-STAYSEG-FILE
           ELSE
               IF WS-STAYSEG-FILE-STATUS NOT = 00
                   DISPLAY "Error opening STAYSEG file: "
                           WS-STAYSEG-FILE-STATUS
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE RATES-FILE
                   CLOSE INVOICES-FILE
                   IF WS-NO-TAX-FILE = 'N'
                       CLOSE TAXRATES-FILE
                   END-IF
                   IF WS-NO-CHARGES-FILE = 'N'
                       CLOSE CHARGES-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS = 35
               *> No deposit has ever been taken - every invoice
               *> bills with nothing paid against it yet.
               MOVE 'Y' TO WS-NO-DEPOSITS-FILE
           ELSE
               IF WS-DEPOSITS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening DEPOSITS file: "
                           WS-DEPOSITS-FILE-STATUS
                   PERFORM CLOSE-INPUT-FILES
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O PAYMENTS-FILE
               IF WS-PAYMENTS-FILE-STATUS = 35
                   *> File does not exist yet - create it on first
                   *> use
                   OPEN OUTPUT PAYMENTS-FILE
                   CLOSE PAYMENTS-FILE
                   OPEN I-O PAYMENTS-FILE
               END-IF
               IF WS-PAYMENTS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening PAYMENTS file: "
                           WS-PAYMENTS-FILE-STATUS
                   PERFORM CLOSE-INPUT-FILES
                   CLOSE DEPOSITS-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
               GOBACK
           END-IF.

       CLOSE-INPUT-FILES.
           CLOSE BOOKING-FILE
           CLOSE ROOMS-FILE
           CLOSE RATES-FILE
           CLOSE INVOICES-FILE
           IF WS-NO-TAX-FILE = 'N'
               CLOSE TAXRATES-FILE
           END-IF
           IF WS-NO-CHARGES-FILE = 'N'
               CLOSE CHARGES-FILE
           END-IF
           IF WS-NO-STAYSEG-FILE = 'N'
               CLOSE STAYSEG-FILE
           END-IF.

       CLOSE-BILLING-FILES.
           CLOSE BOOKING-FILE
           CLOSE ROOMS-FILE
           IF WS-NO-CHARGES-FILE = 'N'
               CLOSE CHARGES-FILE
           END-IF
           IF WS-NO-STAYSEG-FILE = 'N'
               CLOSE STAYSEG-FILE
           END-IF
           IF WS-NO-DEPOSITS-FILE = 'N'
               CLOSE DEPOSITS-FILE
               CLOSE PAYMENTS-FILE
           END-IF
           CLOSE REPORT-FILE.

       LOAD-TAX-TABLE.
               END-READ
           END-PERFORM.

       FIND-HIGHEST-PAYMENT-ID.
           *> Applied deposits continue the payment numbering after
           *> the highest id already on file.
           MOVE 0 TO WS-NEXT-PAYMENT-ID
           IF WS-NO-DEPOSITS-FILE = 'N'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAYMENT-ID > WS-NEXT-PAYMENT-ID
                           MOVE PAYMENT-ID TO WS-NEXT-PAYMENT-ID
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BILL-CHECKOUT-BOOKINGS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
           ELSE
               PERFORM LOOKUP-ROOM-TYPE
               IF WS-ROOM-FOUND = 'Y'
                   MOVE WS-ROOM-TYPE TO WS-STAY-ROOM-TYPE
                   PERFORM LOAD-STAY-SEGMENTS
                   IF WS-ROOM-FOUND = 'N'
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM WRITE-SKIP-LINE-SEGMENT-ROOM
                   END-IF
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM WRITE-SKIP-LINE-NO-ROOM
               END-IF
               IF WS-ROOM-FOUND = 'Y'
                   MOVE 'N' TO WS-RATES-LOADED
                   MOVE 'N' TO WS-RATE-OVERFLOW
                   PERFORM PRICE-EACH-NIGHT
                   IF WS-RATE-OVERFLOW = 'Y'
                       *> More rate steps on file than the table
                       *> holds - billing from a partial table could
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM WRITE-SKIP-LINE-RATE-TABLE
                   ELSE
                       IF WS-RATE-MISSING = 'Y'
                           ADD 1 TO WS-SKIPPED-COUNT
                           PERFORM WRITE-SKIP-LINE-NO-RATE
                           MOVE 'Y' TO WS-PRICE-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   MOVE ROOM-TYPE TO WS-ROOM-TYPE
           END-READ.

       LOAD-STAY-SEGMENTS.
           *> The rooms a moved guest slept in before the current
           *> one, each with its room type; a segment room missing
           *> from ROOMS.DAT cannot be priced, so the stay is left
           *> for the front desk like any other unknown room.
           MOVE 0 TO WS-SG-COUNT
           IF WS-NO-STAYSEG-FILE = 'N'
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
                           PERFORM ADD-STAY-SEGMENT
                       ELSE
                           MOVE 'Y' TO WS-SEG-EOF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-STAY-SEGMENT.
           IF WS-SG-COUNT < 20
               ADD 1 TO WS-SG-COUNT
               MOVE SS-ROOM-ID TO WS-SG-ROOM-ID(WS-SG-COUNT)
               MOVE SS-FROM-DATE TO WS-SG-FROM(WS-SG-COUNT)
               MOVE SS-TO-DATE TO WS-SG-TO(WS-SG-COUNT)
               MOVE SS-ROOM-ID TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ROOM-FOUND
                       MOVE SS-ROOM-ID TO WS-SG-MISSING-ROOM
                   NOT INVALID KEY
                       MOVE ROOM-TYPE TO
                           WS-SG-ROOM-TYPE(WS-SG-COUNT)
               END-READ
           END-IF.

       SET-NIGHT-ROOM-TYPE.
           *> A night no segment covers was spent in the current
           *> room.
           MOVE WS-STAY-ROOM-TYPE TO WS-NIGHT-ROOM-TYPE
           IF WS-SG-COUNT > 0
               PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
                   IF WS-SG-FROM(WS-SG-IDX) NOT > WS-NIGHT-DATE AND
                      WS-SG-TO(WS-SG-IDX) > WS-NIGHT-DATE
                       MOVE WS-SG-ROOM-TYPE(WS-SG-IDX) TO
                           WS-NIGHT-ROOM-TYPE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-RATES-FOR-TYPE.
           *> Pull every rate step on file for this room type into
           *> the table, oldest first, so each night can be priced
       PRICE-EACH-NIGHT.
           *> Walk the stay night by night; each night is priced at
           *> the rate step with the latest effective date on or
           *> before that night, for the type of the room the guest
           *> slept in - the rate table is reloaded whenever a move
           *> changes the type.
           MOVE 'N' TO WS-RATE-MISSING
           MOVE 0 TO WS-STAY-CHARGE
           MOVE 0 TO WS-TAX-TOTAL

           PERFORM UNTIL WS-NIGHT-INTEGER NOT < WS-CHECKOUT-INTEGER
                      OR WS-RATE-MISSING = 'Y'
                      OR WS-RATE-OVERFLOW = 'Y'
               COMPUTE WS-NIGHT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NIGHT-INTEGER)
               PERFORM SET-NIGHT-ROOM-TYPE
               IF WS-RATES-LOADED = 'N' OR
                  WS-NIGHT-ROOM-TYPE NOT = WS-ROOM-TYPE
                   MOVE WS-NIGHT-ROOM-TYPE TO WS-ROOM-TYPE
                   PERFORM LOAD-RATES-FOR-TYPE
                   MOVE 'Y' TO WS-RATES-LOADED
               END-IF
               IF WS-RATE-OVERFLOW = 'N'
                   PERFORM FIND-RATE-FOR-NIGHT
               END-IF
               IF WS-RATE-MISSING = 'N' AND WS-RATE-OVERFLOW = 'N'
                   ADD WS-NIGHT-RATE TO WS-STAY-CHARGE
                   PERFORM ADD-NIGHT-TAX
                   ADD 1 TO WS-NIGHT-INTEGER
                   ADD 1 TO WS-INVOICES-WRITTEN
                   PERFORM WRITE-INVOICE-LINE
                   PERFORM WRITE-FOLIO-DETAIL
                   MOVE WS-NEXT-INVOICE-ID TO WS-DP-INVOICE-ID
                   MOVE WS-INVOICE-TOTAL TO WS-DP-OPEN-AMOUNT
                   PERFORM APPLY-HELD-DEPOSITS
           END-WRITE.

       FIND-INVOICE-FOR-BOOKING.
           MOVE 0 TO WS-BLK-TAX-TOTAL
           MOVE 0 TO WS-BLK-BOOKINGS
           MOVE 0 TO WS-BLK-LEAD-BOOKING
           MOVE 0 TO WS-BLK-BILLED-COUNT

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
                               WS-BLK-INC-TOTAL
                           ADD WS-TAX-TOTAL TO WS-BLK-TAX-TOTAL
                           ADD 1 TO WS-BLK-BOOKINGS
                           ADD 1 TO WS-BLK-BILLED-COUNT
                           MOVE BOOKING-ID TO WS-BLK-BILLED-ID
                               (WS-BLK-BILLED-COUNT)
                           IF WS-BLK-LEAD-BOOKING = 0
                               MOVE BOOKING-ID TO
                                   WS-BLK-LEAD-BOOKING
                   ADD 1 TO WS-INVOICES-WRITTEN
                   ADD 1 TO WS-MASTERS-WRITTEN
                   PERFORM WRITE-BLOCK-MASTER-LINE
                   PERFORM APPLY-BLOCK-DEPOSITS
           END-WRITE.

       APPLY-BLOCK-DEPOSITS.
           *> Each attached booking's deposits go against the master
           *> invoice its charges were billed into.
           MOVE WS-NEXT-INVOICE-ID TO WS-DP-INVOICE-ID
           MOVE WS-INVOICE-TOTAL TO WS-DP-OPEN-AMOUNT
           PERFORM VARYING WS-BLK-BILLED-IDX FROM 1 BY 1
               UNTIL WS-BLK-BILLED-IDX > WS-BLK-BILLED-COUNT
               MOVE WS-BLK-BILLED-ID(WS-BLK-BILLED-IDX) TO
                   WS-TARGET-BOOKING-ID
               PERFORM APPLY-HELD-DEPOSITS
           END-PERFORM.

       APPLY-HELD-DEPOSITS.
           *> Every deposit still held for the booking, through the
           *> BOOKING-ID-DP alternate key, in the order taken.
           IF WS-NO-DEPOSITS-FILE = 'N'
               MOVE WS-TARGET-BOOKING-ID TO BOOKING-ID-DP
               READ DEPOSITS-FILE KEY IS BOOKING-ID-DP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-DEP-EOF
                       PERFORM UNTIL WS-DEP-EOF = 'Y'
                           IF BOOKING-ID-DP = WS-TARGET-BOOKING-ID
                               IF DP-STATUS = "Held"
                                   PERFORM APPLY-ONE-DEPOSIT
                               END-IF
                               READ DEPOSITS-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-DEP-EOF
                               END-READ
                           ELSE
                               MOVE 'Y' TO WS-DEP-EOF
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       APPLY-ONE-DEPOSIT.
           *> The deposit pays down what the invoice still owes; any
           *> part beyond that is owed back to the guest.
           IF DP-AMOUNT > WS-DP-OPEN-AMOUNT
               MOVE WS-DP-OPEN-AMOUNT TO DP-APPLIED-AMOUNT
               COMPUTE DP-REFUND-AMOUNT =
                   DP-AMOUNT - WS-DP-OPEN-AMOUNT
               MOVE "Refund" TO DP-STATUS
           ELSE
               MOVE DP-AMOUNT TO DP-APPLIED-AMOUNT
               MOVE 0 TO DP-REFUND-AMOUNT
               MOVE "Applied" TO DP-STATUS
           END-IF
           MOVE WS-DP-INVOICE-ID TO DP-INVOICE-ID
           MOVE WS-BILLING-DATE-NUM TO DP-SETTLED-DATE

           MOVE 'Y' TO WS-DP-PAYMENT-OK
           IF DP-APPLIED-AMOUNT > 0
               PERFORM WRITE-DEPOSIT-PAYMENT
           END-IF

           *> A deposit whose payment would not write stays held
           *> for the next run.
           IF WS-DP-PAYMENT-OK = 'Y'
               REWRITE DEPOSIT-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting deposit "
                               DEPOSIT-ID ": "
                               WS-DEPOSITS-FILE-STATUS
                   NOT INVALID KEY
                       SUBTRACT DP-APPLIED-AMOUNT FROM
                           WS-DP-OPEN-AMOUNT
                       PERFORM COUNT-AND-LIST-DEPOSIT
               END-REWRITE
           END-IF.

       WRITE-DEPOSIT-PAYMENT.
           *> The money was received when the deposit was taken;
           *> the payment is dated the day it settles the invoice
           *> and marked as a deposit transfer, not new takings.
           ADD 1 TO WS-NEXT-PAYMENT-ID
           MOVE WS-NEXT-PAYMENT-ID TO PAYMENT-ID
           MOVE WS-DP-INVOICE-ID TO INVOICE-ID-PY
           MOVE WS-BILLING-DATE-NUM TO PY-PAYMENT-DATE
           MOVE "Deposit" TO PY-METHOD
           MOVE DP-APPLIED-AMOUNT TO PY-AMOUNT

           WRITE PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "Error writing payment "
                           WS-NEXT-PAYMENT-ID " for deposit "
                           DEPOSIT-ID ": " WS-PAYMENTS-FILE-STATUS
                   MOVE 'N' TO WS-DP-PAYMENT-OK
           END-WRITE.

       COUNT-AND-LIST-DEPOSIT.
           MOVE DEPOSIT-ID TO WS-DISPLAY-DEPOSIT-ID
           IF DP-APPLIED-AMOUNT > 0
               ADD 1 TO WS-DEPOSITS-APPLIED
               ADD DP-APPLIED-AMOUNT TO WS-DEPOSIT-APPLIED-AMT
               MOVE DP-APPLIED-AMOUNT TO WS-DISPLAY-CHARGE
               MOVE SPACES TO RPT-RECORD
               STRING "    Deposit "
                   FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
                   " applied     "
                   FUNCTION TRIM(WS-DISPLAY-CHARGE)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF DP-REFUND-AMOUNT > 0
               ADD 1 TO WS-REFUNDS-FLAGGED
               ADD DP-REFUND-AMOUNT TO WS-REFUND-FLAGGED-AMT
               MOVE DP-REFUND-AMOUNT TO WS-DISPLAY-CHARGE
               MOVE SPACES TO RPT-RECORD
               STRING "    Deposit "
                   FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
                   " excess      "
                   FUNCTION TRIM(WS-DISPLAY-CHARGE)
                   " flagged for refund"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       WRITE-BLOCK-MASTER-LINE.
           MOVE WS-NEXT-INVOICE-ID TO WS-DISPLAY-INVOICE-ID
           MOVE WS-CUR-BLOCK-ID TO WS-DISPLAY-BOOKING-ID
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           *> A moved guest's earlier rooms, so the front desk can
           *> see why the nights priced at more than one rate.
           IF WS-SG-COUNT > 0
               PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
                   PERFORM WRITE-SEGMENT-LINE
               END-PERFORM
           END-IF

           IF WS-FOLIO-COUNT > 0
               PERFORM VARYING WS-FOLIO-IDX FROM 1 BY 1
                   UNTIL WS-FOLIO-IDX > WS-FOLIO-COUNT
               WRITE RPT-RECORD
           END-IF.

       WRITE-SEGMENT-LINE.
           MOVE SPACES TO RPT-RECORD
           STRING "      Room " WS-SG-ROOM-ID(WS-SG-IDX)
               " " WS-SG-ROOM-TYPE(WS-SG-IDX)
               " nights " WS-SG-FROM(WS-SG-IDX)
               " to " WS-SG-TO(WS-SG-IDX)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-FOLIO-CHARGE-LINE.
           MOVE WS-FOLIO-AMOUNT(WS-FOLIO-IDX) TO WS-DISPLAY-CHARGE
           MOVE SPACES TO RPT-RECORD
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-SKIP-LINE-SEGMENT-ROOM.
           MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE SPACES TO RPT-RECORD
           STRING "  SKIPPED Booking "
               FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - earlier room " WS-SG-MISSING-ROOM
               " of the stay not on ROOMS.DAT"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-SKIP-LINE-RATE-TABLE.
           MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE SPACES TO RPT-RECORD
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-DEPOSITS-APPLIED TO WS-DISPLAY-COUNT
           MOVE WS-DEPOSIT-APPLIED-AMT TO WS-DISPLAY-CHARGE
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposits Applied   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " totalling " FUNCTION TRIM(WS-DISPLAY-CHARGE)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REFUNDS-FLAGGED TO WS-DISPLAY-COUNT
           MOVE WS-REFUND-FLAGGED-AMT TO WS-DISPLAY-CHARGE
           MOVE SPACES TO RPT-RECORD
           STRING "  Refunds Flagged    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " totalling " FUNCTION TRIM(WS-DISPLAY-CHARGE)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD
