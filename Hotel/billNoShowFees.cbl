      *          rate in effect on the check-in night for the
      *          room's type and is flagged IV-FEE-FLAG so the
      *          receivables aging chases it like any other open
      *          balance. Advance deposits still held on
      *          DEPOSITS.DAT for a billed booking are turned into
      *          PAYMENTS.DAT records against the fee invoice, and
      *          whatever the fee does not take is flagged for
      *          refund; a cancellation made before the cutoff
      *          bills no fee, so its deposits are flagged for
      *          refund in full. A booking that already has an
      *          invoice is left alone, so a rerun never
      *          double-bills.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS BOOKING-ID-IV
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

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

           SELECT AUDITLOG-FILE ASSIGN TO '../DATA/AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-FILE-STATUS.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  DEPOSITS-FILE.
       COPY "./CopyBooks/DEPOSITS.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  AUDITLOG-FILE.
       COPY "./CopyBooks/AUDITLOG.cpy".

       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-RATES-FILE-STATUS    PIC 99.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-DEPOSITS-FILE-STATUS PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-AUDITLOG-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RATES-EOF            PIC X VALUE 'N'.
       01  WS-NO-AUDITLOG-FILE     PIC X VALUE 'N'.
       01  WS-NO-DEPOSITS-FILE     PIC X VALUE 'N'.
       01  WS-DEP-EOF              PIC X VALUE 'N'.
       01  WS-INVOICE-FOUND        PIC X VALUE 'N'.
       01  WS-ROOM-FOUND           PIC X VALUE 'N'.

       01  WS-FEE-AMOUNT           PIC 9(5)V99.
       01  WS-FEE-REASON           PIC X(12).

       *> Held deposits applied to the fee invoice just written:
       *> what the fee still leaves owing as each deposit is taken
       *> (zero when no fee is due, so the whole deposit is owed
       *> back), and the payment ids applied deposits are written
       *> as.
       01  WS-DP-INVOICE-ID        PIC 9(5).
       01  WS-DP-OPEN-AMOUNT       PIC 9(9)V99.
       01  WS-DP-PAYMENT-OK        PIC X VALUE 'N'.
       01  WS-NEXT-PAYMENT-ID      PIC 9(5) VALUE 0.

       *> First-night rate lookup: the step with the latest
       *> effective date on or before the check-in night
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-ALREADY-BILLED       PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-NO-CX-DATE-COUNT     PIC 9(5) VALUE 0.
       01  WS-DEPOSITS-APPLIED     PIC 9(5) VALUE 0.
       01  WS-DEPOSIT-APPLIED-AMT  PIC 9(9)V99 VALUE 0.
       01  WS-REFUNDS-FLAGGED      PIC 9(5) VALUE 0.
       01  WS-REFUND-FLAGGED-AMT   PIC 9(9)V99 VALUE 0.

       *> Display fields
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-INVOICE-ID   PIC ZZZZ9.
       01  WS-DISPLAY-DEPOSIT-ID   PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99.
       01  WS-DISPLAY-TOTAL        PIC $(8)9.99-.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
           PERFORM OPEN-FEE-FILES
           PERFORM LOAD-CANCELLATION-DATES
           PERFORM FIND-HIGHEST-INVOICE-ID
           PERFORM FIND-HIGHEST-PAYMENT-ID
           PERFORM WRITE-FEE-HEADER
           PERFORM BILL-FORFEIT-BOOKINGS
           PERFORM WRITE-FEE-TOTALS
               GOBACK
           END-IF

           OPEN I-O DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS = 35
               *> No deposit has ever been taken - fees bill with
               *> nothing paid against them yet.
               MOVE 'Y' TO WS-NO-DEPOSITS-FILE
           ELSE
               IF WS-DEPOSITS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening DEPOSITS file: "
                           WS-DEPOSITS-FILE-STATUS
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE RATES-FILE
                   CLOSE INVOICES-FILE
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
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE RATES-FILE
                   CLOSE INVOICES-FILE
                   CLOSE DEPOSITS-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
           CLOSE ROOMS-FILE
           CLOSE RATES-FILE
           CLOSE INVOICES-FILE
           IF WS-NO-DEPOSITS-FILE = 'N'
               CLOSE DEPOSITS-FILE
               CLOSE PAYMENTS-FILE
           END-IF
           CLOSE REPORT-FILE.

       LOAD-CANCELLATION-DATES.
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

       BILL-FORFEIT-BOOKINGS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                   IF WS-CX-DATE NOT < WS-CUTOFF-DATE
                       MOVE "late-cancel" TO WS-FEE-REASON
                       PERFORM BILL-ONE-FEE
                   ELSE
                       *> Cancelled in good time - nothing is
                       *> forfeit, so every deposit goes back.
                       MOVE BOOKING-ID TO WS-TARGET-BOOKING-ID
                       MOVE 0 TO WS-DP-INVOICE-ID
                       MOVE 0 TO WS-DP-OPEN-AMOUNT
                       PERFORM APPLY-HELD-DEPOSITS
                   END-IF
               END-IF
           END-IF.
                   END-IF
                   ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
                   PERFORM WRITE-FEE-LINE
                   MOVE WS-NEXT-INVOICE-ID TO WS-DP-INVOICE-ID
                   MOVE WS-FEE-AMOUNT TO WS-DP-OPEN-AMOUNT
                   PERFORM APPLY-HELD-DEPOSITS
           END-WRITE.

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
           *> The deposit pays down what the fee still owes; any
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
           MOVE WS-BUSINESS-DATE TO DP-SETTLED-DATE

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
           *> the payment is dated the day it settles the fee and
           *> marked as a deposit transfer, not new takings.
           ADD 1 TO WS-NEXT-PAYMENT-ID
           MOVE WS-NEXT-PAYMENT-ID TO PAYMENT-ID
           MOVE WS-DP-INVOICE-ID TO INVOICE-ID-PY
           MOVE WS-BUSINESS-DATE TO PY-PAYMENT-DATE
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
               MOVE DP-APPLIED-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO RPT-RECORD
               STRING "    Deposit "
                   FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
                   " applied - "
                   FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF DP-REFUND-AMOUNT > 0
               ADD 1 TO WS-REFUNDS-FLAGGED
               ADD DP-REFUND-AMOUNT TO WS-REFUND-FLAGGED-AMT
               MOVE DP-REFUND-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
               MOVE SPACES TO RPT-RECORD
               STRING "    Deposit "
                   FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
                   " - Booking "
                   FUNCTION TRIM(WS-DISPLAY-BOOKING-ID) " - "
                   FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                   " flagged for refund"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       FIND-INVOICE-FOR-BOOKING.
           *> Direct keyed read against the BOOKING-ID-IV alternate
           *> index instead of rescanning INVOICES-FILE top to bottom
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-DEPOSITS-APPLIED TO WS-DISPLAY-COUNT
           MOVE WS-DEPOSIT-APPLIED-AMT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposits Applied   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " totalling " FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REFUNDS-FLAGGED TO WS-DISPLAY-COUNT
           MOVE WS-REFUND-FLAGGED-AMT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Refunds Flagged    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " totalling " FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-NO-CX-DATE-COUNT > 0
               MOVE WS-NO-CX-DATE-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
