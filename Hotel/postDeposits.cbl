      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Deposit Posting Run - loads the front office's
      *          delimited advance-deposit file (received date,
      *          method, booking id, amount) into DEPOSITS.DAT. No
      *          invoice exists until the guest departs, so a
      *          deposit is held against the booking itself: the
      *          booking must be on BOOKINGS.DAT and still Confirmed
      *          or in house. Good lines get the next DEPOSIT-ID and
      *          are written as "Held"; checkout billing and fee
      *          billing later apply them to the invoice they cut.
      *          A line RFD|deposit-id|date records that the excess
      *          on a deposit flagged "Refund" has been paid back to
      *          the guest on that date: the deposit becomes
      *          "Refunded" with DP-REFUNDED-DATE set, which takes it
      *          off the liability report.
      *          Bad lines go to an exceptions listing, and the
      *          control report's posted count and amount hash total
      *          tie back to the day's deposit takings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postDeposits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPIN-FILE ASSIGN TO '../DATA/DEPOSITIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPIN-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT DEPOSITS-FILE ASSIGN TO '../DATA/DEPOSITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPOSIT-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-DP
                   WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/DEPPOST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DPI-RECORD                 PIC X(80).

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  DEPOSITS-FILE.
       COPY "./CopyBooks/DEPOSITS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DEPIN-FILE-STATUS    PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-DEPOSITS-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-BOOKING-FOUND        PIC X VALUE 'N'.
       01  WS-LINE-REJECTED        PIC X VALUE 'N'.

       *> The deposit line split into its delimited fields; the
       *> trailing -REST bytes let the edits test what the front
       *> office actually keyed before any arithmetic touches it.
       01  WS-DI-DATE-TEXT.
           05  WS-DI-DATE-NUM      PIC 9(8).
           05  WS-DI-DATE-REST     PIC X(2).
       01  WS-DI-METHOD            PIC X(10).
       01  WS-DI-BOOKING-TEXT.
           05  WS-DI-BOOKING-NUM   PIC 9(5).
           05  WS-DI-BOOKING-REST  PIC X(5).
       01  WS-DI-AMOUNT-TEXT       PIC X(15).
       01  WS-DI-AMOUNT            PIC 9(7)V99.

       *> A refund-paid line: RFD, the deposit id, the paid date
       01  WS-RF-DEPOSIT-TEXT.
           05  WS-RF-DEPOSIT-NUM   PIC 9(5).
           05  WS-RF-DEPOSIT-REST  PIC X(5).
       01  WS-RF-DATE-TEXT.
           05  WS-RF-DATE-NUM      PIC 9(8).
           05  WS-RF-DATE-REST     PIC X(2).
       01  WS-DEPOSIT-FOUND        PIC X VALUE 'N'.

       *> Date being validated and its verdict
       01  WS-VD-DATE.
           05  WS-VD-YEAR          PIC 9(4).
           05  WS-VD-MONTH         PIC 9(2).
           05  WS-VD-DAY           PIC 9(2).
       01  WS-VD-VALID             PIC X VALUE 'N'.
       01  WS-VD-MONTH-END         PIC 9(2).

       01  WS-TARGET-BOOKING-ID    PIC 9(5).
       01  WS-NEXT-DEPOSIT-ID      PIC 9(5) VALUE 0.

       *> Run counters and the deposit hash total
       01  WS-LINES-READ           PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-REFUNDED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REFUNDED-TOTAL       PIC S9(11)V99 VALUE 0.

       *> Display fields
       01  WS-DISPLAY-DEPOSIT-ID   PIC ZZZZ9.
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99.
       01  WS-DISPLAY-TOTAL        PIC $(10)9.99-.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-REJECT-REASON        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-POSTING-FILES
           PERFORM FIND-HIGHEST-DEPOSIT-ID
           PERFORM WRITE-POSTING-HEADER
           PERFORM POST-ALL-DEPOSITS
           PERFORM WRITE-POSTING-TOTALS
           PERFORM CLOSE-POSTING-FILES

           DISPLAY "Deposit posting report written to "
                   "../DATA/DEPPOST.PRT"
           GOBACK.

       OPEN-POSTING-FILES.
           OPEN INPUT DEPIN-FILE
           IF WS-DEPIN-FILE-STATUS NOT = 00
               DISPLAY "Error opening DEPOSITIN file: "
                       WS-DEPIN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = 00
               DISPLAY "Error opening BOOKING file: "
                       WS-BOOKING-FILE-STATUS
               CLOSE DEPIN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT DEPOSITS-FILE
               CLOSE DEPOSITS-FILE
               OPEN I-O DEPOSITS-FILE
           END-IF
           IF WS-DEPOSITS-FILE-STATUS NOT = 00
               DISPLAY "Error opening DEPOSITS file: "
                       WS-DEPOSITS-FILE-STATUS
               CLOSE DEPIN-FILE
               CLOSE BOOKING-FILE
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
           CLOSE DEPIN-FILE
           CLOSE BOOKING-FILE
           CLOSE DEPOSITS-FILE
           CLOSE REPORT-FILE.

       FIND-HIGHEST-DEPOSIT-ID.
           *> New deposits continue the numbering after the highest
           *> id already on file.
           MOVE 0 TO WS-NEXT-DEPOSIT-ID
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPOSITS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DEPOSIT-ID > WS-NEXT-DEPOSIT-ID
                       MOVE DEPOSIT-ID TO WS-NEXT-DEPOSIT-ID
                   END-IF
               END-READ
           END-PERFORM.

       POST-ALL-DEPOSITS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DPI-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM POST-ONE-DEPOSIT
                   END-IF
               END-READ
           END-PERFORM.

       POST-ONE-DEPOSIT.
           MOVE 'N' TO WS-LINE-REJECTED
           PERFORM PARSE-DEPOSIT-LINE
           IF WS-DI-DATE-TEXT = "RFD"
               PERFORM POST-REFUND-PAID
           ELSE
               PERFORM EDIT-DEPOSIT-LINE
               IF WS-LINE-REJECTED = 'N'
                   PERFORM WRITE-NEW-DEPOSIT
               END-IF
           END-IF.

       POST-REFUND-PAID.
           MOVE SPACES TO WS-RF-DEPOSIT-TEXT
           MOVE SPACES TO WS-RF-DATE-TEXT
           MOVE SPACES TO WS-DI-AMOUNT-TEXT
           UNSTRING DPI-RECORD DELIMITED BY "|"
               INTO WS-DI-DATE-TEXT
                    WS-RF-DEPOSIT-TEXT
                    WS-RF-DATE-TEXT
           END-UNSTRING
           PERFORM EDIT-REFUND-LINE
           IF WS-LINE-REJECTED = 'N'
               PERFORM MARK-DEPOSIT-REFUNDED
           END-IF.

       EDIT-REFUND-LINE.
           *> Only the excess billing flagged "Refund" can be paid
           *> back, once, on a real date no earlier than the flag.
           IF WS-RF-DEPOSIT-NUM NOT NUMERIC OR
              WS-RF-DEPOSIT-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-DEPOSIT
           ELSE
               PERFORM FIND-DEPOSIT-ON-FILE
               IF WS-DEPOSIT-FOUND = 'N'
                   PERFORM REJECT-LINE-NO-DEPOSIT
               ELSE
                   IF DP-STATUS NOT = "Refund"
                       PERFORM REJECT-LINE-NOT-REFUND
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-RF-DATE-NUM NOT NUMERIC OR
                  WS-RF-DATE-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-REFUND-DATE
               ELSE
                   MOVE WS-RF-DATE-NUM TO WS-VD-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-VD-VALID = 'N' OR
                      WS-RF-DATE-NUM < DP-SETTLED-DATE
                       PERFORM REJECT-LINE-BAD-REFUND-DATE
                   END-IF
               END-IF
           END-IF.

       FIND-DEPOSIT-ON-FILE.
           MOVE 'N' TO WS-DEPOSIT-FOUND
           MOVE WS-RF-DEPOSIT-NUM TO DEPOSIT-ID
           READ DEPOSITS-FILE KEY IS DEPOSIT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEPOSIT-FOUND
           END-READ.

       MARK-DEPOSIT-REFUNDED.
           MOVE "Refunded" TO DP-STATUS
           MOVE WS-RF-DATE-NUM TO DP-REFUNDED-DATE

           REWRITE DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting deposit "
                           DEPOSIT-ID ": "
                           WS-DEPOSITS-FILE-STATUS
                   PERFORM REJECT-LINE-REWRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD DP-REFUND-AMOUNT TO WS-REFUNDED-TOTAL
                   PERFORM WRITE-REFUNDED-LINE
           END-REWRITE.

       PARSE-DEPOSIT-LINE.
           MOVE SPACES TO WS-DI-DATE-TEXT
           MOVE SPACES TO WS-DI-METHOD
           MOVE SPACES TO WS-DI-BOOKING-TEXT
           MOVE SPACES TO WS-DI-AMOUNT-TEXT
           UNSTRING DPI-RECORD DELIMITED BY "|"
               INTO WS-DI-DATE-TEXT
                    WS-DI-METHOD
                    WS-DI-BOOKING-TEXT
                    WS-DI-AMOUNT-TEXT
           END-UNSTRING.

       EDIT-DEPOSIT-LINE.
           *> Field edits run in order of the line's fields; the
           *> first failure rejects the line with a reason the
           *> front office can act on.
           IF WS-DI-DATE-NUM NOT NUMERIC OR
              WS-DI-DATE-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-DATE
           ELSE
               MOVE WS-DI-DATE-NUM TO WS-VD-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-VD-VALID = 'N'
                   PERFORM REJECT-LINE-BAD-DATE
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND WS-DI-METHOD = SPACES
               PERFORM REJECT-LINE-NO-METHOD
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-DI-BOOKING-NUM NOT NUMERIC OR
                  WS-DI-BOOKING-REST NOT = SPACES
                   PERFORM REJECT-LINE-BAD-BOOKING
               ELSE
                   MOVE WS-DI-BOOKING-NUM TO WS-TARGET-BOOKING-ID
                   PERFORM FIND-BOOKING-ON-FILE
                   IF WS-BOOKING-FOUND = 'N'
                       PERFORM REJECT-LINE-NO-BOOKING
                   ELSE
                       *> Once the guest has departed, been billed
                       *> as a no-show or cancelled, the money is a
                       *> payment or a refund, not a deposit.
                       IF BOOKING-STATUS NOT = "Confirmed" AND
                          BOOKING-STATUS NOT = "CheckedIn"
                           PERFORM REJECT-LINE-BOOKING-CLOSED
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF FUNCTION TEST-NUMVAL(WS-DI-AMOUNT-TEXT) NOT = 0
                   PERFORM REJECT-LINE-BAD-AMOUNT
               ELSE
                   IF FUNCTION NUMVAL(WS-DI-AMOUNT-TEXT) NOT > 0 OR
                      FUNCTION NUMVAL(WS-DI-AMOUNT-TEXT) >
                          9999999.99
                       PERFORM REJECT-LINE-BAD-AMOUNT
                   ELSE
                       COMPUTE WS-DI-AMOUNT =
                           FUNCTION NUMVAL(WS-DI-AMOUNT-TEXT)
                   END-IF
               END-IF
           END-IF.

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

       FIND-BOOKING-ON-FILE.
           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE WS-TARGET-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-FOUND
           END-READ.

       WRITE-NEW-DEPOSIT.
           ADD 1 TO WS-NEXT-DEPOSIT-ID
           MOVE WS-NEXT-DEPOSIT-ID TO DEPOSIT-ID
           MOVE WS-TARGET-BOOKING-ID TO BOOKING-ID-DP
           MOVE WS-DI-DATE-NUM TO DP-RECEIVED-DATE
           MOVE WS-DI-METHOD TO DP-METHOD
           MOVE WS-DI-AMOUNT TO DP-AMOUNT
           MOVE "Held" TO DP-STATUS
           MOVE 0 TO DP-SETTLED-DATE
           MOVE 0 TO DP-INVOICE-ID
           MOVE 0 TO DP-APPLIED-AMOUNT
           MOVE 0 TO DP-REFUND-AMOUNT
           MOVE 0 TO DP-REFUNDED-DATE

           WRITE DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "Error writing deposit "
                           WS-NEXT-DEPOSIT-ID ": "
                           WS-DEPOSITS-FILE-STATUS
                   PERFORM REJECT-LINE-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-DI-AMOUNT TO WS-POSTED-TOTAL
                   PERFORM WRITE-POSTED-LINE
           END-WRITE.

       WRITE-POSTING-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "        DEPOSIT POSTING RUN" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "DEPOSITS POSTED AND REFUNDS PAID:" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-POSTED-LINE.
           MOVE WS-NEXT-DEPOSIT-ID TO WS-DISPLAY-DEPOSIT-ID
           MOVE WS-TARGET-BOOKING-ID TO WS-DISPLAY-BOOKING-ID
           MOVE WS-DI-AMOUNT TO WS-DISPLAY-AMOUNT

           MOVE SPACES TO RPT-RECORD
           STRING "  Deposit "
               FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
               " - Booking " FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - " WS-DI-DATE-NUM
               " - " FUNCTION TRIM(WS-DI-METHOD)
               " - " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-REFUNDED-LINE.
           MOVE DEPOSIT-ID TO WS-DISPLAY-DEPOSIT-ID
           MOVE BOOKING-ID-DP TO WS-DISPLAY-BOOKING-ID
           MOVE DP-REFUND-AMOUNT TO WS-DISPLAY-AMOUNT

           MOVE SPACES TO RPT-RECORD
           STRING "  Refund Paid - Deposit "
               FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
               " - Booking " FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - " WS-RF-DATE-NUM
               " - " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       REJECT-LINE-BAD-DEPOSIT.
           MOVE "deposit id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-DEPOSIT.
           MOVE "deposit is not on DEPOSITS.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NOT-REFUND.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "deposit is " FUNCTION TRIM(DP-STATUS)
               " - only a Refund deposit can be paid back"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-REFUND-DATE.
           MOVE "refund date is not a real date on/after the flag"
               TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-REWRITE-ERROR.
           MOVE "deposit record would not rewrite" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-DATE.
           MOVE "received date is not a real calendar date"
               TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-METHOD.
           MOVE "payment method is blank" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-BOOKING.
           MOVE "booking id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-BOOKING.
           MOVE "booking is not on BOOKINGS.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BOOKING-CLOSED.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "booking is " FUNCTION TRIM(BOOKING-STATUS)
               " - a deposit needs a Confirmed or in-house booking"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-AMOUNT.
           MOVE "amount is not a number greater than zero"
               TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-WRITE-ERROR.
           MOVE "deposit record would not write" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           *> The reason is staged in WS-REJECT-REASON by the
           *> caller; the rejected line itself prints underneath so
           *> the front office can rekey it.
           MOVE 'Y' TO WS-LINE-REJECTED
           ADD 1 TO WS-REJECT-COUNT
           IF FUNCTION TEST-NUMVAL(WS-DI-AMOUNT-TEXT) = 0
               COMPUTE WS-REJECT-TOTAL = WS-REJECT-TOTAL +
                   FUNCTION NUMVAL(WS-DI-AMOUNT-TEXT)
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "  REJECTED - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Line: " FUNCTION TRIM(DPI-RECORD)
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

           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposits Posted    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Posted Hash Total  : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               " (ties to the day's deposit takings)"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REFUNDED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Refunds Paid       : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REFUNDED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Refunded Amount    : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Lines Rejected     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REJECT-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Rejected Amounts   : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               " (where the amount was readable)"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF DEPOSIT POSTING RUN ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM postDeposits.
