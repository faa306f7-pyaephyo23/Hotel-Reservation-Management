      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Deposit Liability Report - the advance deposits on
      *          DEPOSITS.DAT the hotel is holding as a liability on
      *          the as-of date, worked from the deposit's own dates
      *          so a month-end can be rerun later: a deposit counts
      *          when it was received by the as-of date and had not
      *          yet been applied or flagged for refund on it
      *          (DP-SETTLED-DATE). Those for bookings arriving after
      *          the as-of date, or still to arrive, are totalled by
      *          the month of the booking's CHECKIN-DATE, the figure
      *          accounting carries forward; deposits held for
      *          guests in house and on bookings already closed but
      *          not yet billed are shown beneath, with the excess
      *          flagged for refund by the as-of date and not yet
      *          paid back on it (DP-REFUNDED-DATE), so the whole
      *          balance is accounted for in one place.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depositLiabilityReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITS-FILE ASSIGN TO '../DATA/DEPOSITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPOSIT-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-DP
                   WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITS-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/DEPLIAB.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITS-FILE.
       COPY "./CopyBooks/DEPOSITS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DEPOSITS-FILE-STATUS PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-NO-DEPOSITS-FILE     PIC X VALUE 'N'.

       01  WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR        PIC 9(4).
           05 WS-AS-OF-MONTH       PIC 9(2).
           05 WS-AS-OF-DAY         PIC 9(2).

       *> The arrival month of the booking a deposit is held for
       01  WS-ARRIVAL-DATE.
           05 WS-ARRIVAL-MONTH-KEY.
               10 WS-ARRIVAL-YEAR  PIC 9(4).
               10 WS-ARRIVAL-MONTH PIC 9(2).
           05 WS-ARRIVAL-DAY       PIC 9(2).

       *> Held deposits for future arrivals, one entry per arrival
       *> month kept in calendar order as months are added.
       01  WS-MO-COUNT             PIC 9(2) VALUE 0.
       01  WS-MO-IDX               PIC 9(2).
       01  WS-MO-SLOT              PIC 9(2).
       01  WS-MO-TABLE.
           05  WS-MO-ENTRY OCCURS 36 TIMES.
               10  WS-MO-KEY       PIC 9(6).
               10  WS-MO-DEPOSITS  PIC 9(5).
               10  WS-MO-AMOUNT    PIC 9(9)V99.
       01  WS-MO-OVERFLOW-COUNT    PIC 9(5) VALUE 0.
       01  WS-MO-OVERFLOW-AMOUNT   PIC 9(9)V99 VALUE 0.

       *> Liability totals by where the deposit stands
       01  WS-ARRIVAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-ARRIVAL-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-INHOUSE-COUNT        PIC 9(5) VALUE 0.
       01  WS-INHOUSE-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CLOSED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-REFUND-COUNT         PIC 9(5) VALUE 0.
       01  WS-REFUND-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-NO-BOOKING-COUNT     PIC 9(5) VALUE 0.
       01  WS-NO-BOOKING-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-LIABILITY-TOTAL      PIC 9(9)V99 VALUE 0.

       *> Display fields
       01  WS-DISPLAY-DEPOSIT-ID   PIC ZZZZ9.
       01  WS-DISPLAY-BOOKING-ID   PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-DISPLAY-MONTH.
           05 WS-DISPLAY-MONTH-Y   PIC 9(4).
           05 WS-DISPLAY-MONTH-M   PIC 9(2).

       LINKAGE SECTION.
       01  AS-OF-DATE-PARM         PIC 9(8).

       PROCEDURE DIVISION USING AS-OF-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-AS-OF-DATE
           PERFORM OPEN-LIABILITY-FILES
           PERFORM WRITE-LIABILITY-HEADER
           IF WS-NO-DEPOSITS-FILE = 'N'
               PERFORM SUM-ALL-DEPOSITS
           END-IF
           PERFORM WRITE-MONTH-LINES
           PERFORM WRITE-LIABILITY-TOTALS
           PERFORM CLOSE-LIABILITY-FILES

           DISPLAY "Deposit liability report written to "
                   "../DATA/DEPLIAB.PRT"
           GOBACK.

       GET-AS-OF-DATE.
           *> An explicit as-of date passed via LINK (or a JCL PARM)
           *> reports a month-end; a zero/omitted parameter
           *> defaults to today.
           IF AS-OF-DATE-PARM NOT = 0
               MOVE AS-OF-DATE-PARM TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF.

       OPEN-LIABILITY-FILES.
           OPEN INPUT DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS = 35
               *> No deposit has ever been taken - the liability is
               *> nil.
               MOVE 'Y' TO WS-NO-DEPOSITS-FILE
           ELSE
               IF WS-DEPOSITS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening DEPOSITS file: "
                           WS-DEPOSITS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = 00
               DISPLAY "Error opening BOOKING file: "
                       WS-BOOKING-FILE-STATUS
               IF WS-NO-DEPOSITS-FILE = 'N'
                   CLOSE DEPOSITS-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
                       WS-REPORT-FILE-STATUS
               PERFORM CLOSE-LIABILITY-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-LIABILITY-FILES.
           IF WS-NO-DEPOSITS-FILE = 'N'
               CLOSE DEPOSITS-FILE
           END-IF
           CLOSE BOOKING-FILE
           CLOSE REPORT-FILE.

       SUM-ALL-DEPOSITS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPOSITS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DP-RECEIVED-DATE NOT > WS-AS-OF-DATE
                       PERFORM WEIGH-DEPOSIT-AS-OF
                   END-IF
               END-READ
           END-PERFORM.

       WEIGH-DEPOSIT-AS-OF.
           *> Still held on the as-of date when billing had not yet
           *> applied it; once it had, only a refund flagged by then
           *> and not yet paid back is still owed.
           IF DP-SETTLED-DATE = 0 OR
              DP-SETTLED-DATE > WS-AS-OF-DATE
               PERFORM PLACE-HELD-DEPOSIT
           ELSE
               IF DP-REFUND-AMOUNT > 0 AND
                  (DP-REFUNDED-DATE = 0 OR
                   DP-REFUNDED-DATE > WS-AS-OF-DATE)
                   ADD 1 TO WS-REFUND-COUNT
                   ADD DP-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   PERFORM WRITE-REFUND-LINE
               END-IF
           END-IF.

       PLACE-HELD-DEPOSIT.
           *> Where a held deposit sits on the as-of date depends on
           *> its booking: arriving after that date (or Confirmed and
           *> still to arrive), in house across it, or already over
           *> by then and not yet billed.
           MOVE BOOKING-ID-DP TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   ADD 1 TO WS-NO-BOOKING-COUNT
                   ADD DP-AMOUNT TO WS-NO-BOOKING-TOTAL
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CHECKIN-DATE > WS-AS-OF-DATE
                           PERFORM ADD-ARRIVAL-DEPOSIT
                       WHEN BOOKING-STATUS = "Confirmed"
                           PERFORM ADD-ARRIVAL-DEPOSIT
                       WHEN CHECKOUT-DATE > WS-AS-OF-DATE AND
                            (BOOKING-STATUS = "CheckedIn" OR
                             BOOKING-STATUS = "Completed")
                           ADD 1 TO WS-INHOUSE-COUNT
                           ADD DP-AMOUNT TO WS-INHOUSE-TOTAL
                       WHEN OTHER
                           ADD 1 TO WS-CLOSED-COUNT
                           ADD DP-AMOUNT TO WS-CLOSED-TOTAL
                   END-EVALUATE
           END-READ.

       ADD-ARRIVAL-DEPOSIT.
           ADD 1 TO WS-ARRIVAL-COUNT
           ADD DP-AMOUNT TO WS-ARRIVAL-TOTAL
           MOVE CHECKIN-DATE TO WS-ARRIVAL-DATE

           *> Find the month's entry, or the slot where a new month
           *> belongs so the table stays in calendar order.
           MOVE 0 TO WS-MO-SLOT
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > WS-MO-COUNT OR WS-MO-SLOT > 0
               IF WS-MO-KEY(WS-MO-IDX) NOT < WS-ARRIVAL-MONTH-KEY
                   MOVE WS-MO-IDX TO WS-MO-SLOT
               END-IF
           END-PERFORM

           IF WS-MO-SLOT > 0
               IF WS-MO-KEY(WS-MO-SLOT) = WS-ARRIVAL-MONTH-KEY
                   ADD 1 TO WS-MO-DEPOSITS(WS-MO-SLOT)
                   ADD DP-AMOUNT TO WS-MO-AMOUNT(WS-MO-SLOT)
               ELSE
                   PERFORM INSERT-ARRIVAL-MONTH
               END-IF
           ELSE
               COMPUTE WS-MO-SLOT = WS-MO-COUNT + 1
               PERFORM INSERT-ARRIVAL-MONTH
           END-IF.

       INSERT-ARRIVAL-MONTH.
           IF WS-MO-COUNT < 36
               PERFORM VARYING WS-MO-IDX FROM WS-MO-COUNT BY -1
                   UNTIL WS-MO-IDX < WS-MO-SLOT
                   MOVE WS-MO-ENTRY(WS-MO-IDX) TO
                       WS-MO-ENTRY(WS-MO-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-MO-COUNT
               MOVE WS-ARRIVAL-MONTH-KEY TO WS-MO-KEY(WS-MO-SLOT)
               MOVE 1 TO WS-MO-DEPOSITS(WS-MO-SLOT)
               MOVE DP-AMOUNT TO WS-MO-AMOUNT(WS-MO-SLOT)
           ELSE
               ADD 1 TO WS-MO-OVERFLOW-COUNT
               ADD DP-AMOUNT TO WS-MO-OVERFLOW-AMOUNT
           END-IF.

       WRITE-LIABILITY-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "       DEPOSIT LIABILITY REPORT" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "As Of: " WS-AS-OF-YEAR "/" WS-AS-OF-MONTH "/"
               WS-AS-OF-DAY DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "REFUNDS OWED TO GUESTS:" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-REFUND-LINE.
           MOVE DEPOSIT-ID TO WS-DISPLAY-DEPOSIT-ID
           MOVE BOOKING-ID-DP TO WS-DISPLAY-BOOKING-ID
           MOVE DP-REFUND-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposit "
               FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
               " - Booking " FUNCTION TRIM(WS-DISPLAY-BOOKING-ID)
               " - flagged " DP-SETTLED-DATE
               " - " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-MONTH-LINES.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "HELD FOR ARRIVALS BY ARRIVAL MONTH:" TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-MO-COUNT > 0
               PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
                   MOVE WS-MO-KEY(WS-MO-IDX) TO WS-DISPLAY-MONTH
                   MOVE WS-MO-DEPOSITS(WS-MO-IDX) TO
                       WS-DISPLAY-COUNT
                   MOVE WS-MO-AMOUNT(WS-MO-IDX) TO
                       WS-DISPLAY-AMOUNT
                   MOVE SPACES TO RPT-RECORD
                   STRING "  " WS-DISPLAY-MONTH-Y "/"
                       WS-DISPLAY-MONTH-M " : "
                       FUNCTION TRIM(WS-DISPLAY-COUNT)
                       " deposit(s), "
                       FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
           END-IF

           IF WS-MO-OVERFLOW-COUNT > 0
               MOVE WS-MO-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-MO-OVERFLOW-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  Later months : "
                   FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " deposit(s), "
                   FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       WRITE-LIABILITY-TOTALS.
           COMPUTE WS-LIABILITY-TOTAL =
               WS-ARRIVAL-TOTAL + WS-INHOUSE-TOTAL +
               WS-CLOSED-TOTAL + WS-REFUND-TOTAL +
               WS-NO-BOOKING-TOTAL

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "LIABILITY TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-ARRIVAL-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-ARRIVAL-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Future Arrivals    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " deposit(s), " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-INHOUSE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-INHOUSE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Guests In House    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " deposit(s), " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CLOSED-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Closed, Unbilled   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " deposit(s), " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REFUND-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REFUND-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Refunds Owed       : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " deposit(s), " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-NO-BOOKING-COUNT > 0
               MOVE WS-NO-BOOKING-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-NO-BOOKING-TOTAL TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  No Booking on File : "
                   FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " deposit(s), " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE WS-LIABILITY-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Total Liability    : "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-NO-DEPOSITS-FILE = 'Y'
               MOVE "  NOTE: no deposits file on record" TO
                   RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF DEPOSIT LIABILITY REPORT ***" TO
               RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM depositLiabilityReport.
