      *          the occupancy-taxable base - plus a trailer
      *          carrying the record count and net amount hash
      *          total so the
      *          ledger side can prove it loaded everything.
      *          Adjustments posted through ADJHIST.DAT on the date
      *          follow as A lines (booking, invoice, reason code,
      *          ledger account, amount): bad-debt write-offs go to
      *          the BADDEBT expense account rather than against
      *          revenue, and other adjustments to invoices billed on
      *          an earlier day go to REVENUE. A detail line never
      *          carries a write-off, nor an adjustment posted after
      *          the extract date, so a re-pulled day shows what was
      *          sent that night. The trailer adds the A line count
      *          and the revenue and bad-debt totals after the
      *          detail count and hash. The detail hash plus the A
      *          line REVENUE total is the revenue posted for the
      *          date; the BADDEBT total is expense and ties to
      *          nothing on the revenue side. Today's Revenue on the
      *          daily summary nets every adjustment on the day's
      *          invoices, write-offs and later postings included,
      *          so it is not a tie-out figure for this file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS BOOKING-ID-IV
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT ADJHIST-FILE ASSIGN TO '../DATA/ADJHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-AJ
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO '../DATA/REVEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  ADJHIST-FILE.
       COPY "./CopyBooks/ADJHIST.cpy".

      *> 100 bytes: the detail line grew past 80 when the
      *> net-of-tax and tax columns were added for the ledger
      *> split.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-EXTRACT-FILE-STATUS  PIC 99.
       01  WS-ADJHIST-FILE-STATUS  PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-AJ-EOF               PIC X VALUE 'N'.
       01  WS-INVOICE-FOUND        PIC X VALUE 'N'.
       01  WS-NO-ADJHIST-FILE      PIC X VALUE 'N'.
       01  WS-BILLED-TODAY         PIC X VALUE 'N'.

       01  WS-EXTRACT-DATE.
           05 WS-EXTRACT-YEAR      PIC 9(4).
       01  WS-ROOM-TYPE            PIC X(10).
       01  WS-NET-CHARGE           PIC S9(9)V99.
       01  WS-NET-OF-TAX           PIC S9(9)V99.
       01  WS-DETAIL-ADJUSTMENT    PIC S9(9)V99.
       01  WS-EXCLUDED-ADJUSTMENT  PIC S9(9)V99.
       01  WS-TARGET-INVOICE-ID    PIC 9(5).
       01  WS-ADJ-ACCOUNT          PIC X(7).

       *> Interface-file control totals
       01  WS-EXTRACT-COUNT        PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-ADJ-COUNT            PIC 9(7) VALUE 0.
       01  WS-ADJ-REVENUE-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-ADJ-BADDEBT-TOTAL    PIC S9(11)V99 VALUE 0.

       *> Fixed-width signed amounts so the ledger side parses the
       *> same bytes every day
       01  WS-EXT-NET              PIC +9(9).99.
       01  WS-EXT-HASH             PIC +9(11).99.
       01  WS-EXT-COUNT            PIC 9(7).
       01  WS-EXT-ADJ-AMOUNT       PIC +9(9).99.
       01  WS-EXT-ADJ-COUNT        PIC 9(7).
       01  WS-EXT-ADJ-REVENUE      PIC +9(11).99.
       01  WS-EXT-ADJ-BADDEBT      PIC +9(11).99.
       01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.

       LINKAGE SECTION.
           PERFORM OPEN-EXTRACT-FILES
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM EXTRACT-DAILY-INVOICES
           IF WS-NO-ADJHIST-FILE = 'N'
               PERFORM EXTRACT-DAILY-ADJUSTMENTS
           END-IF
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM CLOSE-EXTRACT-FILES

           DISPLAY "Revenue extract written to ../DATA/REVEXT.DAT"
                   " (" FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " invoice(s))"
           MOVE WS-ADJ-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "  plus " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " adjustment(s)"
           GOBACK.

       GET-EXTRACT-DATE.
               GOBACK
           END-IF

           OPEN INPUT ADJHIST-FILE
           IF WS-ADJHIST-FILE-STATUS = 35
               *> No adjustment has ever been posted - the extract
               *> is detail lines only.
               MOVE 'Y' TO WS-NO-ADJHIST-FILE
           ELSE
               IF WS-ADJHIST-FILE-STATUS NOT = 00
                   DISPLAY "Error opening ADJHIST file: "
                           WS-ADJHIST-FILE-STATUS
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE INVOICES-FILE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = 00
               DISPLAY "Error opening extract file: "
               CLOSE BOOKING-FILE
               CLOSE ROOMS-FILE
               CLOSE INVOICES-FILE
               IF WS-NO-ADJHIST-FILE = 'N'
                   CLOSE ADJHIST-FILE
               END-IF
               GOBACK
           END-IF.

           CLOSE BOOKING-FILE
           CLOSE ROOMS-FILE
           CLOSE INVOICES-FILE
           IF WS-NO-ADJHIST-FILE = 'N'
               CLOSE ADJHIST-FILE
           END-IF
           CLOSE EXTRACT-FILE.

       EXTRACT-DAILY-INVOICES.
           PERFORM FIND-INVOICE-FOR-BOOKING
           IF WS-INVOICE-FOUND = 'Y'
               PERFORM LOOKUP-ROOM-TYPE
               PERFORM SUM-EXCLUDED-ADJUSTMENTS
               COMPUTE WS-DETAIL-ADJUSTMENT =
                   ADJUSTMENT-AMOUNT - WS-EXCLUDED-ADJUSTMENT
               COMPUTE WS-NET-CHARGE =
                   TOTAL-CHARGE + WS-DETAIL-ADJUSTMENT
               *> The billed total less the occupancy tax carried
               *> inside it, so the ledger posts the two to
               *> different accounts. Not the taxable base - it
                   MOVE 'Y' TO WS-INVOICE-FOUND
           END-READ.

       SUM-EXCLUDED-ADJUSTMENTS.
           *> Write-offs are bad-debt expense, not a revenue
           *> reduction, and anything posted after the extract date
           *> was not on the invoice that night - both come out of
           *> the detail line's adjustment column.
           MOVE 0 TO WS-EXCLUDED-ADJUSTMENT
           IF WS-NO-ADJHIST-FILE = 'N'
               MOVE INVOICE-ID TO WS-TARGET-INVOICE-ID
               MOVE WS-TARGET-INVOICE-ID TO INVOICE-ID-AJ
               READ ADJHIST-FILE KEY IS INVOICE-ID-AJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-AJ-EOF
                       PERFORM UNTIL WS-AJ-EOF = 'Y'
                           IF INVOICE-ID-AJ = WS-TARGET-INVOICE-ID
                               IF AJ-REASON-CODE = "WO" OR
                                  AJ-POSTED-DATE > WS-EXTRACT-DATE
                                   ADD AJ-AMOUNT TO
                                       WS-EXCLUDED-ADJUSTMENT
                               END-IF
                               READ ADJHIST-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-AJ-EOF
                               END-READ
                           ELSE
                               MOVE 'Y' TO WS-AJ-EOF
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       EXTRACT-DAILY-ADJUSTMENTS.
           *> Every adjustment posted on the business date that is
           *> not already inside a detail line goes out as an A line
           *> for the ledger to post on its own. The per-invoice
           *> scans left the file on INVOICE-ID-AJ part-way through,
           *> so start again from the top in ADJ-ID order.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO ADJ-ID
           START ADJHIST-FILE KEY IS NOT LESS THAN ADJ-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AJ-POSTED-DATE = WS-EXTRACT-DATE
                       PERFORM EXTRACT-ONE-ADJUSTMENT
                   END-IF
               END-READ
           END-PERFORM.

       EXTRACT-ONE-ADJUSTMENT.
           IF AJ-REASON-CODE = "WO"
               MOVE "BADDEBT" TO WS-ADJ-ACCOUNT
               ADD 1 TO WS-ADJ-COUNT
               ADD AJ-AMOUNT TO WS-ADJ-BADDEBT-TOTAL
               PERFORM WRITE-EXTRACT-ADJUSTMENT
           ELSE
               PERFORM CHECK-BILLED-TODAY
               IF WS-BILLED-TODAY = 'N'
                   MOVE "REVENUE" TO WS-ADJ-ACCOUNT
                   ADD 1 TO WS-ADJ-COUNT
                   ADD AJ-AMOUNT TO WS-ADJ-REVENUE-TOTAL
                   PERFORM WRITE-EXTRACT-ADJUSTMENT
               END-IF
           END-IF.

       CHECK-BILLED-TODAY.
           *> An adjustment to an invoice whose checkout is today is
           *> already in that invoice's detail line.
           MOVE 'N' TO WS-BILLED-TODAY
           MOVE AJ-BOOKING-ID TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CHECKOUT-DATE TO WS-CHECKOUT-DATE
                   IF BOOKING-STATUS = "Completed" AND
                      WS-CHECKOUT-DATE = WS-EXTRACT-DATE
                       MOVE AJ-BOOKING-ID TO WS-TARGET-BOOKING-ID
                       PERFORM FIND-INVOICE-FOR-BOOKING
                       IF WS-INVOICE-FOUND = 'Y' AND
                          INVOICE-ID = INVOICE-ID-AJ
                           MOVE 'Y' TO WS-BILLED-TODAY
                       END-IF
                   END-IF
           END-READ.

       LOOKUP-ROOM-TYPE.
           *> The revenue still extracts when the room id is bad -
           *> the daily summary counts it, so the ledger must see it

       WRITE-EXTRACT-DETAIL.
           MOVE TOTAL-CHARGE TO WS-EXT-GROSS
           MOVE WS-DETAIL-ADJUSTMENT TO WS-EXT-ADJUSTMENT
           MOVE WS-NET-OF-TAX TO WS-EXT-NET-OF-TAX
           MOVE IV-TAX-AMOUNT TO WS-EXT-TAX
           MOVE WS-NET-CHARGE TO WS-EXT-NET
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD.

       WRITE-EXTRACT-ADJUSTMENT.
           MOVE AJ-AMOUNT TO WS-EXT-ADJ-AMOUNT

           MOVE SPACES TO EXT-RECORD
           STRING "A|" AJ-BOOKING-ID
               "|" INVOICE-ID-AJ
               "|" AJ-REASON-CODE
               "|" WS-ADJ-ACCOUNT
               "|" WS-EXT-ADJ-AMOUNT
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD.

       WRITE-EXTRACT-TRAILER.
           *> Detail count and hash first, as they always were, so
           *> the ledger's existing proof still reads the same
           *> bytes; the adjustment totals follow.
           MOVE WS-EXTRACT-COUNT TO WS-EXT-COUNT
           MOVE WS-HASH-TOTAL TO WS-EXT-HASH
           MOVE WS-ADJ-COUNT TO WS-EXT-ADJ-COUNT
           MOVE WS-ADJ-REVENUE-TOTAL TO WS-EXT-ADJ-REVENUE
           MOVE WS-ADJ-BADDEBT-TOTAL TO WS-EXT-ADJ-BADDEBT

           MOVE SPACES TO EXT-RECORD
           STRING "T|" WS-EXT-COUNT "|" WS-EXT-HASH
               "|" WS-EXT-ADJ-COUNT "|" WS-EXT-ADJ-REVENUE
               "|" WS-EXT-ADJ-BADDEBT
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD.

