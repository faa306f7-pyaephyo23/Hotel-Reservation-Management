      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Guest Statement and Collection Letter Run - turns
      *          the receivables aging into something we can send.
      *          Every invoice whose open balance (TOTAL-CHARGE plus
      *          ADJUSTMENT-AMOUNT less payments, as the aging works
      *          it out) has aged from check-out past the chosen
      *          bucket is gathered under the party that owes it:
      *          the guest on GUESTS.DAT behind the booking
      *          (BOOKING-ID-IV -> GUEST-ID-BK), or for a group
      *          block's master invoice (IV-BLOCK-ID nonzero) the
      *          block's account (BL-ACCOUNT-NAME on BLOCKS.DAT).
      *          One statement per party is printed to
      *          STATEMENTS.PRT listing each invoice's stay dates,
      *          total, payments and adjustments to date and balance
      *          due, with wording that steps up with the party's
      *          oldest bucket: a reminder at 31-60 days, a firmer
      *          letter at 61-90, a final notice at 90+. Parties
      *          with a GUEST-EMAIL go to the DUNEMAIL.DAT email
      *          extract as well. DUNHIST.DAT records each level
      *          sent, so a party already sent that level for the
      *          debt still owed is not sent the same letter twice;
      *          such parties are only counted, as skipped, in the
      *          run totals. A party whose aged invoices do
      *          not all fit the run's tables is held over whole -
      *          no letter, no DUNHIST record - to the next run.
      *          Parameters: the statement (as-of) date, zero for
      *          today, and the lowest bucket to chase - 2 for
      *          31-60 (the default when zero or out of range),
      *          3 for 61-90, 4 for 90+.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guestStatementRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-IV
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-PY
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYMENTS-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT GUESTS-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID
               FILE STATUS IS WS-GUESTS-FILE-STATUS.

           SELECT BLOCKS-FILE ASSIGN TO '../DATA/BLOCKS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLOCK-ID
               FILE STATUS IS WS-BLOCKS-FILE-STATUS.

           SELECT DUNHIST-FILE ASSIGN TO '../DATA/DUNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUNHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/STATEMENTS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO '../DATA/DUNEMAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  GUESTS-FILE.
       COPY "./CopyBooks/GUESTS.cpy".

       FD  BLOCKS-FILE.
       COPY "./CopyBooks/BLOCKS.cpy".

       FD  DUNHIST-FILE.
       COPY "./CopyBooks/DUNHIST.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       FD  EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  EXT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-GUESTS-FILE-STATUS   PIC 99.
       01  WS-BLOCKS-FILE-STATUS   PIC 99.
       01  WS-DUNHIST-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EXTRACT-FILE-STATUS  PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-PAY-EOF              PIC X VALUE 'N'.
       01  WS-NO-PAYMENTS-FILE     PIC X VALUE 'N'.
       01  WS-NO-GUESTS-FILE       PIC X VALUE 'N'.
       01  WS-NO-BLOCKS-FILE       PIC X VALUE 'N'.
       01  WS-BOOKING-FOUND        PIC X VALUE 'N'.
       01  WS-ALREADY-SENT         PIC X VALUE 'N'.
       01  WS-HISTORY-FOUND        PIC X VALUE 'N'.

       01  WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR        PIC 9(4).
           05 WS-AS-OF-MONTH       PIC 9(2).
           05 WS-AS-OF-DAY         PIC 9(2).
       01  WS-AS-OF-DATE-NUM       PIC 9(8).
       01  WS-AS-OF-INTEGER        PIC 9(7).
       01  WS-MIN-BUCKET           PIC 9(1).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-BUCKET-IDX           PIC 9(1).

       *> The invoice being weighed
       01  WS-TARGET-INVOICE-ID    PIC 9(5).
       01  WS-PAID-AMOUNT          PIC 9(9)V99.
       01  WS-OPEN-BALANCE         PIC S9(9)V99.
       01  WS-STAY-CHECKIN         PIC 9(8).
       01  WS-STAY-CHECKOUT        PIC 9(8).

       *> The party the invoice is chased from
       01  WS-PARTY-TYPE           PIC X(01).
       01  WS-PARTY-ID             PIC 9(5).
       01  WS-PARTY-NAME           PIC X(30).
       01  WS-PARTY-EMAIL          PIC X(30).
       01  WS-PT-SLOT              PIC 9(3).

       *> Each party owing an aged balance, with its oldest bucket
       *> and oldest check-out date
       01  WS-PT-COUNT             PIC 9(3) VALUE 0.
       01  WS-PT-IDX               PIC 9(3).
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 200 TIMES.
               10  WS-PT-TYPE      PIC X(01).
               10  WS-PT-ID        PIC 9(5).
               10  WS-PT-NAME      PIC X(30).
               10  WS-PT-EMAIL     PIC X(30).
               10  WS-PT-BUCKET    PIC 9(1).
               10  WS-PT-OLDEST-OUT PIC 9(8).
               10  WS-PT-INVOICES  PIC 9(3).
               10  WS-PT-BALANCE   PIC S9(9)V99.
               10  WS-PT-HELD      PIC X(01).

       *> One line per aged invoice, in invoice order; each letter
       *> walks it for its own party
       01  WS-ST-COUNT             PIC 9(3) VALUE 0.
       01  WS-ST-IDX               PIC 9(3).
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 500 TIMES.
               10  WS-ST-PARTY-IDX PIC 9(3).
               10  WS-ST-INVOICE-ID PIC 9(5).
               10  WS-ST-CHECKIN   PIC 9(8).
               10  WS-ST-CHECKOUT  PIC 9(8).
               10  WS-ST-TOTAL     PIC 9(9)V99.
               10  WS-ST-PAID      PIC 9(9)V99.
               10  WS-ST-ADJUSTMENT PIC S9(9)V99.
               10  WS-ST-BALANCE   PIC S9(9)V99.

       *> Letter level for the party being written: 1 = 31-60,
       *> 2 = 61-90, 3 = 90+
       01  WS-LETTER-LEVEL         PIC 9(1).

       *> Run counters
       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-OVER-COUNT      PIC 9(5) VALUE 0.
       01  WS-SENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-EMAIL-COUNT          PIC 9(5) VALUE 0.
       01  WS-LEVEL-SENT-TABLE.
           05  WS-LEVEL-SENT OCCURS 3 TIMES PIC 9(5) VALUE 0.
       01  WS-SENT-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-EMAIL-TOTAL          PIC S9(11)V99 VALUE 0.

       *> Fixed-width extract fields so the mailer parses the same
       *> bytes every run
       01  WS-EXT-PARTY-ID         PIC 9(5).
       01  WS-EXT-BALANCE          PIC +9(9).99.
       01  WS-EXT-INVOICES         PIC 9(3).
       01  WS-EXT-COUNT            PIC 9(7).
       01  WS-EXT-HASH             PIC +9(11).99.

       *> Display fields
       01  WS-DISPLAY-INVOICE-ID   PIC ZZZZ9.
       01  WS-DISPLAY-PARTY-ID     PIC ZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99-.
       01  WS-DISPLAY-AMOUNT-2     PIC $(8)9.99-.
       01  WS-DISPLAY-TOTAL        PIC $(10)9.99-.
       01  WS-DISPLAY-IN.
           05 WS-DISPLAY-IN-Y      PIC 9(4).
           05 WS-DISPLAY-IN-M      PIC 9(2).
           05 WS-DISPLAY-IN-D      PIC 9(2).
       01  WS-DISPLAY-OUT.
           05 WS-DISPLAY-OUT-Y     PIC 9(4).
           05 WS-DISPLAY-OUT-M     PIC 9(2).
           05 WS-DISPLAY-OUT-D     PIC 9(2).
       01  WS-BUCKET-LABEL         PIC X(6).
       01  WS-ACCOUNT-LABEL        PIC X(11).

       LINKAGE SECTION.
       01  AS-OF-DATE-PARM         PIC 9(8).
       01  MIN-BUCKET-PARM         PIC 9(1).

       PROCEDURE DIVISION USING AS-OF-DATE-PARM MIN-BUCKET-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-STATEMENT-OPTIONS
           PERFORM OPEN-STATEMENT-FILES
           PERFORM COLLECT-AGED-INVOICES
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM STATEMENT-ONE-PARTY
           END-PERFORM
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-STATEMENT-TOTALS
           PERFORM CLOSE-STATEMENT-FILES

           MOVE WS-SENT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Guest statements written to "
                   "../DATA/STATEMENTS.PRT, email extract to "
                   "../DATA/DUNEMAIL.DAT ("
                   FUNCTION TRIM(WS-DISPLAY-COUNT) " letter(s))"
           GOBACK.

       GET-STATEMENT-OPTIONS.
           *> An explicit statement date passed via LINK (or a JCL
           *> PARM) ages the invoices as of that date; a zero or
           *> omitted parameter defaults to today.
           IF AS-OF-DATE-PARM NOT = 0
               MOVE AS-OF-DATE-PARM TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-NUM
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM)

           *> 0-30 is current trade, never chased by letter
           IF MIN-BUCKET-PARM >= 2 AND MIN-BUCKET-PARM <= 4
               MOVE MIN-BUCKET-PARM TO WS-MIN-BUCKET
           ELSE
               MOVE 2 TO WS-MIN-BUCKET
           END-IF.

       OPEN-STATEMENT-FILES.
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

           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FILE-STATUS = 35
               *> No payments have ever been recorded - every
               *> invoice is owed at its full billed amount.
               MOVE 'Y' TO WS-NO-PAYMENTS-FILE
           ELSE
               IF WS-PAYMENTS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening PAYMENTS file: "
                           WS-PAYMENTS-FILE-STATUS
                   CLOSE INVOICES-FILE
                   CLOSE BOOKING-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT GUESTS-FILE
           IF WS-GUESTS-FILE-STATUS = 35
               *> No guest master yet - letters go to the name on
               *> the booking, with no email.
               MOVE 'Y' TO WS-NO-GUESTS-FILE
           ELSE
               IF WS-GUESTS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening GUESTS file: "
                           WS-GUESTS-FILE-STATUS
                   CLOSE INVOICES-FILE
                   CLOSE BOOKING-FILE
                   IF WS-NO-PAYMENTS-FILE = 'N'
                       CLOSE PAYMENTS-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT BLOCKS-FILE
           IF WS-BLOCKS-FILE-STATUS = 35
               *> No group blocks ever set up
               MOVE 'Y' TO WS-NO-BLOCKS-FILE
           ELSE
               IF WS-BLOCKS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening BLOCKS file: "
                           WS-BLOCKS-FILE-STATUS
                   CLOSE INVOICES-FILE
                   CLOSE BOOKING-FILE
                   IF WS-NO-PAYMENTS-FILE = 'N'
                       CLOSE PAYMENTS-FILE
                   END-IF
                   IF WS-NO-GUESTS-FILE = 'N'
                       CLOSE GUESTS-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O DUNHIST-FILE
           IF WS-DUNHIST-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT DUNHIST-FILE
               CLOSE DUNHIST-FILE
               OPEN I-O DUNHIST-FILE
           END-IF
           IF WS-DUNHIST-FILE-STATUS NOT = 00
               DISPLAY "Error opening DUNHIST file: "
                       WS-DUNHIST-FILE-STATUS
               CLOSE INVOICES-FILE
               CLOSE BOOKING-FILE
               IF WS-NO-PAYMENTS-FILE = 'N'
                   CLOSE PAYMENTS-FILE
               END-IF
               IF WS-NO-GUESTS-FILE = 'N'
                   CLOSE GUESTS-FILE
               END-IF
               IF WS-NO-BLOCKS-FILE = 'N'
                   CLOSE BLOCKS-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
                       WS-REPORT-FILE-STATUS
               CLOSE INVOICES-FILE
               CLOSE BOOKING-FILE
               IF WS-NO-PAYMENTS-FILE = 'N'
                   CLOSE PAYMENTS-FILE
               END-IF
               IF WS-NO-GUESTS-FILE = 'N'
                   CLOSE GUESTS-FILE
               END-IF
               IF WS-NO-BLOCKS-FILE = 'N'
                   CLOSE BLOCKS-FILE
               END-IF
               CLOSE DUNHIST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = 00
               DISPLAY "Error opening extract file: "
                       WS-EXTRACT-FILE-STATUS
               CLOSE INVOICES-FILE
               CLOSE BOOKING-FILE
               IF WS-NO-PAYMENTS-FILE = 'N'
                   CLOSE PAYMENTS-FILE
               END-IF
               IF WS-NO-GUESTS-FILE = 'N'
                   CLOSE GUESTS-FILE
               END-IF
               IF WS-NO-BLOCKS-FILE = 'N'
                   CLOSE BLOCKS-FILE
               END-IF
               CLOSE DUNHIST-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-STATEMENT-FILES.
           CLOSE INVOICES-FILE
           CLOSE BOOKING-FILE
           IF WS-NO-PAYMENTS-FILE = 'N'
               CLOSE PAYMENTS-FILE
           END-IF
           IF WS-NO-GUESTS-FILE = 'N'
               CLOSE GUESTS-FILE
           END-IF
           IF WS-NO-BLOCKS-FILE = 'N'
               CLOSE BLOCKS-FILE
           END-IF
           CLOSE DUNHIST-FILE
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

       COLLECT-AGED-INVOICES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM WEIGH-ONE-INVOICE
               END-READ
           END-PERFORM.

       WEIGH-ONE-INVOICE.
           MOVE INVOICE-ID TO WS-TARGET-INVOICE-ID
           PERFORM SUM-PAYMENTS-FOR-INVOICE

           COMPUTE WS-OPEN-BALANCE =
               TOTAL-CHARGE + ADJUSTMENT-AMOUNT - WS-PAID-AMOUNT

           IF WS-OPEN-BALANCE > 0
               ADD 1 TO WS-OPEN-COUNT
               PERFORM AGE-FROM-CHECKOUT-DATE
               IF WS-BUCKET-IDX >= WS-MIN-BUCKET
                   ADD 1 TO WS-AGED-COUNT
                   PERFORM FIND-INVOICE-PARTY
                   PERFORM ADD-STATEMENT-LINE
               END-IF
           END-IF.

       SUM-PAYMENTS-FOR-INVOICE.
           *> Total every partial payment pointing at this invoice
           *> through the INVOICE-ID-PY alternate key.
           MOVE 0 TO WS-PAID-AMOUNT
           IF WS-NO-PAYMENTS-FILE = 'N'
               MOVE WS-TARGET-INVOICE-ID TO INVOICE-ID-PY
               READ PAYMENTS-FILE KEY IS INVOICE-ID-PY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-PAY-EOF
                       PERFORM UNTIL WS-PAY-EOF = 'Y'
                           IF INVOICE-ID-PY =
                                  WS-TARGET-INVOICE-ID
                               ADD PY-AMOUNT TO WS-PAID-AMOUNT
                               READ PAYMENTS-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-PAY-EOF
                               END-READ
                           ELSE
                               MOVE 'Y' TO WS-PAY-EOF
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       AGE-FROM-CHECKOUT-DATE.
           *> Days outstanding run from the booking's check-out
           *> date, as on the aging report; an invoice whose booking
           *> cannot be found ages as current and is not chased.
           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE 0 TO WS-AGE-DAYS
           MOVE 0 TO WS-STAY-CHECKIN
           MOVE 0 TO WS-STAY-CHECKOUT
           MOVE BOOKING-ID-IV TO BOOKING-ID
           READ BOOKING-FILE KEY IS BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-FOUND
                   MOVE CHECKIN-DATE TO WS-STAY-CHECKIN
                   MOVE CHECKOUT-DATE TO WS-STAY-CHECKOUT
                   COMPUTE WS-AGE-DAYS = WS-AS-OF-INTEGER -
                       FUNCTION INTEGER-OF-DATE(WS-STAY-CHECKOUT)
                   IF WS-AGE-DAYS < 0
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS NOT > 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS NOT > 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.

       FIND-INVOICE-PARTY.
           *> A block master is owed by the block's account; any
           *> other invoice by the guest behind its booking, or by
           *> the name on the booking when there is no guest master.
           MOVE SPACES TO WS-PARTY-NAME
           MOVE SPACES TO WS-PARTY-EMAIL
           IF IV-BLOCK-ID > 0
               MOVE 'B' TO WS-PARTY-TYPE
               MOVE IV-BLOCK-ID TO WS-PARTY-ID
               PERFORM GET-BLOCK-ACCOUNT
           ELSE
               MOVE 'K' TO WS-PARTY-TYPE
               MOVE BOOKING-ID-IV TO WS-PARTY-ID
               MOVE GUEST-NAME TO WS-PARTY-NAME
               IF GUEST-ID-BK > 0 AND WS-NO-GUESTS-FILE = 'N'
                   MOVE GUEST-ID-BK TO GUEST-ID
                   READ GUESTS-FILE KEY IS GUEST-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'G' TO WS-PARTY-TYPE
                           MOVE GUEST-ID TO WS-PARTY-ID
                           MOVE GUEST-FULL-NAME TO WS-PARTY-NAME
                           MOVE GUEST-EMAIL TO WS-PARTY-EMAIL
                   END-READ
               END-IF
           END-IF

           MOVE 0 TO WS-PT-SLOT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-SLOT > 0
               IF WS-PT-TYPE(WS-PT-IDX) = WS-PARTY-TYPE AND
                  WS-PT-ID(WS-PT-IDX) = WS-PARTY-ID
                   MOVE WS-PT-IDX TO WS-PT-SLOT
               END-IF
           END-PERFORM

           *> A new party is only taken on while there is a line
           *> free for its invoice, so no party is left on the
           *> table with nothing to send.
           IF WS-PT-SLOT = 0 AND WS-PT-COUNT < 200 AND
              WS-ST-COUNT < 500
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-SLOT
               MOVE WS-PARTY-TYPE TO WS-PT-TYPE(WS-PT-SLOT)
               MOVE WS-PARTY-ID TO WS-PT-ID(WS-PT-SLOT)
               MOVE WS-PARTY-NAME TO WS-PT-NAME(WS-PT-SLOT)
               MOVE WS-PARTY-EMAIL TO WS-PT-EMAIL(WS-PT-SLOT)
               MOVE 0 TO WS-PT-BUCKET(WS-PT-SLOT)
               MOVE 99999999 TO WS-PT-OLDEST-OUT(WS-PT-SLOT)
               MOVE 0 TO WS-PT-INVOICES(WS-PT-SLOT)
               MOVE 0 TO WS-PT-BALANCE(WS-PT-SLOT)
               MOVE 'N' TO WS-PT-HELD(WS-PT-SLOT)
           END-IF.

       GET-BLOCK-ACCOUNT.
           IF WS-NO-BLOCKS-FILE = 'N'
               MOVE IV-BLOCK-ID TO BLOCK-ID
               READ BLOCKS-FILE KEY IS BLOCK-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BL-ACCOUNT-NAME TO WS-PARTY-NAME
               END-READ
           END-IF
           IF WS-PARTY-NAME = SPACES
               MOVE IV-BLOCK-ID TO WS-DISPLAY-PARTY-ID
               STRING "Group Block "
                   FUNCTION TRIM(WS-DISPLAY-PARTY-ID)
                   " Account" DELIMITED BY SIZE INTO WS-PARTY-NAME
           END-IF.

       ADD-STATEMENT-LINE.
           *> A party beyond the table is held over to the next run.
           *> A party already on the table whose next invoice finds
           *> no line free is marked held, and is held over whole
           *> rather than sent on a partial statement.
           EVALUATE TRUE
               WHEN WS-PT-SLOT = 0
                   ADD 1 TO WS-HELD-OVER-COUNT
               WHEN WS-ST-COUNT NOT < 500
                   ADD 1 TO WS-HELD-OVER-COUNT
                   MOVE 'Y' TO WS-PT-HELD(WS-PT-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-PT-SLOT TO WS-ST-PARTY-IDX(WS-ST-COUNT)
                   MOVE INVOICE-ID TO WS-ST-INVOICE-ID(WS-ST-COUNT)
                   MOVE WS-STAY-CHECKIN TO WS-ST-CHECKIN(WS-ST-COUNT)
                   MOVE WS-STAY-CHECKOUT TO WS-ST-CHECKOUT(WS-ST-COUNT)
                   MOVE TOTAL-CHARGE TO WS-ST-TOTAL(WS-ST-COUNT)
                   MOVE WS-PAID-AMOUNT TO WS-ST-PAID(WS-ST-COUNT)
                   MOVE ADJUSTMENT-AMOUNT TO
                       WS-ST-ADJUSTMENT(WS-ST-COUNT)
                   MOVE WS-OPEN-BALANCE TO WS-ST-BALANCE(WS-ST-COUNT)

                   ADD 1 TO WS-PT-INVOICES(WS-PT-SLOT)
                   ADD WS-OPEN-BALANCE TO WS-PT-BALANCE(WS-PT-SLOT)
                   IF WS-BUCKET-IDX > WS-PT-BUCKET(WS-PT-SLOT)
                       MOVE WS-BUCKET-IDX TO WS-PT-BUCKET(WS-PT-SLOT)
                   END-IF
                   IF WS-STAY-CHECKOUT < WS-PT-OLDEST-OUT(WS-PT-SLOT)
                       MOVE WS-STAY-CHECKOUT TO
                           WS-PT-OLDEST-OUT(WS-PT-SLOT)
                   END-IF
           END-EVALUATE.

       STATEMENT-ONE-PARTY.
           *> A held party gets no letter and no DUNHIST record this
           *> run; the invoices it did have lines for are held over
           *> with the rest. Otherwise the letter level follows the
           *> party's oldest bucket.
           EVALUATE TRUE
               WHEN WS-PT-HELD(WS-PT-IDX) = 'Y' OR
                    WS-PT-INVOICES(WS-PT-IDX) = 0
                   ADD WS-PT-INVOICES(WS-PT-IDX) TO WS-HELD-OVER-COUNT
               WHEN OTHER
                   COMPUTE WS-LETTER-LEVEL = WS-PT-BUCKET(WS-PT-IDX) - 1
                   PERFORM CHECK-DUNNING-HISTORY
                   IF WS-ALREADY-SENT = 'Y'
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM WRITE-STATEMENT-LETTER
                       IF WS-PT-EMAIL(WS-PT-IDX) NOT = SPACES
                           PERFORM WRITE-EMAIL-LINE
                       END-IF
                       PERFORM RECORD-DUNNING-HISTORY
                       ADD 1 TO WS-SENT-COUNT
                       ADD 1 TO WS-LEVEL-SENT(WS-LETTER-LEVEL)
                       ADD WS-PT-BALANCE(WS-PT-IDX) TO WS-SENT-TOTAL
                   END-IF
           END-EVALUATE.

       CHECK-DUNNING-HISTORY.
           *> Already sent when this level went out on or after the
           *> check-out of the oldest stay still owed - i.e. for the
           *> debt the party owes now, not an earlier one since paid.
           MOVE 'N' TO WS-ALREADY-SENT
           MOVE 'N' TO WS-HISTORY-FOUND
           MOVE WS-PT-TYPE(WS-PT-IDX) TO DH-PARTY-TYPE
           MOVE WS-PT-ID(WS-PT-IDX) TO DH-PARTY-ID
           MOVE WS-LETTER-LEVEL TO DH-LEVEL
           READ DUNHIST-FILE KEY IS DH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-FOUND
                   IF DH-SENT-DATE NOT < WS-PT-OLDEST-OUT(WS-PT-IDX)
                       MOVE 'Y' TO WS-ALREADY-SENT
                   END-IF
           END-READ.

       RECORD-DUNNING-HISTORY.
           MOVE WS-PT-TYPE(WS-PT-IDX) TO DH-PARTY-TYPE
           MOVE WS-PT-ID(WS-PT-IDX) TO DH-PARTY-ID
           MOVE WS-LETTER-LEVEL TO DH-LEVEL
           MOVE WS-AS-OF-DATE-NUM TO DH-SENT-DATE
           MOVE WS-PT-INVOICES(WS-PT-IDX) TO DH-INVOICE-COUNT
           MOVE WS-PT-BALANCE(WS-PT-IDX) TO DH-BALANCE-SENT
           IF WS-PT-EMAIL(WS-PT-IDX) NOT = SPACES
               MOVE 'Y' TO DH-EMAIL-FLAG
           ELSE
               MOVE 'N' TO DH-EMAIL-FLAG
           END-IF

           IF WS-HISTORY-FOUND = 'Y'
               REWRITE DUNHIST-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting DUNHIST record: "
                               WS-DUNHIST-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE DUNHIST-RECORD
                   INVALID KEY
                       DISPLAY "Error writing DUNHIST record: "
                               WS-DUNHIST-FILE-STATUS
               END-WRITE
           END-IF.

       WRITE-STATEMENT-LETTER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "          STATEMENT OF ACCOUNT" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Statement Date: " WS-AS-OF-YEAR "/"
               WS-AS-OF-MONTH "/" WS-AS-OF-DAY
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           EVALUATE WS-PT-TYPE(WS-PT-IDX)
               WHEN 'G' MOVE "Guest" TO WS-ACCOUNT-LABEL
               WHEN 'B' MOVE "Group Block" TO WS-ACCOUNT-LABEL
               WHEN OTHER MOVE "Booking" TO WS-ACCOUNT-LABEL
           END-EVALUATE
           MOVE WS-PT-ID(WS-PT-IDX) TO WS-DISPLAY-PARTY-ID
           MOVE SPACES TO RPT-RECORD
           STRING "Account: " FUNCTION TRIM(WS-ACCOUNT-LABEL) " "
               FUNCTION TRIM(WS-DISPLAY-PARTY-ID)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "To: " WS-PT-NAME(WS-PT-IDX)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-PT-EMAIL(WS-PT-IDX) NOT = SPACES
               MOVE SPACES TO RPT-RECORD
               STRING "    " WS-PT-EMAIL(WS-PT-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM WRITE-LETTER-WORDING

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-PARTY-IDX(WS-ST-IDX) = WS-PT-IDX
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-PT-BALANCE(WS-PT-IDX) TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  TOTAL BALANCE DUE: "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "Please quote the invoice number(s) with your payment."
               TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-LETTER-WORDING.
           *> The tone steps up with how long the oldest stay has
           *> gone unpaid.
           EVALUATE WS-LETTER-LEVEL
               WHEN 1
                   MOVE "Our records show the balance below from your"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "recent stay is still unpaid. If you have"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "already sent payment, please disregard this"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "reminder." TO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN 2
                   MOVE "SECOND NOTICE: the balance below is now more"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "than 60 days past due. Please remit payment"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "within 14 days, or contact our accounts office"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "to arrange settlement." TO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN OTHER
                   MOVE "FINAL NOTICE: the balance below is more than"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "90 days past due. Unless payment in full is"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "received within 10 days, the account will be"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "referred for collection without further"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "notice." TO RPT-RECORD
                   WRITE RPT-RECORD
           END-EVALUATE.

       WRITE-STATEMENT-LINE.
           MOVE WS-ST-INVOICE-ID(WS-ST-IDX) TO WS-DISPLAY-INVOICE-ID
           MOVE WS-ST-CHECKIN(WS-ST-IDX) TO WS-DISPLAY-IN
           MOVE WS-ST-CHECKOUT(WS-ST-IDX) TO WS-DISPLAY-OUT
           MOVE SPACES TO RPT-RECORD
           STRING "  Invoice " FUNCTION TRIM(WS-DISPLAY-INVOICE-ID)
               " - Stay " WS-DISPLAY-IN-Y "/" WS-DISPLAY-IN-M "/"
               WS-DISPLAY-IN-D " to " WS-DISPLAY-OUT-Y "/"
               WS-DISPLAY-OUT-M "/" WS-DISPLAY-OUT-D
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-ST-TOTAL(WS-ST-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-ST-PAID(WS-ST-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO RPT-RECORD
           STRING "    Invoice Total : "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               "   Payments    : "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT-2)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-ST-ADJUSTMENT(WS-ST-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-ST-BALANCE(WS-ST-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO RPT-RECORD
           STRING "    Adjustments   : "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               "   Balance Due : "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT-2)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXT-RECORD
           STRING "H|" WS-AS-OF-DATE
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD.

       WRITE-EMAIL-LINE.
           *> One line per letter the mailer should also email:
           *> party, address, level, balance, invoice count, name.
           MOVE WS-PT-ID(WS-PT-IDX) TO WS-EXT-PARTY-ID
           MOVE WS-PT-BALANCE(WS-PT-IDX) TO WS-EXT-BALANCE
           MOVE WS-PT-INVOICES(WS-PT-IDX) TO WS-EXT-INVOICES
           MOVE SPACES TO EXT-RECORD
           STRING "D|" WS-PT-TYPE(WS-PT-IDX) WS-EXT-PARTY-ID
               "|" WS-PT-EMAIL(WS-PT-IDX)
               "|" WS-LETTER-LEVEL
               "|" WS-EXT-BALANCE
               "|" WS-EXT-INVOICES
               "|" WS-PT-NAME(WS-PT-IDX)
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD

           ADD 1 TO WS-EMAIL-COUNT
           ADD WS-PT-BALANCE(WS-PT-IDX) TO WS-EMAIL-TOTAL.

       WRITE-EXTRACT-TRAILER.
           MOVE WS-EMAIL-COUNT TO WS-EXT-COUNT
           MOVE WS-EMAIL-TOTAL TO WS-EXT-HASH
           MOVE SPACES TO EXT-RECORD
           STRING "T|" WS-EXT-COUNT "|" WS-EXT-HASH
               DELIMITED BY SIZE INTO EXT-RECORD
           WRITE EXT-RECORD.

       WRITE-STATEMENT-TOTALS.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "   GUEST STATEMENT RUN - CONTROL TOTALS" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           EVALUATE WS-MIN-BUCKET
               WHEN 2 MOVE "31-60" TO WS-BUCKET-LABEL
               WHEN 3 MOVE "61-90" TO WS-BUCKET-LABEL
               WHEN OTHER MOVE "90+" TO WS-BUCKET-LABEL
           END-EVALUATE
           MOVE SPACES TO RPT-RECORD
           STRING "As Of: " WS-AS-OF-YEAR "/" WS-AS-OF-MONTH "/"
               WS-AS-OF-DAY "   Chasing: "
               FUNCTION TRIM(WS-BUCKET-LABEL) " days and older"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Open Invoices      : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-AGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Past The Bucket    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-SENT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-SENT-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Statements Sent    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " totalling " FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-LEVEL-SENT(1) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "    Reminder (31-60) : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-LEVEL-SENT(2) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "    Second (61-90)   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-LEVEL-SENT(3) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "    Final (90+)      : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Level Already Sent : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-EMAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Emailed            : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-HELD-OVER-COUNT > 0
               MOVE WS-HELD-OVER-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  NOTE: " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " aged invoice(s) beyond the first 500 lines /"
                   " 200 accounts held over"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF GUEST STATEMENT RUN ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM guestStatementRun.
