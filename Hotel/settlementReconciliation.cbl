      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Settlement Reconciliation - proves the money posted
      *          to PAYMENTS.DAT actually arrived. The card
      *          processor's daily settlement file (transaction date,
      *          method, invoice id, signed gross, fee withheld) is
      *          matched against the day's payments by invoice and
      *          method, and against the advance deposits taken on
      *          DEPOSITS.DAT by deposit id - the processor line
      *          carries D and the deposit id (D00012) in place of
      *          the invoice id. A deposit is money received the day
      *          it is taken, so the applied deposits billing later
      *          posts as payments (method "Deposit") are transfers,
      *          not fresh money, and are left out. The bank deposit
      *          file (date covered, method, amount) is
      *          then checked against what each method should have
      *          banked for the day: net settlement (gross less
      *          fees) for the card methods, the payments and
      *          deposits taken for Cash and Cheque, which are banked
      *          directly and never wait on a settlement. A deposit
      *          refund paid out (DP-REFUNDED-DATE) is the same money
      *          going back: a card refund is matched against the
      *          processor's negative line for the deposit, a cash or
      *          cheque refund comes off its date's banking. Payments
      *          (and card deposits) with no settlement, settlements
      *          with no payment (chargebacks among them), amount
      *          mismatches and bank differences
      *          are reported and held open on SUSPENSE.DAT; every
      *          run tries the open items again and clears what now
      *          matches, so nothing drops out until it clears. Each
      *          run records on SUSPENSE.DAT the highest payment and
      *          deposit ids it saw, so a payment or deposit posted
      *          after its date's run is taken by the next run and
      *          reported as late-posted - card money into the
      *          match, cash and cheques against their own date's
      *          bank difference.
      *          Rerunning a date backs out that date's earlier
      *          results first; a date older than the last run is
      *          refused so cleared history is never rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. settlementReconciliation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO '../DATA/SETTLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.

           SELECT BANKDEP-FILE ASSIGN TO '../DATA/BANKDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKDEP-FILE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-PY
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYMENTS-FILE-STATUS.

           SELECT DEPOSITS-FILE ASSIGN TO '../DATA/DEPOSITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPOSIT-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-DP
                   WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITS-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO '../DATA/SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENSE-ID
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/SETTLREC.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STL-RECORD                 PIC X(80).

       FD  BANKDEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BNK-RECORD                 PIC X(80).

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  DEPOSITS-FILE.
       COPY "./CopyBooks/DEPOSITS.cpy".

       FD  SUSPENSE-FILE.
       COPY "./CopyBooks/SUSPENSE.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SETTLE-FILE-STATUS   PIC 99.
       01  WS-BANKDEP-FILE-STATUS  PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-DEPOSITS-FILE-STATUS PIC 99.
       01  WS-SUSPENSE-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-LINE-REJECTED        PIC X VALUE 'N'.
       01  WS-LATER-RUN            PIC X VALUE 'N'.
       01  WS-RERUN                PIC X VALUE 'N'.
       01  WS-TABLE-FULL           PIC X VALUE 'N'.
       01  WS-FOUND                PIC X VALUE 'N'.
       01  WS-DIRECT-BANKED        PIC X VALUE 'N'.
       01  WS-NO-DEPOSITS-FILE     PIC X VALUE 'N'.

       01  WS-RECON-DATE           PIC 9(8).
       01  WS-NEXT-SUSPENSE-ID     PIC 9(5) VALUE 0.
       01  WS-CLOSE-ID             PIC 9(5).

       *> Which payments this run takes. The run-control record of
       *> the last earlier run gives its date and the highest
       *> payment and deposit ids on file then; every payment or
       *> deposit dated after that run, or numbered above its id,
       *> and dated no later than this run is taken. With no
       *> earlier run on file only the date's own are taken.
       01  WS-PRIOR-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-PRIOR-HIGH-PAYMENT   PIC 9(5) VALUE 0.
       01  WS-PRIOR-HIGH-DEPOSIT   PIC 9(5) VALUE 0.
       01  WS-HIGH-PAYMENT-ID      PIC 9(5) VALUE 0.
       01  WS-HIGH-DEPOSIT-ID      PIC 9(5) VALUE 0.

       *> The money being added to the match: a payment, or an
       *> advance deposit (invoice and payment ids zero)
       01  WS-TK-DATE              PIC 9(8).
       01  WS-TK-INVOICE-ID        PIC 9(5).
       01  WS-TK-PAYMENT-ID        PIC 9(5).
       01  WS-TK-DEPOSIT-ID        PIC 9(5).
       01  WS-TK-AMOUNT            PIC S9(9)V99.

       *> The settlement and bank lines split into their delimited
       *> fields; the trailing -REST bytes let the edits test what
       *> the processor or bank actually sent before any
       *> arithmetic touches it.
       01  WS-ST-DATE-TEXT.
           05  WS-ST-DATE-NUM      PIC 9(8).
           05  WS-ST-DATE-REST     PIC X(2).
       01  WS-ST-METHOD            PIC X(10).
       01  WS-ST-INVOICE-TEXT.
           05  WS-ST-INVOICE-NUM   PIC 9(5).
           05  WS-ST-INVOICE-REST  PIC X(5).
       01  WS-ST-DEPOSIT-TEXT REDEFINES WS-ST-INVOICE-TEXT.
           05  WS-ST-DEPOSIT-MARK  PIC X(01).
           05  WS-ST-DEPOSIT-NUM   PIC 9(5).
           05  WS-ST-DEPOSIT-REST  PIC X(4).
       01  WS-ST-INVOICE-ID        PIC 9(5).
       01  WS-ST-DEPOSIT-ID        PIC 9(5).
       01  WS-ST-GROSS-TEXT        PIC X(15).
       01  WS-ST-FEE-TEXT          PIC X(15).
       01  WS-ST-GROSS             PIC S9(9)V99.
       01  WS-ST-FEE               PIC S9(9)V99.

       01  WS-BK-DATE-TEXT.
           05  WS-BK-DATE-NUM      PIC 9(8).
           05  WS-BK-DATE-REST     PIC X(2).
       01  WS-BK-METHOD            PIC X(10).
       01  WS-BK-AMOUNT-TEXT       PIC X(15).
       01  WS-BK-AMOUNT            PIC S9(9)V99.

       *> Methods are keyed by hand on the remittance file, so
       *> "Visa", "VISA" and " visa" are made one before matching.
       01  WS-NORM-METHOD          PIC X(10).
       01  WS-NORM-WORK            PIC X(10).

       *> Date being validated and its verdict
       01  WS-VD-DATE.
           05  WS-VD-YEAR          PIC 9(4).
           05  WS-VD-MONTH         PIC 9(2).
           05  WS-VD-DAY           PIC 9(2).
       01  WS-VD-VALID             PIC X VALUE 'N'.
       01  WS-VD-MONTH-END         PIC 9(2).

       *> Everything waiting to be matched: the day's payments and
       *> settlement lines plus the open items carried on
       *> SUSPENSE.DAT. Side 'P' expects a settlement, side 'S'
       *> expects a payment; a carried mismatch sits on whichever
       *> side owes the difference. Side 'M' entries are the
       *> mismatch items this run opens. Status 'O' is still open,
       *> 'C' cleared by an exact match or a netted reversal, 'M'
       *> cleared into a new mismatch item, 'B' a carried payment
       *> for a method banked directly, which no settlement will
       *> ever clear. Loading stops at
       *> WS-MT-LOAD-LIMIT so every payment can still open a
       *> mismatch item in the space above it.
       01  WS-MT-LOAD-LIMIT        PIC 9(4) VALUE 1000.
       01  WS-MT-COUNT             PIC 9(4) VALUE 0.
       01  WS-MT-IDX               PIC 9(4).
       01  WS-MT-P                 PIC 9(4).
       01  WS-MT-S                 PIC 9(4).
       01  WS-MT-NEW               PIC 9(4).
       01  WS-MT-TABLE.
           05  WS-MT-ENTRY OCCURS 2000 TIMES.
               10  WS-MT-SIDE      PIC X.
               10  WS-MT-ORIGIN    PIC X.
               10  WS-MT-TYPE      PIC X.
               10  WS-MT-SUSPENSE-ID PIC 9(5).
               10  WS-MT-OPENED-DATE PIC 9(8).
               10  WS-MT-TXN-DATE  PIC 9(8).
               10  WS-MT-METHOD    PIC X(10).
               10  WS-MT-INVOICE-ID PIC 9(5).
               10  WS-MT-PAYMENT-ID PIC 9(5).
               10  WS-MT-DEPOSIT-ID PIC 9(5).
               10  WS-MT-AMOUNT    PIC S9(9)V99.
               10  WS-MT-ITEM-AMOUNT PIC S9(9)V99.
               10  WS-MT-STATUS    PIC X.
               10  WS-MT-PARTNER   PIC 9(4).
               10  WS-MT-NEXT-ITEM PIC 9(4).

       *> Bank differences: the open 'D' items carried forward plus
       *> those this run opens. WS-BD-APPLIED gathers late deposits
       *> covering a carried item's date; the item then clears and
       *> any remainder opens as a new item (WS-BD-NEXT-ITEM).
       01  WS-BD-LOAD-LIMIT        PIC 9(3) VALUE 100.
       01  WS-BD-COUNT             PIC 9(3) VALUE 0.
       01  WS-BD-IDX               PIC 9(3).
       01  WS-BD-SLOT              PIC 9(3).
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 300 TIMES.
               10  WS-BD-ORIGIN    PIC X.
               10  WS-BD-SUSPENSE-ID PIC 9(5).
               10  WS-BD-OPENED-DATE PIC 9(8).
               10  WS-BD-COVER-DATE PIC 9(8).
               10  WS-BD-METHOD    PIC X(10).
               10  WS-BD-AMOUNT    PIC S9(9)V99.
               10  WS-BD-APPLIED   PIC S9(9)V99.
               10  WS-BD-STATUS    PIC X.
               10  WS-BD-NEXT-ITEM PIC 9(3).

       *> The day by method: payments posted, gross settled, fees
       *> withheld, banked, and banked less what was expected
       01  WS-MS-COUNT             PIC 9(2) VALUE 0.
       01  WS-MS-IDX               PIC 9(2).
       01  WS-MS-SLOT              PIC 9(2).
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 20 TIMES.
               10  WS-MS-METHOD    PIC X(10).
               10  WS-MS-PAID      PIC S9(9)V99.
               10  WS-MS-SETTLED   PIC S9(9)V99.
               10  WS-MS-FEES      PIC S9(9)V99.
               10  WS-MS-BANKED    PIC S9(9)V99.
               10  WS-MS-EXPECTED  PIC S9(9)V99.
               10  WS-MS-DIFF      PIC S9(9)V99.

       *> Run counters
       01  WS-PAYMENTS-READ        PIC 9(5) VALUE 0.
       01  WS-DEPOSITS-SKIPPED     PIC 9(5) VALUE 0.
       01  WS-DEPOSITS-TAKEN       PIC 9(5) VALUE 0.
       01  WS-DEPOSITS-TAKEN-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-REFUNDS-PAID         PIC 9(5) VALUE 0.
       01  WS-REFUNDS-PAID-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-LATE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LATE-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-SETTLE-LINES         PIC 9(5) VALUE 0.
       01  WS-BANK-LINES           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHARGEBACK-COUNT     PIC 9(5) VALUE 0.
       01  WS-CHARGEBACK-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-FEE-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(5) VALUE 0.
       01  WS-NEW-ITEM-COUNT       PIC 9(5) VALUE 0.
       01  WS-SECTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-SECTION-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-UNSETTLED-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNSETTLED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-MISMATCH-COUNT       PIC 9(5) VALUE 0.
       01  WS-MISMATCH-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-BANKDIFF-COUNT       PIC 9(5) VALUE 0.
       01  WS-BANKDIFF-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-SUSPENSE-ERRORS      PIC 9(5) VALUE 0.

       *> Display fields
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-DISPLAY-ITEM-ID      PIC ZZZZ9.
       01  WS-DISPLAY-PAYMENT-ID   PIC ZZZZ9.
       01  WS-DISPLAY-INVOICE-ID   PIC ZZZZ9.
       01  WS-DISPLAY-DEPOSIT-ID   PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99-.
       01  WS-DISPLAY-SETTLED      PIC $(8)9.99-.
       01  WS-DISPLAY-TOTAL        PIC $(10)9.99-.
       01  WS-REJECT-REASON        PIC X(60).
       01  WS-REJECT-RECORD        PIC X(80).

       01  WS-SUMMARY-HEADING.
           05  FILLER              PIC X(12) VALUE "  Method".
           05  FILLER              PIC X(12) VALUE "    Payments".
           05  FILLER              PIC X(12) VALUE "     Settled".
           05  FILLER              PIC X(12) VALUE "        Fees".
           05  FILLER              PIC X(12) VALUE "      Banked".
           05  FILLER              PIC X(12) VALUE "  Difference".
       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SM-METHOD        PIC X(10).
           05  WS-SM-PAID          PIC -(8)9.99.
           05  WS-SM-SETTLED       PIC -(8)9.99.
           05  WS-SM-FEES          PIC -(8)9.99.
           05  WS-SM-BANKED        PIC -(8)9.99.
           05  WS-SM-DIFF          PIC -(8)9.99.

       01  WS-DETAIL-HEADING.
           05  FILLER              PIC X(7) VALUE "   Item".
           05  FILLER              PIC X(7) VALUE "    Pay".
           05  FILLER              PIC X(7) VALUE "    Inv".
           05  FILLER              PIC X(10) VALUE "  Date".
           05  FILLER              PIC X(12) VALUE "  Method".
           05  FILLER              PIC X(12) VALUE "      Amount".
           05  FILLER              PIC X(5) VALUE " Note".
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-ITEM          PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-PAYMENT       PIC ZZZZZ.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-INVOICE       PIC ZZZZZ.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-DATE          PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-METHOD        PIC X(10).
           05  WS-DL-AMOUNT        PIC -(8)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-NOTE          PIC X(24).

       LINKAGE SECTION.
       01  RECON-DATE-PARM         PIC 9(8).

       PROCEDURE DIVISION USING RECON-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-RECON-DATE
           PERFORM OPEN-RECON-FILES
           PERFORM WRITE-RECON-HEADER
           PERFORM LOAD-CARRIED-ITEMS
           IF WS-LATER-RUN = 'Y'
               PERFORM REFUSE-LATER-RUN
           END-IF

           PERFORM LOAD-DAYS-PAYMENTS

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "INPUT EXCEPTIONS:" TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM LOAD-SETTLEMENTS
           PERFORM LOAD-BANK-DEPOSITS
           IF WS-REJECT-COUNT = 0
               MOVE "  None - every settlement and bank line read"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF WS-TABLE-FULL = 'Y'
               PERFORM REFUSE-TABLE-FULL
           END-IF

           PERFORM MATCH-EXACT-AMOUNTS
           PERFORM MATCH-AMOUNT-MISMATCHES
           PERFORM NET-SETTLEMENT-REVERSALS
           PERFORM COMPUTE-BANK-DIFFERENCES
           PERFORM ASSIGN-NEW-ITEM-IDS

           PERFORM WRITE-METHOD-SUMMARY
           PERFORM WRITE-UNSETTLED-PAYMENTS
           PERFORM WRITE-UNMATCHED-SETTLEMENTS
           PERFORM WRITE-MISMATCHES
           PERFORM WRITE-BANK-DIFFERENCES
           PERFORM WRITE-CLEARED-ITEMS
           PERFORM UPDATE-SUSPENSE-FILE
           PERFORM WRITE-RECON-TOTALS
           PERFORM CLOSE-RECON-FILES

           DISPLAY "Settlement reconciliation written to "
                   "../DATA/SETTLREC.PRT"

           *> New items in suspense want a bookkeeper's attention
           *> before the next run; a failed suspense update wants
           *> it before anything else.
           IF WS-SUSPENSE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NEW-ITEM-COUNT > 0
                   MOVE WS-NEW-ITEM-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY "Settlement items opened in suspense: "
                           FUNCTION TRIM(WS-DISPLAY-COUNT)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       GET-RECON-DATE.
           *> An explicit business date passed via LINK (or a JCL
           *> PARM) reconciles a prior day; a zero/omitted parameter
           *> defaults to today.
           IF RECON-DATE-PARM NOT = 0
               MOVE RECON-DATE-PARM TO WS-RECON-DATE
           ELSE
               ACCEPT WS-RECON-DATE FROM DATE YYYYMMDD
           END-IF.

       OPEN-RECON-FILES.
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-FILE-STATUS NOT = 00
               DISPLAY "Error opening SETTLE file: "
                       WS-SETTLE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BANKDEP-FILE
           IF WS-BANKDEP-FILE-STATUS NOT = 00
               DISPLAY "Error opening BANKDEP file: "
                       WS-BANKDEP-FILE-STATUS
               CLOSE SETTLE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FILE-STATUS NOT = 00
               DISPLAY "Error opening PAYMENTS file: "
                       WS-PAYMENTS-FILE-STATUS
               CLOSE SETTLE-FILE
               CLOSE BANKDEP-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS = 35
               *> No deposit has been taken yet
               MOVE 'Y' TO WS-NO-DEPOSITS-FILE
           ELSE
               IF WS-DEPOSITS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening DEPOSITS file: "
                           WS-DEPOSITS-FILE-STATUS
                   CLOSE SETTLE-FILE
                   CLOSE BANKDEP-FILE
                   CLOSE PAYMENTS-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = 00
               DISPLAY "Error opening SUSPENSE file: "
                       WS-SUSPENSE-FILE-STATUS
               CLOSE SETTLE-FILE
               CLOSE BANKDEP-FILE
               CLOSE PAYMENTS-FILE
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
               PERFORM CLOSE-RECON-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-RECON-FILES.
           CLOSE SETTLE-FILE
           CLOSE BANKDEP-FILE
           CLOSE PAYMENTS-FILE
           IF WS-NO-DEPOSITS-FILE = 'N'
               CLOSE DEPOSITS-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE REPORT-FILE.

       LOAD-CARRIED-ITEMS.
           *> One pass over the suspense file: the highest item id
           *> for numbering, whether this date has run before, and
           *> every item still open going into the date. Items this
           *> date opened on an earlier run are left out and items it
           *> cleared are taken as open again, so a rerun starts from
           *> the same position as the first run did.
           MOVE 0 TO WS-NEXT-SUSPENSE-ID
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM NOTE-SUSPENSE-ITEM
               END-READ
           END-PERFORM

           IF WS-PRIOR-RUN-DATE = 0
               COMPUTE WS-PRIOR-RUN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RECON-DATE) - 1)
               MOVE 99999 TO WS-PRIOR-HIGH-PAYMENT
               MOVE 99999 TO WS-PRIOR-HIGH-DEPOSIT
           END-IF.

       NOTE-SUSPENSE-ITEM.
           IF SUSPENSE-ID > WS-NEXT-SUSPENSE-ID
               MOVE SUSPENSE-ID TO WS-NEXT-SUSPENSE-ID
           END-IF
           IF SU-OPENED-DATE > WS-RECON-DATE OR
              SU-CLEARED-DATE > WS-RECON-DATE
               MOVE 'Y' TO WS-LATER-RUN
           END-IF
           IF SU-OPENED-DATE = WS-RECON-DATE OR
              SU-CLEARED-DATE = WS-RECON-DATE
               MOVE 'Y' TO WS-RERUN
           END-IF

           IF SU-ITEM-TYPE = "R"
               IF SU-OPENED-DATE < WS-RECON-DATE AND
                  SU-OPENED-DATE > WS-PRIOR-RUN-DATE
                   MOVE SU-OPENED-DATE TO WS-PRIOR-RUN-DATE
                   MOVE SU-PAYMENT-ID TO WS-PRIOR-HIGH-PAYMENT
                   MOVE SU-DEPOSIT-ID TO WS-PRIOR-HIGH-DEPOSIT
               END-IF
           ELSE
               IF SU-OPENED-DATE < WS-RECON-DATE AND
                  (SU-CLEARED-DATE = 0 OR
                   SU-CLEARED-DATE = WS-RECON-DATE)
                   IF SU-ITEM-TYPE = "D"
                       PERFORM CARRY-BANK-ITEM
                   ELSE
                       PERFORM CARRY-MATCH-ITEM
                   END-IF
               END-IF
           END-IF.

       CARRY-MATCH-ITEM.
           IF WS-MT-COUNT < WS-MT-LOAD-LIMIT
               ADD 1 TO WS-MT-COUNT
               MOVE WS-MT-COUNT TO WS-MT-IDX
               MOVE 'C' TO WS-MT-ORIGIN(WS-MT-IDX)
               MOVE SU-ITEM-TYPE TO WS-MT-TYPE(WS-MT-IDX)
               MOVE SUSPENSE-ID TO WS-MT-SUSPENSE-ID(WS-MT-IDX)
               MOVE SU-OPENED-DATE TO WS-MT-OPENED-DATE(WS-MT-IDX)
               MOVE SU-TXN-DATE TO WS-MT-TXN-DATE(WS-MT-IDX)
               MOVE SU-METHOD TO WS-MT-METHOD(WS-MT-IDX)
               MOVE SU-INVOICE-ID TO WS-MT-INVOICE-ID(WS-MT-IDX)
               MOVE SU-PAYMENT-ID TO WS-MT-PAYMENT-ID(WS-MT-IDX)
               MOVE SU-DEPOSIT-ID TO WS-MT-DEPOSIT-ID(WS-MT-IDX)
               MOVE SU-AMOUNT TO WS-MT-ITEM-AMOUNT(WS-MT-IDX)
               MOVE 'O' TO WS-MT-STATUS(WS-MT-IDX)
               MOVE 0 TO WS-MT-PARTNER(WS-MT-IDX)
               MOVE 0 TO WS-MT-NEXT-ITEM(WS-MT-IDX)

               *> A short settlement waits for the rest of the money
               *> like a payment does; an over-settlement waits for
               *> the payment or reversal that accounts for it.
               EVALUATE TRUE
                   WHEN SU-ITEM-TYPE = "P"
                       MOVE 'P' TO WS-MT-SIDE(WS-MT-IDX)
                       MOVE SU-AMOUNT TO WS-MT-AMOUNT(WS-MT-IDX)
                   WHEN SU-ITEM-TYPE = "M" AND SU-AMOUNT < 0
                       MOVE 'P' TO WS-MT-SIDE(WS-MT-IDX)
                       COMPUTE WS-MT-AMOUNT(WS-MT-IDX) =
                           0 - SU-AMOUNT
                   WHEN OTHER
                       MOVE 'S' TO WS-MT-SIDE(WS-MT-IDX)
                       MOVE SU-AMOUNT TO WS-MT-AMOUNT(WS-MT-IDX)
               END-EVALUATE

               *> A cash or cheque payment is proved by the bank
               *> deposit, not a settlement; one held open here can
               *> only clear as banked directly.
               IF SU-ITEM-TYPE = "P"
                   MOVE SU-METHOD TO WS-NORM-METHOD
                   PERFORM SET-DIRECT-BANKED-FLAG
                   IF WS-DIRECT-BANKED = 'Y'
                       MOVE 'B' TO WS-MT-STATUS(WS-MT-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       CARRY-BANK-ITEM.
           IF WS-BD-COUNT < WS-BD-LOAD-LIMIT
               ADD 1 TO WS-BD-COUNT
               MOVE WS-BD-COUNT TO WS-BD-IDX
               MOVE 'C' TO WS-BD-ORIGIN(WS-BD-IDX)
               MOVE SUSPENSE-ID TO WS-BD-SUSPENSE-ID(WS-BD-IDX)
               MOVE SU-OPENED-DATE TO WS-BD-OPENED-DATE(WS-BD-IDX)
               MOVE SU-TXN-DATE TO WS-BD-COVER-DATE(WS-BD-IDX)
               MOVE SU-METHOD TO WS-BD-METHOD(WS-BD-IDX)
               MOVE SU-AMOUNT TO WS-BD-AMOUNT(WS-BD-IDX)
               MOVE 0 TO WS-BD-APPLIED(WS-BD-IDX)
               MOVE 'O' TO WS-BD-STATUS(WS-BD-IDX)
               MOVE 0 TO WS-BD-NEXT-ITEM(WS-BD-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       REFUSE-LATER-RUN.
           *> Suspense already holds results from a later date.
           *> Reconciling this one now would clear items against
           *> money a later run has already accounted for.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "  RUN REFUSED - SUSPENSE.DAT already holds a later"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "  reconciliation; dates must be run in order."
               TO RPT-RECORD
           WRITE RPT-RECORD
           DISPLAY "Settlement reconciliation refused for "
                   WS-RECON-DATE ": a later date has already run"
           PERFORM CLOSE-RECON-FILES
           MOVE 12 TO RETURN-CODE
           GOBACK.

       REFUSE-TABLE-FULL.
           *> Anything that did not fit would silently drop out of
           *> the match, so nothing is matched or updated.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "  RUN REFUSED - more items than the run can hold;"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "  SUSPENSE.DAT has not been changed." TO RPT-RECORD
           WRITE RPT-RECORD
           DISPLAY "Settlement reconciliation refused for "
                   WS-RECON-DATE ": work tables full"
           PERFORM CLOSE-RECON-FILES
           MOVE 12 TO RETURN-CODE
           GOBACK.

       NORMALIZE-METHOD.
           MOVE FUNCTION TRIM(WS-NORM-METHOD) TO WS-NORM-WORK
           MOVE WS-NORM-WORK TO WS-NORM-METHOD
           INSPECT WS-NORM-METHOD
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       SET-DIRECT-BANKED-FLAG.
           *> The methods the front desk banks itself. They expect
           *> no processor settlement; the day's payments are what
           *> the bank deposit should hold.
           IF WS-NORM-METHOD = "CASH" OR
              WS-NORM-METHOD = "CHEQUE" OR
              WS-NORM-METHOD = "CHECK"
               MOVE 'Y' TO WS-DIRECT-BANKED
           ELSE
               MOVE 'N' TO WS-DIRECT-BANKED
           END-IF.

       FIND-METHOD-SLOT.
           *> The summary row for WS-NORM-METHOD, added on first
           *> sight; zero when the table is already full.
           MOVE 0 TO WS-MS-SLOT
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT OR WS-MS-SLOT > 0
               IF WS-MS-METHOD(WS-MS-IDX) = WS-NORM-METHOD
                   MOVE WS-MS-IDX TO WS-MS-SLOT
               END-IF
           END-PERFORM

           IF WS-MS-SLOT = 0
               IF WS-MS-COUNT < 20
                   ADD 1 TO WS-MS-COUNT
                   MOVE WS-MS-COUNT TO WS-MS-SLOT
                   MOVE WS-NORM-METHOD TO WS-MS-METHOD(WS-MS-SLOT)
                   MOVE 0 TO WS-MS-PAID(WS-MS-SLOT)
                   MOVE 0 TO WS-MS-SETTLED(WS-MS-SLOT)
                   MOVE 0 TO WS-MS-FEES(WS-MS-SLOT)
                   MOVE 0 TO WS-MS-BANKED(WS-MS-SLOT)
                   MOVE 0 TO WS-MS-EXPECTED(WS-MS-SLOT)
                   MOVE 0 TO WS-MS-DIFF(WS-MS-SLOT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       LOAD-DAYS-PAYMENTS.
           *> Every payment this run is due to take (see
           *> WS-PRIOR-RUN-DATE) except the applied deposits, which
           *> move money already held from DEPOSITS.DAT and never
           *> pass through processor or bank. Those dated before the
           *> reconciliation date were posted after their own date
           *> ran and are listed as they are read.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "LATE-POSTED PAYMENTS AND DEPOSITS:" TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PAYMENT-ID > WS-HIGH-PAYMENT-ID
                       MOVE PAYMENT-ID TO WS-HIGH-PAYMENT-ID
                   END-IF
                   IF PY-PAYMENT-DATE NOT > WS-RECON-DATE AND
                      (PY-PAYMENT-DATE > WS-PRIOR-RUN-DATE OR
                       PAYMENT-ID > WS-PRIOR-HIGH-PAYMENT)
                       MOVE PY-METHOD TO WS-NORM-METHOD
                       PERFORM NORMALIZE-METHOD
                       IF WS-NORM-METHOD = "DEPOSIT"
                           ADD 1 TO WS-DEPOSITS-SKIPPED
                       ELSE
                           IF PY-PAYMENT-DATE = WS-RECON-DATE
                               PERFORM ADD-DAYS-PAYMENT
                           ELSE
                               PERFORM ADD-LATE-PAYMENT
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-NO-DEPOSITS-FILE = 'N'
               PERFORM LOAD-DAYS-DEPOSITS
           END-IF

           IF WS-LATE-COUNT = 0
               MOVE "  None" TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE WS-LATE-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-LATE-TOTAL TO WS-DISPLAY-TOTAL
               MOVE SPACES TO RPT-RECORD
               STRING "  " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " item(s), " FUNCTION TRIM(WS-DISPLAY-TOTAL)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       ADD-DAYS-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ
           PERFORM FIND-METHOD-SLOT
           IF WS-MS-SLOT > 0
               ADD PY-AMOUNT TO WS-MS-PAID(WS-MS-SLOT)
           END-IF

           PERFORM SET-DIRECT-BANKED-FLAG
           IF WS-DIRECT-BANKED = 'N'
               PERFORM SET-PAYMENT-TAKEN
               PERFORM ADD-PAYMENT-MATCH-ENTRY
           END-IF.

       SET-PAYMENT-TAKEN.
           MOVE PY-PAYMENT-DATE TO WS-TK-DATE
           MOVE INVOICE-ID-PY TO WS-TK-INVOICE-ID
           MOVE PAYMENT-ID TO WS-TK-PAYMENT-ID
           MOVE 0 TO WS-TK-DEPOSIT-ID
           MOVE PY-AMOUNT TO WS-TK-AMOUNT.

       ADD-LATE-PAYMENT.
           *> Not part of the date's own banking: a card payment
           *> goes into the match against whatever settled for it,
           *> a cash or cheque payment raises what its own date
           *> should have banked.
           ADD 1 TO WS-PAYMENTS-READ
           ADD 1 TO WS-LATE-COUNT
           ADD PY-AMOUNT TO WS-LATE-TOTAL
           PERFORM WRITE-LATE-PAYMENT-LINE

           PERFORM SET-DIRECT-BANKED-FLAG
           IF WS-DIRECT-BANKED = 'N'
               PERFORM SET-PAYMENT-TAKEN
               PERFORM ADD-PAYMENT-MATCH-ENTRY
           ELSE
               PERFORM APPLY-LATE-DIRECT-PAYMENT
           END-IF.

       APPLY-LATE-DIRECT-PAYMENT.
           *> Counts against the payment date's bank difference for
           *> the method exactly as a late deposit counts for it.
           MOVE PY-PAYMENT-DATE TO WS-BK-DATE-NUM
           COMPUTE WS-BK-AMOUNT = 0 - PY-AMOUNT
           PERFORM APPLY-LATE-DEPOSIT.

       WRITE-LATE-PAYMENT-LINE.
           MOVE PAYMENT-ID TO WS-DISPLAY-PAYMENT-ID
           MOVE INVOICE-ID-PY TO WS-DISPLAY-INVOICE-ID
           MOVE PY-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Payment " FUNCTION TRIM(WS-DISPLAY-PAYMENT-ID)
               " invoice " FUNCTION TRIM(WS-DISPLAY-INVOICE-ID)
               " dated " PY-PAYMENT-DATE " "
               FUNCTION TRIM(WS-NORM-METHOD) " "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       LOAD-DAYS-DEPOSITS.
           *> Advance deposits are money received the day they are
           *> taken, whatever has become of them since, and are
           *> taken into the run on the same terms as payments. A
           *> refund paid out of one is money going the other way
           *> on its refunded date, taken once that date falls
           *> inside the run.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPOSITS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DEPOSIT-ID > WS-HIGH-DEPOSIT-ID
                       MOVE DEPOSIT-ID TO WS-HIGH-DEPOSIT-ID
                   END-IF
                   IF DP-RECEIVED-DATE NOT > WS-RECON-DATE AND
                      (DP-RECEIVED-DATE > WS-PRIOR-RUN-DATE OR
                       DEPOSIT-ID > WS-PRIOR-HIGH-DEPOSIT)
                       MOVE DP-METHOD TO WS-NORM-METHOD
                       PERFORM NORMALIZE-METHOD
                       IF DP-RECEIVED-DATE = WS-RECON-DATE
                           PERFORM ADD-DAYS-DEPOSIT
                       ELSE
                           PERFORM ADD-LATE-DEPOSIT-RECEIPT
                       END-IF
                   END-IF
                   IF DP-REFUND-AMOUNT > 0 AND
                      DP-REFUNDED-DATE > WS-PRIOR-RUN-DATE AND
                      DP-REFUNDED-DATE NOT > WS-RECON-DATE
                       MOVE DP-METHOD TO WS-NORM-METHOD
                       PERFORM NORMALIZE-METHOD
                       PERFORM ADD-DEPOSIT-REFUND
                   END-IF
               END-READ
           END-PERFORM.

       ADD-DAYS-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-TAKEN
           ADD DP-AMOUNT TO WS-DEPOSITS-TAKEN-TOTAL
           PERFORM FIND-METHOD-SLOT
           IF WS-MS-SLOT > 0
               ADD DP-AMOUNT TO WS-MS-PAID(WS-MS-SLOT)
           END-IF

           PERFORM SET-DIRECT-BANKED-FLAG
           IF WS-DIRECT-BANKED = 'N'
               PERFORM SET-DEPOSIT-TAKEN
               PERFORM ADD-PAYMENT-MATCH-ENTRY
           END-IF.

       ADD-LATE-DEPOSIT-RECEIPT.
           *> As a late payment: card money into the match, cash
           *> and cheques against their own date's banking.
           ADD 1 TO WS-DEPOSITS-TAKEN
           ADD DP-AMOUNT TO WS-DEPOSITS-TAKEN-TOTAL
           ADD 1 TO WS-LATE-COUNT
           ADD DP-AMOUNT TO WS-LATE-TOTAL
           PERFORM WRITE-LATE-DEPOSIT-LINE

           PERFORM SET-DIRECT-BANKED-FLAG
           IF WS-DIRECT-BANKED = 'N'
               PERFORM SET-DEPOSIT-TAKEN
               PERFORM ADD-PAYMENT-MATCH-ENTRY
           ELSE
               MOVE DP-RECEIVED-DATE TO WS-BK-DATE-NUM
               COMPUTE WS-BK-AMOUNT = 0 - DP-AMOUNT
               PERFORM APPLY-LATE-DEPOSIT
           END-IF.

       ADD-DEPOSIT-REFUND.
           *> A card refund comes back on the settlement file as a
           *> negative line for the deposit and is matched like any
           *> other money; a cash or cheque refund paid from the
           *> till leaves that much less to bank on its date.
           ADD 1 TO WS-REFUNDS-PAID
           ADD DP-REFUND-AMOUNT TO WS-REFUNDS-PAID-TOTAL
           IF DP-REFUNDED-DATE = WS-RECON-DATE
               PERFORM FIND-METHOD-SLOT
               IF WS-MS-SLOT > 0
                   SUBTRACT DP-REFUND-AMOUNT FROM WS-MS-PAID(WS-MS-SLOT)
               END-IF
           ELSE
               ADD 1 TO WS-LATE-COUNT
               SUBTRACT DP-REFUND-AMOUNT FROM WS-LATE-TOTAL
               PERFORM WRITE-LATE-REFUND-LINE
           END-IF

           PERFORM SET-DIRECT-BANKED-FLAG
           IF WS-DIRECT-BANKED = 'N'
               PERFORM SET-REFUND-TAKEN
               PERFORM ADD-PAYMENT-MATCH-ENTRY
           ELSE
               IF DP-REFUNDED-DATE NOT = WS-RECON-DATE
                   MOVE DP-REFUNDED-DATE TO WS-BK-DATE-NUM
                   MOVE DP-REFUND-AMOUNT TO WS-BK-AMOUNT
                   PERFORM APPLY-LATE-DEPOSIT
               END-IF
           END-IF.

       SET-REFUND-TAKEN.
           MOVE DP-REFUNDED-DATE TO WS-TK-DATE
           MOVE 0 TO WS-TK-INVOICE-ID
           MOVE 0 TO WS-TK-PAYMENT-ID
           MOVE DEPOSIT-ID TO WS-TK-DEPOSIT-ID
           COMPUTE WS-TK-AMOUNT = 0 - DP-REFUND-AMOUNT.

       WRITE-LATE-REFUND-LINE.
           MOVE DEPOSIT-ID TO WS-DISPLAY-DEPOSIT-ID
           COMPUTE WS-DISPLAY-AMOUNT = 0 - DP-REFUND-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Refund of deposit "
               FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
               " dated " DP-REFUNDED-DATE " "
               FUNCTION TRIM(WS-NORM-METHOD) " "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       SET-DEPOSIT-TAKEN.
           MOVE DP-RECEIVED-DATE TO WS-TK-DATE
           MOVE 0 TO WS-TK-INVOICE-ID
           MOVE 0 TO WS-TK-PAYMENT-ID
           MOVE DEPOSIT-ID TO WS-TK-DEPOSIT-ID
           MOVE DP-AMOUNT TO WS-TK-AMOUNT.

       WRITE-LATE-DEPOSIT-LINE.
           MOVE DEPOSIT-ID TO WS-DISPLAY-DEPOSIT-ID
           MOVE DP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposit " FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
               " dated " DP-RECEIVED-DATE " "
               FUNCTION TRIM(WS-NORM-METHOD) " "
               FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       ADD-PAYMENT-MATCH-ENTRY.
           *> The payment or deposit staged in the WS-TK- fields.
           IF WS-MT-COUNT < WS-MT-LOAD-LIMIT
               ADD 1 TO WS-MT-COUNT
               MOVE WS-MT-COUNT TO WS-MT-IDX
               MOVE 'P' TO WS-MT-SIDE(WS-MT-IDX)
               MOVE 'N' TO WS-MT-ORIGIN(WS-MT-IDX)
               MOVE 'P' TO WS-MT-TYPE(WS-MT-IDX)
               MOVE 0 TO WS-MT-SUSPENSE-ID(WS-MT-IDX)
               MOVE WS-RECON-DATE TO WS-MT-OPENED-DATE(WS-MT-IDX)
               MOVE WS-TK-DATE TO WS-MT-TXN-DATE(WS-MT-IDX)
               MOVE WS-NORM-METHOD TO WS-MT-METHOD(WS-MT-IDX)
               MOVE WS-TK-INVOICE-ID TO WS-MT-INVOICE-ID(WS-MT-IDX)
               MOVE WS-TK-PAYMENT-ID TO WS-MT-PAYMENT-ID(WS-MT-IDX)
               MOVE WS-TK-DEPOSIT-ID TO WS-MT-DEPOSIT-ID(WS-MT-IDX)
               MOVE WS-TK-AMOUNT TO WS-MT-AMOUNT(WS-MT-IDX)
               MOVE WS-TK-AMOUNT TO WS-MT-ITEM-AMOUNT(WS-MT-IDX)
               MOVE 'O' TO WS-MT-STATUS(WS-MT-IDX)
               MOVE 0 TO WS-MT-PARTNER(WS-MT-IDX)
               MOVE 0 TO WS-MT-NEXT-ITEM(WS-MT-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       LOAD-SETTLEMENTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF STL-RECORD NOT = SPACES
                       ADD 1 TO WS-SETTLE-LINES
                       PERFORM LOAD-ONE-SETTLEMENT
                   END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-SETTLEMENT.
           MOVE 'N' TO WS-LINE-REJECTED
           MOVE STL-RECORD TO WS-REJECT-RECORD
           PERFORM PARSE-SETTLEMENT-LINE
           PERFORM EDIT-SETTLEMENT-LINE
           IF WS-LINE-REJECTED = 'N'
               PERFORM ADD-SETTLEMENT
           END-IF.

       PARSE-SETTLEMENT-LINE.
           MOVE SPACES TO WS-ST-DATE-TEXT
           MOVE SPACES TO WS-ST-METHOD
           MOVE SPACES TO WS-ST-INVOICE-TEXT
           MOVE SPACES TO WS-ST-GROSS-TEXT
           MOVE SPACES TO WS-ST-FEE-TEXT
           UNSTRING STL-RECORD DELIMITED BY "|"
               INTO WS-ST-DATE-TEXT
                    WS-ST-METHOD
                    WS-ST-INVOICE-TEXT
                    WS-ST-GROSS-TEXT
                    WS-ST-FEE-TEXT
           END-UNSTRING.

       EDIT-SETTLEMENT-LINE.
           *> Field edits run in order of the line's fields; the
           *> first failure rejects the line. A negative gross is a
           *> chargeback and is kept; the fee may be blank.
           IF WS-ST-DATE-NUM NOT NUMERIC OR
              WS-ST-DATE-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-DATE
           ELSE
               MOVE WS-ST-DATE-NUM TO WS-VD-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-VD-VALID = 'N'
                   PERFORM REJECT-LINE-BAD-DATE
               ELSE
                   IF WS-ST-DATE-NUM > WS-RECON-DATE
                       PERFORM REJECT-LINE-LATE-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND WS-ST-METHOD = SPACES
               PERFORM REJECT-LINE-NO-METHOD
           END-IF

           *> A deposit's settlement names it as D and the deposit
           *> id where a payment's names the invoice.
           IF WS-LINE-REJECTED = 'N'
               IF WS-ST-DEPOSIT-MARK = "D"
                   IF WS-ST-DEPOSIT-NUM NOT NUMERIC OR
                      WS-ST-DEPOSIT-REST NOT = SPACES
                       PERFORM REJECT-LINE-BAD-DEPOSIT
                   ELSE
                       MOVE 0 TO WS-ST-INVOICE-ID
                       MOVE WS-ST-DEPOSIT-NUM TO WS-ST-DEPOSIT-ID
                   END-IF
               ELSE
                   IF WS-ST-INVOICE-NUM NOT NUMERIC OR
                      WS-ST-INVOICE-REST NOT = SPACES
                       PERFORM REJECT-LINE-BAD-INVOICE
                   ELSE
                       MOVE WS-ST-INVOICE-NUM TO WS-ST-INVOICE-ID
                       MOVE 0 TO WS-ST-DEPOSIT-ID
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF FUNCTION TEST-NUMVAL(WS-ST-GROSS-TEXT) NOT = 0
                   PERFORM REJECT-LINE-BAD-AMOUNT
               ELSE
                   IF FUNCTION NUMVAL(WS-ST-GROSS-TEXT) = 0
                       PERFORM REJECT-LINE-BAD-AMOUNT
                   ELSE
                       COMPUTE WS-ST-GROSS =
                           FUNCTION NUMVAL(WS-ST-GROSS-TEXT)
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-ST-FEE-TEXT = SPACES
                   MOVE 0 TO WS-ST-FEE
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ST-FEE-TEXT) NOT = 0
                       PERFORM REJECT-LINE-BAD-FEE
                   ELSE
                       IF FUNCTION NUMVAL(WS-ST-FEE-TEXT) < 0
                           PERFORM REJECT-LINE-BAD-FEE
                       ELSE
                           COMPUTE WS-ST-FEE =
                               FUNCTION NUMVAL(WS-ST-FEE-TEXT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-SETTLEMENT.
           MOVE WS-ST-METHOD TO WS-NORM-METHOD
           PERFORM NORMALIZE-METHOD
           PERFORM FIND-METHOD-SLOT
           IF WS-MS-SLOT > 0
               ADD WS-ST-GROSS TO WS-MS-SETTLED(WS-MS-SLOT)
               ADD WS-ST-FEE TO WS-MS-FEES(WS-MS-SLOT)
           END-IF
           ADD WS-ST-FEE TO WS-FEE-TOTAL
           IF WS-ST-GROSS < 0
               ADD 1 TO WS-CHARGEBACK-COUNT
               ADD WS-ST-GROSS TO WS-CHARGEBACK-TOTAL
           END-IF

           IF WS-MT-COUNT < WS-MT-LOAD-LIMIT
               ADD 1 TO WS-MT-COUNT
               MOVE WS-MT-COUNT TO WS-MT-IDX
               MOVE 'S' TO WS-MT-SIDE(WS-MT-IDX)
               MOVE 'N' TO WS-MT-ORIGIN(WS-MT-IDX)
               MOVE 'S' TO WS-MT-TYPE(WS-MT-IDX)
               MOVE 0 TO WS-MT-SUSPENSE-ID(WS-MT-IDX)
               MOVE WS-RECON-DATE TO WS-MT-OPENED-DATE(WS-MT-IDX)
               MOVE WS-ST-DATE-NUM TO WS-MT-TXN-DATE(WS-MT-IDX)
               MOVE WS-NORM-METHOD TO WS-MT-METHOD(WS-MT-IDX)
               MOVE WS-ST-INVOICE-ID TO WS-MT-INVOICE-ID(WS-MT-IDX)
               MOVE 0 TO WS-MT-PAYMENT-ID(WS-MT-IDX)
               MOVE WS-ST-DEPOSIT-ID TO WS-MT-DEPOSIT-ID(WS-MT-IDX)
               MOVE WS-ST-GROSS TO WS-MT-AMOUNT(WS-MT-IDX)
               MOVE WS-ST-GROSS TO WS-MT-ITEM-AMOUNT(WS-MT-IDX)
               MOVE 'O' TO WS-MT-STATUS(WS-MT-IDX)
               MOVE 0 TO WS-MT-PARTNER(WS-MT-IDX)
               MOVE 0 TO WS-MT-NEXT-ITEM(WS-MT-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       LOAD-BANK-DEPOSITS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANKDEP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF BNK-RECORD NOT = SPACES
                       ADD 1 TO WS-BANK-LINES
                       PERFORM LOAD-ONE-BANK-LINE
                   END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-BANK-LINE.
           MOVE 'N' TO WS-LINE-REJECTED
           MOVE BNK-RECORD TO WS-REJECT-RECORD
           PERFORM PARSE-BANK-LINE
           PERFORM EDIT-BANK-LINE
           IF WS-LINE-REJECTED = 'N'
               PERFORM ADD-BANK-DEPOSIT
           END-IF.

       PARSE-BANK-LINE.
           MOVE SPACES TO WS-BK-DATE-TEXT
           MOVE SPACES TO WS-BK-METHOD
           MOVE SPACES TO WS-BK-AMOUNT-TEXT
           UNSTRING BNK-RECORD DELIMITED BY "|"
               INTO WS-BK-DATE-TEXT
                    WS-BK-METHOD
                    WS-BK-AMOUNT-TEXT
           END-UNSTRING.

       EDIT-BANK-LINE.
           *> The date is the business date the deposit covers, not
           *> the date the bank credited it. A negative amount is a
           *> bank reversal and is kept.
           IF WS-BK-DATE-NUM NOT NUMERIC OR
              WS-BK-DATE-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-DATE
           ELSE
               MOVE WS-BK-DATE-NUM TO WS-VD-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-VD-VALID = 'N'
                   PERFORM REJECT-LINE-BAD-DATE
               ELSE
                   IF WS-BK-DATE-NUM > WS-RECON-DATE
                       PERFORM REJECT-LINE-LATE-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N' AND WS-BK-METHOD = SPACES
               PERFORM REJECT-LINE-NO-METHOD
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF FUNCTION TEST-NUMVAL(WS-BK-AMOUNT-TEXT) NOT = 0
                   PERFORM REJECT-LINE-BAD-AMOUNT
               ELSE
                   IF FUNCTION NUMVAL(WS-BK-AMOUNT-TEXT) = 0
                       PERFORM REJECT-LINE-BAD-AMOUNT
                   ELSE
                       COMPUTE WS-BK-AMOUNT =
                           FUNCTION NUMVAL(WS-BK-AMOUNT-TEXT)
                   END-IF
               END-IF
           END-IF.

       ADD-BANK-DEPOSIT.
           MOVE WS-BK-METHOD TO WS-NORM-METHOD
           PERFORM NORMALIZE-METHOD
           IF WS-BK-DATE-NUM = WS-RECON-DATE
               PERFORM FIND-METHOD-SLOT
               IF WS-MS-SLOT > 0
                   ADD WS-BK-AMOUNT TO WS-MS-BANKED(WS-MS-SLOT)
               END-IF
           ELSE
               PERFORM APPLY-LATE-DEPOSIT
           END-IF.

       APPLY-LATE-DEPOSIT.
           *> A deposit covering an earlier date goes against that
           *> date's open difference for the method. With none open
           *> the money was not expected at all and opens its own.
           MOVE 0 TO WS-BD-SLOT
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT OR WS-BD-SLOT > 0
               IF WS-BD-STATUS(WS-BD-IDX) = 'O' AND
                  WS-BD-COVER-DATE(WS-BD-IDX) = WS-BK-DATE-NUM AND
                  WS-BD-METHOD(WS-BD-IDX) = WS-NORM-METHOD
                   MOVE WS-BD-IDX TO WS-BD-SLOT
               END-IF
           END-PERFORM

           IF WS-BD-SLOT > 0
               IF WS-BD-ORIGIN(WS-BD-SLOT) = 'C'
                   ADD WS-BK-AMOUNT TO WS-BD-APPLIED(WS-BD-SLOT)
               ELSE
                   ADD WS-BK-AMOUNT TO WS-BD-AMOUNT(WS-BD-SLOT)
               END-IF
           ELSE
               IF WS-BD-COUNT < WS-BD-LOAD-LIMIT
                   ADD 1 TO WS-BD-COUNT
                   MOVE WS-BD-COUNT TO WS-BD-SLOT
                   MOVE 'N' TO WS-BD-ORIGIN(WS-BD-SLOT)
                   MOVE 0 TO WS-BD-SUSPENSE-ID(WS-BD-SLOT)
                   MOVE WS-RECON-DATE TO WS-BD-OPENED-DATE(WS-BD-SLOT)
                   MOVE WS-BK-DATE-NUM TO WS-BD-COVER-DATE(WS-BD-SLOT)
                   MOVE WS-NORM-METHOD TO WS-BD-METHOD(WS-BD-SLOT)
                   MOVE WS-BK-AMOUNT TO WS-BD-AMOUNT(WS-BD-SLOT)
                   MOVE 0 TO WS-BD-APPLIED(WS-BD-SLOT)
                   MOVE 'O' TO WS-BD-STATUS(WS-BD-SLOT)
                   MOVE 0 TO WS-BD-NEXT-ITEM(WS-BD-SLOT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
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

       MATCH-EXACT-AMOUNTS.
           *> First pass: a settlement for the same invoice and
           *> method and the same amount clears the payment outright.
           PERFORM VARYING WS-MT-P FROM 1 BY 1
               UNTIL WS-MT-P > WS-MT-COUNT
               IF WS-MT-SIDE(WS-MT-P) = 'P' AND
                  WS-MT-STATUS(WS-MT-P) = 'O'
                   PERFORM FIND-EXACT-SETTLEMENT
               END-IF
           END-PERFORM.

       FIND-EXACT-SETTLEMENT.
           PERFORM VARYING WS-MT-S FROM 1 BY 1
               UNTIL WS-MT-S > WS-MT-COUNT OR
                     WS-MT-STATUS(WS-MT-P) NOT = 'O'
               IF WS-MT-SIDE(WS-MT-S) = 'S' AND
                  WS-MT-STATUS(WS-MT-S) = 'O' AND
                  WS-MT-INVOICE-ID(WS-MT-S) =
                      WS-MT-INVOICE-ID(WS-MT-P) AND
                  WS-MT-DEPOSIT-ID(WS-MT-S) =
                      WS-MT-DEPOSIT-ID(WS-MT-P) AND
                  WS-MT-METHOD(WS-MT-S) = WS-MT-METHOD(WS-MT-P) AND
                  WS-MT-AMOUNT(WS-MT-S) = WS-MT-AMOUNT(WS-MT-P)
                   MOVE 'C' TO WS-MT-STATUS(WS-MT-P)
                   MOVE 'C' TO WS-MT-STATUS(WS-MT-S)
                   MOVE WS-MT-S TO WS-MT-PARTNER(WS-MT-P)
                   MOVE WS-MT-P TO WS-MT-PARTNER(WS-MT-S)
                   ADD 1 TO WS-MATCHED-COUNT
                   *> A negative line that meets a deposit refund is
                   *> the refund going out, not a chargeback.
                   IF WS-MT-AMOUNT(WS-MT-P) < 0 AND
                      WS-MT-ORIGIN(WS-MT-S) = 'N'
                       SUBTRACT 1 FROM WS-CHARGEBACK-COUNT
                       SUBTRACT WS-MT-AMOUNT(WS-MT-S) FROM
                           WS-CHARGEBACK-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-AMOUNT-MISMATCHES.
           *> Second pass: a settlement for the same invoice and
           *> method but a different amount. Payment and settlement
           *> both clear and the difference opens as a mismatch, so
           *> the item in suspense is exactly what is still out.
           PERFORM VARYING WS-MT-P FROM 1 BY 1
               UNTIL WS-MT-P > WS-MT-COUNT
               IF WS-MT-SIDE(WS-MT-P) = 'P' AND
                  WS-MT-STATUS(WS-MT-P) = 'O'
                   PERFORM FIND-MISMATCHED-SETTLEMENT
               END-IF
           END-PERFORM.

       FIND-MISMATCHED-SETTLEMENT.
           PERFORM VARYING WS-MT-S FROM 1 BY 1
               UNTIL WS-MT-S > WS-MT-COUNT OR
                     WS-MT-STATUS(WS-MT-P) NOT = 'O'
               IF WS-MT-SIDE(WS-MT-S) = 'S' AND
                  WS-MT-STATUS(WS-MT-S) = 'O' AND
                  WS-MT-AMOUNT(WS-MT-S) > 0 AND
                  WS-MT-INVOICE-ID(WS-MT-S) =
                      WS-MT-INVOICE-ID(WS-MT-P) AND
                  WS-MT-DEPOSIT-ID(WS-MT-S) =
                      WS-MT-DEPOSIT-ID(WS-MT-P) AND
                  WS-MT-METHOD(WS-MT-S) = WS-MT-METHOD(WS-MT-P)
                   PERFORM OPEN-MISMATCH-ITEM
               END-IF
           END-PERFORM.

       OPEN-MISMATCH-ITEM.
           ADD 1 TO WS-MT-COUNT
           MOVE WS-MT-COUNT TO WS-MT-NEW
           MOVE 'M' TO WS-MT-SIDE(WS-MT-NEW)
           MOVE 'N' TO WS-MT-ORIGIN(WS-MT-NEW)
           MOVE 'M' TO WS-MT-TYPE(WS-MT-NEW)
           MOVE 0 TO WS-MT-SUSPENSE-ID(WS-MT-NEW)
           MOVE WS-RECON-DATE TO WS-MT-OPENED-DATE(WS-MT-NEW)
           MOVE WS-MT-TXN-DATE(WS-MT-S) TO WS-MT-TXN-DATE(WS-MT-NEW)
           MOVE WS-MT-METHOD(WS-MT-P) TO WS-MT-METHOD(WS-MT-NEW)
           MOVE WS-MT-INVOICE-ID(WS-MT-P) TO
               WS-MT-INVOICE-ID(WS-MT-NEW)
           MOVE WS-MT-PAYMENT-ID(WS-MT-P) TO
               WS-MT-PAYMENT-ID(WS-MT-NEW)
           MOVE WS-MT-DEPOSIT-ID(WS-MT-P) TO
               WS-MT-DEPOSIT-ID(WS-MT-NEW)
           COMPUTE WS-MT-ITEM-AMOUNT(WS-MT-NEW) =
               WS-MT-AMOUNT(WS-MT-S) - WS-MT-AMOUNT(WS-MT-P)
           MOVE WS-MT-ITEM-AMOUNT(WS-MT-NEW) TO
               WS-MT-AMOUNT(WS-MT-NEW)
           MOVE 'O' TO WS-MT-STATUS(WS-MT-NEW)
           MOVE WS-MT-P TO WS-MT-PARTNER(WS-MT-NEW)
           MOVE 0 TO WS-MT-NEXT-ITEM(WS-MT-NEW)

           MOVE 'M' TO WS-MT-STATUS(WS-MT-P)
           MOVE 'M' TO WS-MT-STATUS(WS-MT-S)
           MOVE WS-MT-S TO WS-MT-PARTNER(WS-MT-P)
           MOVE WS-MT-P TO WS-MT-PARTNER(WS-MT-S)
           MOVE WS-MT-NEW TO WS-MT-NEXT-ITEM(WS-MT-P)
           MOVE WS-MT-NEW TO WS-MT-NEXT-ITEM(WS-MT-S).

       NET-SETTLEMENT-REVERSALS.
           *> Third pass: two unmatched settlements on one invoice
           *> and method that cancel out - a chargeback and its
           *> re-presentment, or a sale and its reversal - clear
           *> each other.
           PERFORM VARYING WS-MT-P FROM 1 BY 1
               UNTIL WS-MT-P > WS-MT-COUNT
               IF WS-MT-SIDE(WS-MT-P) = 'S' AND
                  WS-MT-STATUS(WS-MT-P) = 'O'
                   PERFORM FIND-OFFSETTING-SETTLEMENT
               END-IF
           END-PERFORM.

       FIND-OFFSETTING-SETTLEMENT.
           PERFORM VARYING WS-MT-S FROM WS-MT-P BY 1
               UNTIL WS-MT-S > WS-MT-COUNT OR
                     WS-MT-STATUS(WS-MT-P) NOT = 'O'
               IF WS-MT-S NOT = WS-MT-P AND
                  WS-MT-SIDE(WS-MT-S) = 'S' AND
                  WS-MT-STATUS(WS-MT-S) = 'O' AND
                  WS-MT-INVOICE-ID(WS-MT-S) =
                      WS-MT-INVOICE-ID(WS-MT-P) AND
                  WS-MT-DEPOSIT-ID(WS-MT-S) =
                      WS-MT-DEPOSIT-ID(WS-MT-P) AND
                  WS-MT-METHOD(WS-MT-S) = WS-MT-METHOD(WS-MT-P) AND
                  WS-MT-AMOUNT(WS-MT-S) + WS-MT-AMOUNT(WS-MT-P) = 0
                   MOVE 'C' TO WS-MT-STATUS(WS-MT-P)
                   MOVE 'C' TO WS-MT-STATUS(WS-MT-S)
                   MOVE WS-MT-S TO WS-MT-PARTNER(WS-MT-P)
                   MOVE WS-MT-P TO WS-MT-PARTNER(WS-MT-S)
               END-IF
           END-PERFORM.

       COMPUTE-BANK-DIFFERENCES.
           *> Carried differences that late deposits reached clear;
           *> whatever is still out opens again as a new item.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-ORIGIN(WS-BD-IDX) = 'C' AND
                  WS-BD-APPLIED(WS-BD-IDX) NOT = 0
                   PERFORM SETTLE-CARRIED-DIFFERENCE
               END-IF
           END-PERFORM

           *> Then the date's own banking by method: card methods
           *> should bank their net settlement, cash and cheques the
           *> payments and deposits taken.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               MOVE WS-MS-METHOD(WS-MS-IDX) TO WS-NORM-METHOD
               PERFORM SET-DIRECT-BANKED-FLAG
               IF WS-DIRECT-BANKED = 'Y'
                   MOVE WS-MS-PAID(WS-MS-IDX) TO
                       WS-MS-EXPECTED(WS-MS-IDX)
               ELSE
                   COMPUTE WS-MS-EXPECTED(WS-MS-IDX) =
                       WS-MS-SETTLED(WS-MS-IDX) -
                       WS-MS-FEES(WS-MS-IDX)
               END-IF
               COMPUTE WS-MS-DIFF(WS-MS-IDX) =
                   WS-MS-BANKED(WS-MS-IDX) -
                   WS-MS-EXPECTED(WS-MS-IDX)
               IF WS-MS-DIFF(WS-MS-IDX) NOT = 0
                   ADD 1 TO WS-BD-COUNT
                   MOVE WS-BD-COUNT TO WS-BD-SLOT
                   MOVE 'N' TO WS-BD-ORIGIN(WS-BD-SLOT)
                   MOVE 0 TO WS-BD-SUSPENSE-ID(WS-BD-SLOT)
                   MOVE WS-RECON-DATE TO WS-BD-OPENED-DATE(WS-BD-SLOT)
                   MOVE WS-RECON-DATE TO WS-BD-COVER-DATE(WS-BD-SLOT)
                   MOVE WS-MS-METHOD(WS-MS-IDX) TO
                       WS-BD-METHOD(WS-BD-SLOT)
                   MOVE WS-MS-DIFF(WS-MS-IDX) TO
                       WS-BD-AMOUNT(WS-BD-SLOT)
                   MOVE 0 TO WS-BD-APPLIED(WS-BD-SLOT)
                   MOVE 'O' TO WS-BD-STATUS(WS-BD-SLOT)
                   MOVE 0 TO WS-BD-NEXT-ITEM(WS-BD-SLOT)
               END-IF
           END-PERFORM.

       SETTLE-CARRIED-DIFFERENCE.
           MOVE 'C' TO WS-BD-STATUS(WS-BD-IDX)
           IF WS-BD-AMOUNT(WS-BD-IDX) + WS-BD-APPLIED(WS-BD-IDX)
              NOT = 0
               ADD 1 TO WS-BD-COUNT
               MOVE WS-BD-COUNT TO WS-BD-SLOT
               MOVE 'N' TO WS-BD-ORIGIN(WS-BD-SLOT)
               MOVE 0 TO WS-BD-SUSPENSE-ID(WS-BD-SLOT)
               MOVE WS-RECON-DATE TO WS-BD-OPENED-DATE(WS-BD-SLOT)
               MOVE WS-BD-COVER-DATE(WS-BD-IDX) TO
                   WS-BD-COVER-DATE(WS-BD-SLOT)
               MOVE WS-BD-METHOD(WS-BD-IDX) TO
                   WS-BD-METHOD(WS-BD-SLOT)
               COMPUTE WS-BD-AMOUNT(WS-BD-SLOT) =
                   WS-BD-AMOUNT(WS-BD-IDX) + WS-BD-APPLIED(WS-BD-IDX)
               MOVE 0 TO WS-BD-APPLIED(WS-BD-SLOT)
               MOVE 'O' TO WS-BD-STATUS(WS-BD-SLOT)
               MOVE 0 TO WS-BD-NEXT-ITEM(WS-BD-SLOT)
               MOVE WS-BD-SLOT TO WS-BD-NEXT-ITEM(WS-BD-IDX)
           END-IF.

       ASSIGN-NEW-ITEM-IDS.
           *> Item ids continue after the highest on file, so the
           *> report can name each item as it will sit in suspense.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-ORIGIN(WS-MT-IDX) = 'N' AND
                  WS-MT-STATUS(WS-MT-IDX) = 'O'
                   ADD 1 TO WS-NEXT-SUSPENSE-ID
                   MOVE WS-NEXT-SUSPENSE-ID TO
                       WS-MT-SUSPENSE-ID(WS-MT-IDX)
                   ADD 1 TO WS-NEW-ITEM-COUNT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-ORIGIN(WS-BD-IDX) = 'N' AND
                  WS-BD-STATUS(WS-BD-IDX) = 'O'
                   ADD 1 TO WS-NEXT-SUSPENSE-ID
                   MOVE WS-NEXT-SUSPENSE-ID TO
                       WS-BD-SUSPENSE-ID(WS-BD-IDX)
                   ADD 1 TO WS-NEW-ITEM-COUNT
               END-IF
           END-PERFORM.

       WRITE-RECON-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "        SETTLEMENT RECONCILIATION" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Reconciliation Date: " WS-RECON-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-METHOD-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "METHOD SUMMARY:" TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-MS-COUNT = 0
               MOVE "  None - no payments, settlements or deposits"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE WS-SUMMARY-HEADING TO RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
                   MOVE WS-MS-METHOD(WS-MS-IDX) TO WS-SM-METHOD
                   MOVE WS-MS-PAID(WS-MS-IDX) TO WS-SM-PAID
                   MOVE WS-MS-SETTLED(WS-MS-IDX) TO WS-SM-SETTLED
                   MOVE WS-MS-FEES(WS-MS-IDX) TO WS-SM-FEES
                   MOVE WS-MS-BANKED(WS-MS-IDX) TO WS-SM-BANKED
                   MOVE WS-MS-DIFF(WS-MS-IDX) TO WS-SM-DIFF
                   MOVE WS-SUMMARY-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
               MOVE "  Difference is banked less expected: net of fees"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "  for card methods, payments and deposits taken"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "  for Cash and Cheque. Payments include deposits."
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       WRITE-SECTION-HEADING.
           *> RPT-RECORD carries the section title from the caller.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-TOTAL
           WRITE RPT-RECORD
           MOVE WS-DETAIL-HEADING TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-SECTION-FOOTING.
           IF WS-SECTION-COUNT = 0
               MOVE "  None" TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE WS-SECTION-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-SECTION-TOTAL TO WS-DISPLAY-TOTAL
               MOVE SPACES TO RPT-RECORD
               STRING "  " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " item(s), " FUNCTION TRIM(WS-DISPLAY-TOTAL)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       SET-MATCH-DETAIL-LINE.
           MOVE WS-MT-SUSPENSE-ID(WS-MT-IDX) TO WS-DL-ITEM
           MOVE WS-MT-PAYMENT-ID(WS-MT-IDX) TO WS-DL-PAYMENT
           MOVE WS-MT-INVOICE-ID(WS-MT-IDX) TO WS-DL-INVOICE
           MOVE WS-MT-TXN-DATE(WS-MT-IDX) TO WS-DL-DATE
           MOVE WS-MT-METHOD(WS-MT-IDX) TO WS-DL-METHOD
           MOVE WS-MT-ITEM-AMOUNT(WS-MT-IDX) TO WS-DL-AMOUNT
           MOVE SPACES TO WS-DL-NOTE
           IF WS-MT-DEPOSIT-ID(WS-MT-IDX) > 0
               *> A deposit has no invoice or payment to show
               MOVE WS-MT-DEPOSIT-ID(WS-MT-IDX) TO
                   WS-DISPLAY-DEPOSIT-ID
               IF WS-MT-ORIGIN(WS-MT-IDX) = 'N'
                   STRING "dep " FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
                       " new"
                       DELIMITED BY SIZE INTO WS-DL-NOTE
               ELSE
                   STRING "dep " FUNCTION TRIM(WS-DISPLAY-DEPOSIT-ID)
                       " from " WS-MT-OPENED-DATE(WS-MT-IDX)
                       DELIMITED BY SIZE INTO WS-DL-NOTE
               END-IF
           ELSE
               IF WS-MT-ORIGIN(WS-MT-IDX) = 'N'
                   MOVE "new" TO WS-DL-NOTE
               ELSE
                   STRING "carried from "
                       WS-MT-OPENED-DATE(WS-MT-IDX)
                       DELIMITED BY SIZE INTO WS-DL-NOTE
               END-IF
           END-IF.

       WRITE-UNSETTLED-PAYMENTS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "PAYMENTS WITH NO SETTLEMENT:" TO RPT-RECORD
           PERFORM WRITE-SECTION-HEADING

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-TYPE(WS-MT-IDX) = 'P' AND
                  WS-MT-STATUS(WS-MT-IDX) = 'O'
                   PERFORM SET-MATCH-DETAIL-LINE
                   MOVE WS-DETAIL-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-MT-ITEM-AMOUNT(WS-MT-IDX) TO
                       WS-SECTION-TOTAL
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-FOOTING
           MOVE WS-SECTION-COUNT TO WS-UNSETTLED-COUNT
           MOVE WS-SECTION-TOTAL TO WS-UNSETTLED-TOTAL.

       WRITE-UNMATCHED-SETTLEMENTS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "SETTLEMENTS WITH NO PAYMENT:" TO RPT-RECORD
           PERFORM WRITE-SECTION-HEADING

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-TYPE(WS-MT-IDX) = 'S' AND
                  WS-MT-STATUS(WS-MT-IDX) = 'O'
                   PERFORM SET-MATCH-DETAIL-LINE
                   *> Money taken back by the processor: the invoice
                   *> shows paid in the aging but is not.
                   IF WS-MT-ITEM-AMOUNT(WS-MT-IDX) < 0
                       MOVE SPACES TO WS-DL-NOTE
                       IF WS-MT-ORIGIN(WS-MT-IDX) = 'N'
                           MOVE "CHARGEBACK new" TO WS-DL-NOTE
                       ELSE
                           STRING "CHARGEBACK from "
                               WS-MT-OPENED-DATE(WS-MT-IDX)
                               DELIMITED BY SIZE INTO WS-DL-NOTE
                       END-IF
                   END-IF
                   MOVE WS-DETAIL-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-MT-ITEM-AMOUNT(WS-MT-IDX) TO
                       WS-SECTION-TOTAL
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-FOOTING
           MOVE WS-SECTION-COUNT TO WS-UNMATCHED-COUNT
           MOVE WS-SECTION-TOTAL TO WS-UNMATCHED-TOTAL.

       WRITE-MISMATCHES.
           *> Amount is settled less paid. New mismatches show the
           *> two amounts behind them underneath.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "AMOUNT MISMATCHES:" TO RPT-RECORD
           PERFORM WRITE-SECTION-HEADING

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-TYPE(WS-MT-IDX) = 'M' AND
                  WS-MT-STATUS(WS-MT-IDX) = 'O'
                   PERFORM SET-MATCH-DETAIL-LINE
                   MOVE WS-DETAIL-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-MT-ITEM-AMOUNT(WS-MT-IDX) TO
                       WS-SECTION-TOTAL
                   IF WS-MT-SIDE(WS-MT-IDX) = 'M'
                       PERFORM WRITE-MISMATCH-AMOUNTS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-FOOTING
           MOVE WS-SECTION-COUNT TO WS-MISMATCH-COUNT
           MOVE WS-SECTION-TOTAL TO WS-MISMATCH-TOTAL.

       WRITE-MISMATCH-AMOUNTS.
           MOVE WS-MT-PARTNER(WS-MT-IDX) TO WS-MT-P
           MOVE WS-MT-PARTNER(WS-MT-P) TO WS-MT-S
           MOVE WS-MT-AMOUNT(WS-MT-P) TO WS-DISPLAY-AMOUNT
           MOVE WS-MT-AMOUNT(WS-MT-S) TO WS-DISPLAY-SETTLED
           MOVE SPACES TO RPT-RECORD
           STRING "         paid " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               ", settled " FUNCTION TRIM(WS-DISPLAY-SETTLED)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-BANK-DIFFERENCES.
           *> Amount is deposited less expected; the date is the
           *> business date the deposit covers.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "BANK DEPOSIT DIFFERENCES:" TO RPT-RECORD
           PERFORM WRITE-SECTION-HEADING

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-STATUS(WS-BD-IDX) = 'O'
                   PERFORM SET-BANK-DETAIL-LINE
                   IF WS-BD-ORIGIN(WS-BD-IDX) = 'N'
                       IF WS-BD-AMOUNT(WS-BD-IDX) < 0
                           MOVE "short deposit" TO WS-DL-NOTE
                       ELSE
                           MOVE "over deposit" TO WS-DL-NOTE
                       END-IF
                   END-IF
                   MOVE WS-DETAIL-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-BD-AMOUNT(WS-BD-IDX) TO WS-SECTION-TOTAL
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-FOOTING
           MOVE WS-SECTION-COUNT TO WS-BANKDIFF-COUNT
           MOVE WS-SECTION-TOTAL TO WS-BANKDIFF-TOTAL.

       SET-BANK-DETAIL-LINE.
           MOVE WS-BD-SUSPENSE-ID(WS-BD-IDX) TO WS-DL-ITEM
           MOVE 0 TO WS-DL-PAYMENT
           MOVE 0 TO WS-DL-INVOICE
           MOVE WS-BD-COVER-DATE(WS-BD-IDX) TO WS-DL-DATE
           MOVE WS-BD-METHOD(WS-BD-IDX) TO WS-DL-METHOD
           MOVE WS-BD-AMOUNT(WS-BD-IDX) TO WS-DL-AMOUNT
           MOVE SPACES TO WS-DL-NOTE
           STRING "carried from " WS-BD-OPENED-DATE(WS-BD-IDX)
               DELIMITED BY SIZE INTO WS-DL-NOTE.

       WRITE-CLEARED-ITEMS.
           *> Items carried in from earlier dates that this run
           *> cleared, and how.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "CLEARED FROM SUSPENSE:" TO RPT-RECORD
           PERFORM WRITE-SECTION-HEADING

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-ORIGIN(WS-MT-IDX) = 'C' AND
                  WS-MT-STATUS(WS-MT-IDX) NOT = 'O'
                   PERFORM SET-MATCH-DETAIL-LINE
                   MOVE SPACES TO WS-DL-NOTE
                   IF WS-MT-STATUS(WS-MT-IDX) = 'M'
                       MOVE WS-MT-NEXT-ITEM(WS-MT-IDX) TO WS-MT-NEW
                       MOVE WS-MT-SUSPENSE-ID(WS-MT-NEW) TO
                           WS-DISPLAY-ITEM-ID
                       STRING "into mismatch "
                           FUNCTION TRIM(WS-DISPLAY-ITEM-ID)
                           DELIMITED BY SIZE INTO WS-DL-NOTE
                   END-IF
                   IF WS-MT-STATUS(WS-MT-IDX) = 'B'
                       MOVE "banked directly" TO WS-DL-NOTE
                   END-IF
                   IF WS-MT-STATUS(WS-MT-IDX) = 'C'
                       MOVE WS-MT-PARTNER(WS-MT-IDX) TO WS-MT-S
                       IF WS-MT-SIDE(WS-MT-S) =
                          WS-MT-SIDE(WS-MT-IDX)
                           MOVE "reversal netted" TO WS-DL-NOTE
                       ELSE
                           MOVE "matched" TO WS-DL-NOTE
                       END-IF
                   END-IF
                   MOVE WS-DETAIL-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-MT-ITEM-AMOUNT(WS-MT-IDX) TO
                       WS-SECTION-TOTAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-ORIGIN(WS-BD-IDX) = 'C' AND
                  WS-BD-STATUS(WS-BD-IDX) = 'C'
                   PERFORM SET-BANK-DETAIL-LINE
                   MOVE SPACES TO WS-DL-NOTE
                   IF WS-BD-NEXT-ITEM(WS-BD-IDX) = 0
                       MOVE "deposit received" TO WS-DL-NOTE
                   ELSE
                       MOVE WS-BD-NEXT-ITEM(WS-BD-IDX) TO WS-BD-SLOT
                       MOVE WS-BD-SUSPENSE-ID(WS-BD-SLOT) TO
                           WS-DISPLAY-ITEM-ID
                       STRING "part paid, rest item "
                           FUNCTION TRIM(WS-DISPLAY-ITEM-ID)
                           DELIMITED BY SIZE INTO WS-DL-NOTE
                   END-IF
                   MOVE WS-DETAIL-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-BD-AMOUNT(WS-BD-IDX) TO WS-SECTION-TOTAL
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-FOOTING
           MOVE WS-SECTION-COUNT TO WS-CLEARED-COUNT.

       UPDATE-SUSPENSE-FILE.
           IF WS-RERUN = 'Y'
               PERFORM BACK-OUT-EARLIER-RUN
           END-IF

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-ORIGIN(WS-MT-IDX) = 'C' AND
                  WS-MT-STATUS(WS-MT-IDX) NOT = 'O'
                   MOVE WS-MT-SUSPENSE-ID(WS-MT-IDX) TO WS-CLOSE-ID
                   PERFORM CLOSE-SUSPENSE-ITEM
               END-IF
               IF WS-MT-ORIGIN(WS-MT-IDX) = 'N' AND
                  WS-MT-STATUS(WS-MT-IDX) = 'O'
                   PERFORM WRITE-MATCH-SUSPENSE-ITEM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-ORIGIN(WS-BD-IDX) = 'C' AND
                  WS-BD-STATUS(WS-BD-IDX) = 'C'
                   MOVE WS-BD-SUSPENSE-ID(WS-BD-IDX) TO WS-CLOSE-ID
                   PERFORM CLOSE-SUSPENSE-ITEM
               END-IF
               IF WS-BD-ORIGIN(WS-BD-IDX) = 'N' AND
                  WS-BD-STATUS(WS-BD-IDX) = 'O'
                   PERFORM WRITE-BANK-SUSPENSE-ITEM
               END-IF
           END-PERFORM

           PERFORM WRITE-RUN-CONTROL-RECORD.

       BACK-OUT-EARLIER-RUN.
           *> This date has run before: drop the items it opened and
           *> reopen the items it cleared, then apply this run's
           *> results in their place.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO SUSPENSE-ID
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUSPENSE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SU-OPENED-DATE = WS-RECON-DATE
                       DELETE SUSPENSE-FILE RECORD
                       IF WS-SUSPENSE-FILE-STATUS NOT = 00
                           PERFORM NOTE-SUSPENSE-ERROR
                       END-IF
                   ELSE
                       IF SU-CLEARED-DATE = WS-RECON-DATE
                           MOVE 0 TO SU-CLEARED-DATE
                           REWRITE SUSPENSE-RECORD
                           IF WS-SUSPENSE-FILE-STATUS NOT = 00
                               PERFORM NOTE-SUSPENSE-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       CLOSE-SUSPENSE-ITEM.
           MOVE WS-CLOSE-ID TO SUSPENSE-ID
           READ SUSPENSE-FILE KEY IS SUSPENSE-ID
               INVALID KEY
                   PERFORM NOTE-SUSPENSE-ERROR
               NOT INVALID KEY
                   MOVE WS-RECON-DATE TO SU-CLEARED-DATE
                   REWRITE SUSPENSE-RECORD
                   IF WS-SUSPENSE-FILE-STATUS NOT = 00
                       PERFORM NOTE-SUSPENSE-ERROR
                   END-IF
           END-READ.

       WRITE-MATCH-SUSPENSE-ITEM.
           MOVE WS-MT-SUSPENSE-ID(WS-MT-IDX) TO SUSPENSE-ID
           MOVE WS-MT-TYPE(WS-MT-IDX) TO SU-ITEM-TYPE
           MOVE WS-RECON-DATE TO SU-OPENED-DATE
           MOVE WS-MT-TXN-DATE(WS-MT-IDX) TO SU-TXN-DATE
           MOVE WS-MT-METHOD(WS-MT-IDX) TO SU-METHOD
           MOVE WS-MT-INVOICE-ID(WS-MT-IDX) TO SU-INVOICE-ID
           MOVE WS-MT-PAYMENT-ID(WS-MT-IDX) TO SU-PAYMENT-ID
           MOVE WS-MT-ITEM-AMOUNT(WS-MT-IDX) TO SU-AMOUNT
           MOVE 0 TO SU-CLEARED-DATE
           MOVE WS-MT-DEPOSIT-ID(WS-MT-IDX) TO SU-DEPOSIT-ID
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   PERFORM NOTE-SUSPENSE-ERROR
           END-WRITE.

       WRITE-BANK-SUSPENSE-ITEM.
           MOVE WS-BD-SUSPENSE-ID(WS-BD-IDX) TO SUSPENSE-ID
           MOVE "D" TO SU-ITEM-TYPE
           MOVE WS-RECON-DATE TO SU-OPENED-DATE
           MOVE WS-BD-COVER-DATE(WS-BD-IDX) TO SU-TXN-DATE
           MOVE WS-BD-METHOD(WS-BD-IDX) TO SU-METHOD
           MOVE 0 TO SU-INVOICE-ID
           MOVE 0 TO SU-PAYMENT-ID
           MOVE WS-BD-AMOUNT(WS-BD-IDX) TO SU-AMOUNT
           MOVE 0 TO SU-CLEARED-DATE
           MOVE 0 TO SU-DEPOSIT-ID
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   PERFORM NOTE-SUSPENSE-ERROR
           END-WRITE.

       WRITE-RUN-CONTROL-RECORD.
           *> Never open, so never carried; a rerun of the date
           *> drops it with the date's other items.
           ADD 1 TO WS-NEXT-SUSPENSE-ID
           MOVE WS-NEXT-SUSPENSE-ID TO SUSPENSE-ID
           MOVE "R" TO SU-ITEM-TYPE
           MOVE WS-RECON-DATE TO SU-OPENED-DATE
           MOVE WS-RECON-DATE TO SU-TXN-DATE
           MOVE SPACES TO SU-METHOD
           MOVE 0 TO SU-INVOICE-ID
           MOVE WS-HIGH-PAYMENT-ID TO SU-PAYMENT-ID
           MOVE 0 TO SU-AMOUNT
           MOVE WS-RECON-DATE TO SU-CLEARED-DATE
           MOVE WS-HIGH-DEPOSIT-ID TO SU-DEPOSIT-ID
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   PERFORM NOTE-SUSPENSE-ERROR
           END-WRITE.

       NOTE-SUSPENSE-ERROR.
           DISPLAY "Error updating suspense item " SUSPENSE-ID
                   ": " WS-SUSPENSE-FILE-STATUS
           ADD 1 TO WS-SUSPENSE-ERRORS.

       REJECT-LINE-BAD-DATE.
           MOVE "date is not a real calendar date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-LATE-DATE.
           MOVE "date is after the reconciliation date" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-METHOD.
           MOVE "payment method is blank" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-INVOICE.
           MOVE "invoice id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-DEPOSIT.
           MOVE "deposit is not D and a 5-digit deposit id" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-AMOUNT.
           MOVE "amount is not a number other than zero" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-FEE.
           MOVE "fee is not a number of zero or more" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           *> The reason is staged in WS-REJECT-REASON and the line
           *> in WS-REJECT-RECORD by the caller; the line prints
           *> underneath so it can be taken up with the processor
           *> or the bank.
           MOVE 'Y' TO WS-LINE-REJECTED
           ADD 1 TO WS-REJECT-COUNT

           MOVE SPACES TO RPT-RECORD
           STRING "  REJECTED - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Line: " FUNCTION TRIM(WS-REJECT-RECORD)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-PAYMENTS-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Payments Read      : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-LATE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-LATE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Late-Posted        : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-DEPOSITS-TAKEN TO WS-DISPLAY-COUNT
           MOVE WS-DEPOSITS-TAKEN-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposits Taken     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REFUNDS-PAID TO WS-DISPLAY-COUNT
           MOVE WS-REFUNDS-PAID-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Deposit Refunds    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-DEPOSITS-SKIPPED TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Applied Deposits   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " (transfers - not reconciled)"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-SETTLE-LINES TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Settlement Lines   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-BANK-LINES TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Bank Lines         : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Lines Rejected     : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-MATCHED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Matched Exactly    : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-FEE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Fees Withheld      : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CHARGEBACK-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CHARGEBACK-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Chargebacks        : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-CLEARED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Items Cleared      : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-NEW-ITEM-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Items Opened       : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "  Open In Suspense   :" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-UNSETTLED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-UNSETTLED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "    Unsettled Payments : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-UNMATCHED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "    Unpaid Settlements : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-MISMATCH-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MISMATCH-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "    Amount Mismatches  : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-BANKDIFF-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-BANKDIFF-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "    Bank Differences   : "
               FUNCTION TRIM(WS-DISPLAY-COUNT) ", "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-SUSPENSE-ERRORS > 0
               MOVE WS-SUSPENSE-ERRORS TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  SUSPENSE.DAT UPDATE ERRORS: "
                   FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " - see the job log"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF SETTLEMENT RECONCILIATION ***" TO
               RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM settlementReconciliation.
