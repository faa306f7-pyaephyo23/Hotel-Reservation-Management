      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Daily Guest-Ledger Roll-Forward - proves the
      *          receivables balance as a whole moved correctly from
      *          the last roll-forward to this business date. The
      *          opening balance is the prior LEDGERBAL.DAT record's
      *          closing balance; to it are added the stay and fee
      *          invoices cut and the adjustments posted (ADJHIST.DAT)
      *          since then, and from it are taken the payments
      *          received and the bad-debt write-offs posted. "Since
      *          then" is by record id, not date: the prior record
      *          keeps the highest invoice, payment and adjustment id
      *          it took, so an item posted with an earlier business
      *          date is still taken by the next run. The closing
      *          balance is tied to the open-balance total the
      *          receivables aging computes from the same files
      *          (every invoice's TOTAL-CHARGE plus
      *          ADJUSTMENT-AMOUNT less payments, where still owed)
      *          plus the credit balances the aging leaves out,
      *          shown on their own line. The day's figures are kept in
      *          LEDGERBAL.DAT for the auditors' monthly
      *          roll-forward, the report lists the month to date,
      *          and the run ends with return code 8 when closing
      *          and aging do not tie, so the nightly stream stops
      *          before the ledger feeds. The first roll-forward
      *          ever run takes its opening balance from the files.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dailyLedgerRollForward.

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

           SELECT ADJHIST-FILE ASSIGN TO '../DATA/ADJHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-AJ
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

           SELECT LEDGERBAL-FILE ASSIGN TO '../DATA/LEDGERBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BUSINESS-DATE
               FILE STATUS IS WS-LEDGERBAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/LEDGERBAL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  ADJHIST-FILE.
       COPY "./CopyBooks/ADJHIST.cpy".

       FD  LEDGERBAL-FILE.
       COPY "./CopyBooks/LEDGERBAL.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-ADJHIST-FILE-STATUS  PIC 99.
       01  WS-LEDGERBAL-FILE-STATUS PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-PAY-EOF              PIC X VALUE 'N'.
       01  WS-NO-PAYMENTS-FILE     PIC X VALUE 'N'.
       01  WS-NO-ADJHIST-FILE      PIC X VALUE 'N'.
       01  WS-PRIOR-FOUND          PIC X VALUE 'N'.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MONTH         PIC 9(2).
           05 WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-MONTH-START          PIC 9(8).

       *> Activity counts when its id is above the highest the
       *> prior roll-forward took. The very first run has no prior
       *> record and takes the run date's activity by date instead
       *> (dated after WS-WINDOW-FROM, the day before, and not
       *> after the run date).
       01  WS-WINDOW-FROM          PIC 9(8).
       01  WS-PRIOR-DATE           PIC 9(8) VALUE 0.
       01  WS-ACTIVITY-DATE        PIC 9(8).
       01  WS-ACTIVITY-ID          PIC 9(5).
       01  WS-ACTIVITY-MARK        PIC 9(5).
       01  WS-IN-WINDOW            PIC X VALUE 'N'.
       01  WS-PRIOR-INVOICE-ID     PIC 9(5) VALUE 0.
       01  WS-PRIOR-PAYMENT-ID     PIC 9(5) VALUE 0.
       01  WS-PRIOR-ADJ-ID         PIC 9(5) VALUE 0.
       01  WS-HIGH-INVOICE-ID      PIC 9(5) VALUE 0.
       01  WS-HIGH-PAYMENT-ID      PIC 9(5) VALUE 0.
       01  WS-HIGH-ADJ-ID          PIC 9(5) VALUE 0.

       01  WS-TARGET-INVOICE-ID    PIC 9(5).
       01  WS-PAID-AMOUNT          PIC 9(9)V99.
       01  WS-OPEN-BALANCE         PIC S9(9)V99.

       *> The roll-forward itself
       01  WS-OPENING              PIC S9(9)V99 VALUE 0.
       01  WS-INVOICE-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-FEE-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-ADJUSTMENT-TOTAL     PIC S9(9)V99 VALUE 0.
       01  WS-PAYMENT-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-WRITEOFF-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-NET-ACTIVITY         PIC S9(9)V99 VALUE 0.
       01  WS-CLOSING              PIC S9(9)V99 VALUE 0.
       01  WS-AGING-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-DIFFERENCE           PIC S9(9)V99 VALUE 0.
       01  WS-STATUS               PIC X(10).

       01  WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-FEE-COUNT            PIC 9(5) VALUE 0.
       01  WS-ADJUSTMENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-PAYMENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-WRITEOFF-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-CREDIT-COUNT         PIC 9(5) VALUE 0.

       *> Display fields
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99-.
       01  WS-DISPLAY-CLOSING      PIC $(8)9.99-.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-ROLL-LABEL           PIC X(22).
       01  WS-ROLL-COUNTED         PIC X VALUE 'N'.
       01  WS-DISPLAY-DATE.
           05 WS-DISPLAY-DATE-Y    PIC 9(4).
           05 WS-DISPLAY-DATE-M    PIC 9(2).
           05 WS-DISPLAY-DATE-D    PIC 9(2).

       LINKAGE SECTION.
       01  RUN-DATE-PARM           PIC 9(8).

       PROCEDURE DIVISION USING RUN-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE
           PERFORM OPEN-LEDGER-FILES
           PERFORM FIND-PRIOR-BALANCE
           PERFORM SUM-PAYMENT-ACTIVITY
           PERFORM SUM-ADJUSTMENT-ACTIVITY
           PERFORM SUM-INVOICE-ACTIVITY
           PERFORM ROLL-BALANCE-FORWARD
           PERFORM SAVE-LEDGER-BALANCE
           PERFORM WRITE-ROLL-FORWARD-REPORT
           PERFORM WRITE-MONTH-TO-DATE
           PERFORM CLOSE-LEDGER-FILES

           DISPLAY "Ledger roll-forward written to "
                   "../DATA/LEDGERBAL.PRT"

           *> A nonzero return code lets the nightly job stream
           *> hold the ledger feeds until the balance ties.
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
               DISPLAY "Ledger OUT OF BALANCE by "
                       FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-RUN-DATE.
           *> An explicit business date passed via LINK (or a JCL
           *> PARM) rolls a prior day; a zero/omitted parameter
           *> defaults to today.
           IF RUN-DATE-PARM NOT = 0
               MOVE RUN-DATE-PARM TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-MONTH-START =
               WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100 + 1.

       OPEN-LEDGER-FILES.
           OPEN INPUT INVOICES-FILE
           IF WS-INVOICE-FILE-STATUS NOT = 00
               DISPLAY "Error opening INVOICES file: "
                       WS-INVOICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FILE-STATUS = 35
               *> No payments have ever been recorded - nothing
               *> comes off the balance, not an error.
               MOVE 'Y' TO WS-NO-PAYMENTS-FILE
           ELSE
               IF WS-PAYMENTS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening PAYMENTS file: "
                           WS-PAYMENTS-FILE-STATUS
                   CLOSE INVOICES-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT ADJHIST-FILE
           IF WS-ADJHIST-FILE-STATUS = 35
               *> No adjustment has ever been posted.
               MOVE 'Y' TO WS-NO-ADJHIST-FILE
           ELSE
               IF WS-ADJHIST-FILE-STATUS NOT = 00
                   DISPLAY "Error opening ADJHIST file: "
                           WS-ADJHIST-FILE-STATUS
                   CLOSE INVOICES-FILE
                   IF WS-NO-PAYMENTS-FILE = 'N'
                       CLOSE PAYMENTS-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O LEDGERBAL-FILE
           IF WS-LEDGERBAL-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT LEDGERBAL-FILE
               CLOSE LEDGERBAL-FILE
               OPEN I-O LEDGERBAL-FILE
           END-IF
           IF WS-LEDGERBAL-FILE-STATUS NOT = 00
               DISPLAY "Error opening LEDGERBAL file: "
                       WS-LEDGERBAL-FILE-STATUS
               CLOSE INVOICES-FILE
               IF WS-NO-PAYMENTS-FILE = 'N'
                   CLOSE PAYMENTS-FILE
               END-IF
               IF WS-NO-ADJHIST-FILE = 'N'
                   CLOSE ADJHIST-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
                       WS-REPORT-FILE-STATUS
               PERFORM CLOSE-LEDGER-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-LEDGER-FILES.
           CLOSE INVOICES-FILE
           IF WS-NO-PAYMENTS-FILE = 'N'
               CLOSE PAYMENTS-FILE
           END-IF
           IF WS-NO-ADJHIST-FILE = 'N'
               CLOSE ADJHIST-FILE
           END-IF
           CLOSE LEDGERBAL-FILE
           CLOSE REPORT-FILE.

       FIND-PRIOR-BALANCE.
           *> The latest roll-forward before this date supplies the
           *> opening balance; a missed night is covered because
           *> the activity window runs from that record's date.
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGERBAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LB-BUSINESS-DATE < WS-RUN-DATE-NUM
                       MOVE 'Y' TO WS-PRIOR-FOUND
                       MOVE LB-BUSINESS-DATE TO WS-PRIOR-DATE
                       MOVE LB-CLOSING TO WS-OPENING
                       MOVE LB-LAST-INVOICE-ID TO WS-PRIOR-INVOICE-ID
                       MOVE LB-LAST-PAYMENT-ID TO WS-PRIOR-PAYMENT-ID
                       MOVE LB-LAST-ADJ-ID TO WS-PRIOR-ADJ-ID
                   ELSE
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-PRIOR-FOUND = 'Y'
               MOVE WS-PRIOR-DATE TO WS-WINDOW-FROM
           ELSE
               MOVE 0 TO WS-PRIOR-DATE
               COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1)
           END-IF.

       SUM-PAYMENT-ACTIVITY.
           *> Read in payment-id order before any keyed read moves
           *> the file position.
           IF WS-NO-PAYMENTS-FILE = 'N'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAYMENT-ID > WS-HIGH-PAYMENT-ID
                           MOVE PAYMENT-ID TO WS-HIGH-PAYMENT-ID
                       END-IF
                       MOVE PY-PAYMENT-DATE TO WS-ACTIVITY-DATE
                       MOVE PAYMENT-ID TO WS-ACTIVITY-ID
                       MOVE WS-PRIOR-PAYMENT-ID TO WS-ACTIVITY-MARK
                       PERFORM TEST-ACTIVITY-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                           ADD 1 TO WS-PAYMENT-COUNT
                           ADD PY-AMOUNT TO WS-PAYMENT-TOTAL
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SUM-ADJUSTMENT-ACTIVITY.
           *> Write-offs are carried positive on their own line
           *> because the roll-forward subtracts them.
           IF WS-NO-ADJHIST-FILE = 'N'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ADJHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ADJ-ID > WS-HIGH-ADJ-ID
                           MOVE ADJ-ID TO WS-HIGH-ADJ-ID
                       END-IF
                       MOVE AJ-POSTED-DATE TO WS-ACTIVITY-DATE
                       MOVE ADJ-ID TO WS-ACTIVITY-ID
                       MOVE WS-PRIOR-ADJ-ID TO WS-ACTIVITY-MARK
                       PERFORM TEST-ACTIVITY-WINDOW
                       IF WS-IN-WINDOW = 'Y'
                           IF AJ-REASON-CODE = "WO"
                               ADD 1 TO WS-WRITEOFF-COUNT
                               SUBTRACT AJ-AMOUNT FROM
                                   WS-WRITEOFF-TOTAL
                           ELSE
                               ADD 1 TO WS-ADJUSTMENT-COUNT
                               ADD AJ-AMOUNT TO WS-ADJUSTMENT-TOTAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SUM-INVOICE-ACTIVITY.
           *> One pass does both jobs: the invoices cut in the
           *> window, and the aging's open-balance total over every
           *> invoice on file.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM ROLL-ONE-INVOICE
               END-READ
           END-PERFORM.

       ROLL-ONE-INVOICE.
           IF INVOICE-ID > WS-HIGH-INVOICE-ID
               MOVE INVOICE-ID TO WS-HIGH-INVOICE-ID
           END-IF
           MOVE IV-INVOICE-DATE TO WS-ACTIVITY-DATE
           MOVE INVOICE-ID TO WS-ACTIVITY-ID
           MOVE WS-PRIOR-INVOICE-ID TO WS-ACTIVITY-MARK
           PERFORM TEST-ACTIVITY-WINDOW
           IF WS-IN-WINDOW = 'Y'
               IF IV-FEE-FLAG = 'Y'
                   ADD 1 TO WS-FEE-COUNT
                   ADD TOTAL-CHARGE TO WS-FEE-TOTAL
               ELSE
                   ADD 1 TO WS-INVOICE-COUNT
                   ADD TOTAL-CHARGE TO WS-INVOICE-TOTAL
               END-IF
           END-IF

           *> Same open balance, and same test for still owed, as
           *> AGE-ONE-INVOICE in the receivables aging. An invoice
           *> paid beyond what it owes is still on the ledger as a
           *> credit, so it is totalled apart to reconcile.
           MOVE INVOICE-ID TO WS-TARGET-INVOICE-ID
           PERFORM SUM-PAYMENTS-FOR-INVOICE
           COMPUTE WS-OPEN-BALANCE =
               TOTAL-CHARGE + ADJUSTMENT-AMOUNT - WS-PAID-AMOUNT
           IF WS-OPEN-BALANCE > 0
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-OPEN-BALANCE TO WS-AGING-TOTAL
           END-IF
           IF WS-OPEN-BALANCE < 0
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-OPEN-BALANCE TO WS-CREDIT-TOTAL
           END-IF.

       TEST-ACTIVITY-WINDOW.
           *> WS-ACTIVITY-ID/-MARK/-DATE are set by the caller.
           MOVE 'N' TO WS-IN-WINDOW
           IF WS-PRIOR-FOUND = 'Y'
               IF WS-ACTIVITY-ID > WS-ACTIVITY-MARK
                   MOVE 'Y' TO WS-IN-WINDOW
               END-IF
           ELSE
               IF WS-ACTIVITY-DATE > WS-WINDOW-FROM AND
                  WS-ACTIVITY-DATE NOT > WS-RUN-DATE-NUM
                   MOVE 'Y' TO WS-IN-WINDOW
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

       ROLL-BALANCE-FORWARD.
           COMPUTE WS-NET-ACTIVITY =
               WS-INVOICE-TOTAL + WS-FEE-TOTAL + WS-ADJUSTMENT-TOTAL
               - WS-PAYMENT-TOTAL - WS-WRITEOFF-TOTAL

           *> With no earlier roll-forward the files are the only
           *> record of the opening position, so it is backed out
           *> of today's aging total.
           IF WS-PRIOR-FOUND = 'N'
               COMPUTE WS-OPENING = WS-AGING-TOTAL + WS-CREDIT-TOTAL
                   - WS-NET-ACTIVITY
           END-IF

           COMPUTE WS-CLOSING = WS-OPENING + WS-NET-ACTIVITY
           COMPUTE WS-DIFFERENCE =
               WS-CLOSING - WS-AGING-TOTAL - WS-CREDIT-TOTAL
           IF WS-DIFFERENCE = 0
               MOVE "Balanced" TO WS-STATUS
           ELSE
               MOVE "Out" TO WS-STATUS
           END-IF.

       SAVE-LEDGER-BALANCE.
           *> A rerun for the same date replaces that day's record.
           MOVE WS-RUN-DATE-NUM TO LB-BUSINESS-DATE
           MOVE WS-PRIOR-DATE TO LB-PRIOR-DATE
           MOVE WS-OPENING TO LB-OPENING
           MOVE WS-INVOICE-TOTAL TO LB-INVOICES
           MOVE WS-FEE-TOTAL TO LB-FEES
           MOVE WS-ADJUSTMENT-TOTAL TO LB-ADJUSTMENTS
           MOVE WS-PAYMENT-TOTAL TO LB-PAYMENTS
           MOVE WS-WRITEOFF-TOTAL TO LB-WRITEOFFS
           MOVE WS-CLOSING TO LB-CLOSING
           MOVE WS-AGING-TOTAL TO LB-AGING-TOTAL
           MOVE WS-CREDIT-TOTAL TO LB-CREDIT-TOTAL
           MOVE WS-DIFFERENCE TO LB-DIFFERENCE
           MOVE WS-STATUS TO LB-STATUS
           *> A run that finds less on file than the prior one took
           *> keeps the prior marks, so nothing is counted twice.
           IF WS-HIGH-INVOICE-ID < WS-PRIOR-INVOICE-ID
               MOVE WS-PRIOR-INVOICE-ID TO WS-HIGH-INVOICE-ID
           END-IF
           IF WS-HIGH-PAYMENT-ID < WS-PRIOR-PAYMENT-ID
               MOVE WS-PRIOR-PAYMENT-ID TO WS-HIGH-PAYMENT-ID
           END-IF
           IF WS-HIGH-ADJ-ID < WS-PRIOR-ADJ-ID
               MOVE WS-PRIOR-ADJ-ID TO WS-HIGH-ADJ-ID
           END-IF
           MOVE WS-HIGH-INVOICE-ID TO LB-LAST-INVOICE-ID
           MOVE WS-HIGH-PAYMENT-ID TO LB-LAST-PAYMENT-ID
           MOVE WS-HIGH-ADJ-ID TO LB-LAST-ADJ-ID

           REWRITE LEDGERBAL-RECORD
               INVALID KEY
                   WRITE LEDGERBAL-RECORD
                       INVALID KEY
                           DISPLAY "Error writing LEDGERBAL record "
                                   WS-RUN-DATE-NUM ": "
                                   WS-LEDGERBAL-FILE-STATUS
                   END-WRITE
           END-REWRITE.

       WRITE-ROLL-FORWARD-REPORT.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "     DAILY GUEST-LEDGER ROLL-FORWARD" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Business Date: " WS-RUN-YEAR "/" WS-RUN-MONTH "/"
               WS-RUN-DAY DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           IF WS-PRIOR-FOUND = 'Y'
               MOVE WS-PRIOR-DATE TO WS-DISPLAY-DATE
               STRING "Rolled From  : " WS-DISPLAY-DATE-Y "/"
                   WS-DISPLAY-DATE-M "/" WS-DISPLAY-DATE-D
                   DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
               MOVE SPACES TO RPT-RECORD
               STRING "Rolled From  : (first roll-forward - opening "
                   "taken from the files)" DELIMITED BY SIZE
                   INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "  Opening Balance" TO WS-ROLL-LABEL
           MOVE WS-OPENING TO WS-DISPLAY-AMOUNT
           MOVE 'N' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "+ Stay Invoices" TO WS-ROLL-LABEL
           MOVE WS-INVOICE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-INVOICE-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "+ Fee Invoices" TO WS-ROLL-LABEL
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-FEE-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "+ Adjustments" TO WS-ROLL-LABEL
           MOVE WS-ADJUSTMENT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-ADJUSTMENT-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "- Payments" TO WS-ROLL-LABEL
           MOVE WS-PAYMENT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-PAYMENT-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "- Write-Offs" TO WS-ROLL-LABEL
           MOVE WS-WRITEOFF-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-WRITEOFF-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "------------------------------------------" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "= Closing Balance" TO WS-ROLL-LABEL
           MOVE WS-CLOSING TO WS-DISPLAY-AMOUNT
           MOVE 'N' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "  Aging Open Total" TO WS-ROLL-LABEL
           MOVE WS-AGING-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "+ Credit Balances" TO WS-ROLL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-CREDIT-COUNT TO WS-DISPLAY-COUNT
           MOVE 'Y' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE "  Difference" TO WS-ROLL-LABEL
           MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
           MOVE 'N' TO WS-ROLL-COUNTED
           PERFORM WRITE-ROLL-LINE

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-DIFFERENCE = 0
               MOVE SPACES TO RPT-RECORD
               STRING "STATUS: BALANCED - closing ties to the aging"
                   " and credits" DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
               MOVE "*** OUT OF BALANCE - ledger feeds held ***" TO
                   RPT-RECORD
           END-IF
           WRITE RPT-RECORD.

       WRITE-ROLL-LINE.
           *> The count prints only on the lines that carry one.
           MOVE SPACES TO RPT-RECORD
           IF WS-ROLL-COUNTED = 'Y'
               STRING WS-ROLL-LABEL " : "
                   WS-DISPLAY-AMOUNT
                   "  (" FUNCTION TRIM(WS-DISPLAY-COUNT) ")"
                   DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
               STRING WS-ROLL-LABEL " : "
                   WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD.

       WRITE-MONTH-TO-DATE.
           *> Every roll-forward on file for the month so far - the
           *> page the auditors ask for at month end.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "MONTH TO DATE:" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-MONTH-START TO LB-BUSINESS-DATE
           START LEDGERBAL-FILE KEY IS NOT LESS THAN LB-BUSINESS-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGERBAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LB-BUSINESS-DATE > WS-RUN-DATE-NUM
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       PERFORM WRITE-MONTH-LINE
                   END-IF
               END-READ
           END-PERFORM

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF LEDGER ROLL-FORWARD ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-MONTH-LINE.
           MOVE LB-BUSINESS-DATE TO WS-DISPLAY-DATE
           MOVE LB-OPENING TO WS-DISPLAY-AMOUNT
           MOVE LB-CLOSING TO WS-DISPLAY-CLOSING

           MOVE SPACES TO RPT-RECORD
           STRING "  " WS-DISPLAY-DATE-Y "/" WS-DISPLAY-DATE-M "/"
               WS-DISPLAY-DATE-D
               "  open " WS-DISPLAY-AMOUNT
               "  close " WS-DISPLAY-CLOSING
               "  " FUNCTION TRIM(LB-STATUS)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM dailyLedgerRollForward.
