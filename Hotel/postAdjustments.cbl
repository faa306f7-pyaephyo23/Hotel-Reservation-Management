      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Adjustment Posting Run - loads the day's delimited
      *          invoice adjustment file (invoice id, signed amount,
      *          reason code, approver) onto INVOICES.DAT. Reason
      *          codes are RC rate correction (either sign), SR
      *          service recovery, CP comp and WO bad-debt write-off
      *          (credits only). A line is rejected when the invoice
      *          or approver is not on file, the amount is larger
      *          than the approver's APPROVERS.DAT limit, a write-off
      *          comes from an approver not cleared for them, or the
      *          adjustment would push the invoice's open balance
      *          below zero. Each accepted adjustment is added to
      *          ADJUSTMENT-AMOUNT, written to ADJHIST.DAT with the
      *          invoice balance after it, and logged to the audit
      *          trail against the invoice's booking; the posted /
      *          rejected report's totals tie back to the approved
      *          adjustment slips.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. postAdjustments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJIN-FILE ASSIGN TO '../DATA/ADJIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJIN-FILE-STATUS.

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

           SELECT APPROVERS-FILE ASSIGN TO '../DATA/APPROVERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPROVER-ID
               FILE STATUS IS WS-APPROVERS-FILE-STATUS.

           SELECT ADJHIST-FILE ASSIGN TO '../DATA/ADJHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-AJ
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/ADJPOST.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADI-RECORD                 PIC X(80).

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  APPROVERS-FILE.
       COPY "./CopyBooks/APPROVERS.cpy".

       FD  ADJHIST-FILE.
       COPY "./CopyBooks/ADJHIST.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ADJIN-FILE-STATUS    PIC 99.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-APPROVERS-FILE-STATUS PIC 99.
       01  WS-ADJHIST-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-PAY-EOF              PIC X VALUE 'N'.
       01  WS-NO-PAYMENTS-FILE     PIC X VALUE 'N'.
       01  WS-INVOICE-FOUND        PIC X VALUE 'N'.
       01  WS-APPROVER-FOUND       PIC X VALUE 'N'.
       01  WS-LINE-REJECTED        PIC X VALUE 'N'.

       01  WS-POSTING-DATE.
           05 WS-POSTING-YEAR      PIC 9(4).
           05 WS-POSTING-MONTH     PIC 9(2).
           05 WS-POSTING-DAY       PIC 9(2).
       01  WS-POSTING-DATE-NUM     PIC 9(8).

       *> The adjustment line split into its delimited fields; the
       *> trailing -REST bytes let the edits test what was keyed
       *> before any arithmetic touches it.
       01  WS-AI-INVOICE-TEXT.
           05  WS-AI-INVOICE-NUM   PIC 9(5).
           05  WS-AI-INVOICE-REST  PIC X(5).
       01  WS-AI-AMOUNT-TEXT       PIC X(15).
       01  WS-AI-REASON            PIC X(10).
       01  WS-AI-APPROVER          PIC X(10).
       01  WS-AI-AMOUNT            PIC S9(9)V99.
       01  WS-AI-ABS-AMOUNT        PIC 9(9)V99.
       01  WS-REASON-NAME          PIC X(20).

       01  WS-TARGET-INVOICE-ID    PIC 9(5).
       01  WS-PAID-AMOUNT          PIC 9(9)V99.
       01  WS-OPEN-BALANCE         PIC S9(9)V99.
       01  WS-NEW-BALANCE          PIC S9(9)V99.
       01  WS-OLD-ADJUSTMENT       PIC S9(9)V99.
       01  WS-NEXT-ADJ-ID          PIC 9(5) VALUE 0.
       01  WS-HISTORY-WRITTEN      PIC X(01).

       *> Audit-trail call: the adjustment is logged against the
       *> invoice's booking, before and after ADJUSTMENT-AMOUNT
       01  WS-LOG-BOOKING-ID       PIC 9(5).
       01  WS-LOG-FIELD-NAME       PIC X(15).
       01  WS-LOG-BEFORE-VALUE     PIC X(10).
       01  WS-LOG-AFTER-VALUE      PIC X(10).
       01  WS-LOG-SOURCE           PIC S9(9)V99.
       01  WS-LOG-AMOUNT           PIC -(9)9.99.
       01  WS-LOG-WHOLE            PIC -(9)9.
       01  WS-LOG-TEXT             PIC X(10).

       *> Run counters and the adjustment-slip hash totals
       01  WS-LINES-READ           PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-WRITEOFF-COUNT       PIC 9(5) VALUE 0.
       01  WS-WRITEOFF-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-TOTAL         PIC S9(11)V99 VALUE 0.

       *> Display fields
       01  WS-DISPLAY-ADJ-ID       PIC ZZZZ9.
       01  WS-DISPLAY-INVOICE-ID   PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT       PIC $(8)9.99-.
       01  WS-DISPLAY-BALANCE      PIC $(8)9.99-.
       01  WS-DISPLAY-TOTAL        PIC $(10)9.99-.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-REJECT-REASON        PIC X(60).

       LINKAGE SECTION.
       01  POSTING-DATE-PARM       PIC 9(8).

       PROCEDURE DIVISION USING POSTING-DATE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-POSTING-DATE
           PERFORM OPEN-POSTING-FILES
           PERFORM FIND-HIGHEST-ADJ-ID
           PERFORM WRITE-POSTING-HEADER
           PERFORM POST-ALL-ADJUSTMENTS
           PERFORM WRITE-POSTING-TOTALS
           PERFORM CLOSE-POSTING-FILES

           DISPLAY "Adjustment posting report written to "
                   "../DATA/ADJPOST.PRT"
           GOBACK.

       GET-POSTING-DATE.
           *> An explicit business date passed via LINK (or a JCL
           *> PARM) dates the adjustments for the day they belong
           *> to; a zero/omitted parameter defaults to today.
           IF POSTING-DATE-PARM NOT = 0
               MOVE POSTING-DATE-PARM TO WS-POSTING-DATE
           ELSE
               ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-POSTING-DATE TO WS-POSTING-DATE-NUM.

       OPEN-POSTING-FILES.
           OPEN INPUT ADJIN-FILE
           IF WS-ADJIN-FILE-STATUS NOT = 00
               DISPLAY "Error opening ADJIN file: "
                       WS-ADJIN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O INVOICES-FILE
           IF WS-INVOICE-FILE-STATUS NOT = 00
               DISPLAY "Error opening INVOICES file: "
                       WS-INVOICE-FILE-STATUS
               CLOSE ADJIN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT APPROVERS-FILE
           IF WS-APPROVERS-FILE-STATUS NOT = 00
               DISPLAY "Error opening APPROVERS file: "
                       WS-APPROVERS-FILE-STATUS
               CLOSE ADJIN-FILE
               CLOSE INVOICES-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FILE-STATUS = 35
               *> No payments have ever been recorded - every
               *> invoice is open for its full billed amount.
               MOVE 'Y' TO WS-NO-PAYMENTS-FILE
           ELSE
               IF WS-PAYMENTS-FILE-STATUS NOT = 00
                   DISPLAY "Error opening PAYMENTS file: "
                           WS-PAYMENTS-FILE-STATUS
                   CLOSE ADJIN-FILE
                   CLOSE INVOICES-FILE
                   CLOSE APPROVERS-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O ADJHIST-FILE
           IF WS-ADJHIST-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT ADJHIST-FILE
               CLOSE ADJHIST-FILE
               OPEN I-O ADJHIST-FILE
           END-IF
           IF WS-ADJHIST-FILE-STATUS NOT = 00
               DISPLAY "Error opening ADJHIST file: "
                       WS-ADJHIST-FILE-STATUS
               CLOSE ADJIN-FILE
               CLOSE INVOICES-FILE
               CLOSE APPROVERS-FILE
               IF WS-NO-PAYMENTS-FILE = 'N'
                   CLOSE PAYMENTS-FILE
               END-IF
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
           CLOSE ADJIN-FILE
           CLOSE INVOICES-FILE
           CLOSE APPROVERS-FILE
           IF WS-NO-PAYMENTS-FILE = 'N'
               CLOSE PAYMENTS-FILE
           END-IF
           CLOSE ADJHIST-FILE
           CLOSE REPORT-FILE.

       FIND-HIGHEST-ADJ-ID.
           *> New history records continue the numbering after the
           *> highest id already on file.
           MOVE 0 TO WS-NEXT-ADJ-ID
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ADJ-ID > WS-NEXT-ADJ-ID
                       MOVE ADJ-ID TO WS-NEXT-ADJ-ID
                   END-IF
               END-READ
           END-PERFORM.

       POST-ALL-ADJUSTMENTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ADI-RECORD NOT = SPACES
                       ADD 1 TO WS-LINES-READ
                       PERFORM POST-ONE-ADJUSTMENT
                   END-IF
               END-READ
           END-PERFORM.

       POST-ONE-ADJUSTMENT.
           MOVE 'N' TO WS-LINE-REJECTED
           PERFORM PARSE-ADJUSTMENT-LINE
           PERFORM EDIT-ADJUSTMENT-LINE
           IF WS-LINE-REJECTED = 'N'
               PERFORM CHECK-APPROVER-LIMIT
           END-IF
           IF WS-LINE-REJECTED = 'N'
               PERFORM CHECK-NEW-BALANCE
           END-IF
           IF WS-LINE-REJECTED = 'N'
               PERFORM APPLY-ADJUSTMENT
           END-IF.

       PARSE-ADJUSTMENT-LINE.
           MOVE SPACES TO WS-AI-INVOICE-TEXT
           MOVE SPACES TO WS-AI-AMOUNT-TEXT
           MOVE SPACES TO WS-AI-REASON
           MOVE SPACES TO WS-AI-APPROVER
           UNSTRING ADI-RECORD DELIMITED BY "|"
               INTO WS-AI-INVOICE-TEXT
                    WS-AI-AMOUNT-TEXT
                    WS-AI-REASON
                    WS-AI-APPROVER
           END-UNSTRING.

       EDIT-ADJUSTMENT-LINE.
           *> Field edits run in order of the line's fields; the
           *> first failure rejects the line with a reason the
           *> bookkeeper can act on.
           IF WS-AI-INVOICE-NUM NOT NUMERIC OR
              WS-AI-INVOICE-REST NOT = SPACES
               PERFORM REJECT-LINE-BAD-INVOICE
           ELSE
               MOVE WS-AI-INVOICE-NUM TO WS-TARGET-INVOICE-ID
               PERFORM FIND-INVOICE-ON-FILE
               IF WS-INVOICE-FOUND = 'N'
                   PERFORM REJECT-LINE-NO-INVOICE
               END-IF
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF FUNCTION TEST-NUMVAL(WS-AI-AMOUNT-TEXT) NOT = 0
                   PERFORM REJECT-LINE-BAD-AMOUNT
               ELSE
                   IF FUNCTION NUMVAL(WS-AI-AMOUNT-TEXT) = 0 OR
                      FUNCTION ABS(FUNCTION NUMVAL(WS-AI-AMOUNT-TEXT))
                          > 9999999.99
                       PERFORM REJECT-LINE-BAD-AMOUNT
                   ELSE
                       COMPUTE WS-AI-AMOUNT =
                           FUNCTION NUMVAL(WS-AI-AMOUNT-TEXT)
                       IF WS-AI-AMOUNT < 0
                           COMPUTE WS-AI-ABS-AMOUNT =
                               0 - WS-AI-AMOUNT
                       ELSE
                           MOVE WS-AI-AMOUNT TO WS-AI-ABS-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF

           *> A rate correction may go either way; service recovery,
           *> comps and write-offs only ever take money off.
           IF WS-LINE-REJECTED = 'N'
               EVALUATE WS-AI-REASON
                   WHEN "RC"
                       MOVE "rate correction" TO WS-REASON-NAME
                   WHEN "SR"
                       MOVE "service recovery" TO WS-REASON-NAME
                   WHEN "CP"
                       MOVE "comp" TO WS-REASON-NAME
                   WHEN "WO"
                       MOVE "bad-debt write-off" TO WS-REASON-NAME
                   WHEN OTHER
                       PERFORM REJECT-LINE-BAD-REASON
               END-EVALUATE
           END-IF

           IF WS-LINE-REJECTED = 'N' AND
              WS-AI-REASON NOT = "RC" AND WS-AI-AMOUNT > 0
               PERFORM REJECT-LINE-NOT-A-CREDIT
           END-IF

           IF WS-LINE-REJECTED = 'N'
               IF WS-AI-APPROVER = SPACES
                   PERFORM REJECT-LINE-NO-APPROVER
               ELSE
                   MOVE WS-AI-APPROVER TO APPROVER-ID
                   READ APPROVERS-FILE KEY IS APPROVER-ID
                       INVALID KEY
                           PERFORM REJECT-LINE-NO-APPROVER
                   END-READ
               END-IF
           END-IF.

       FIND-INVOICE-ON-FILE.
           MOVE 'N' TO WS-INVOICE-FOUND
           MOVE WS-TARGET-INVOICE-ID TO INVOICE-ID
           READ INVOICES-FILE KEY IS INVOICE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-FOUND
           END-READ.

       CHECK-APPROVER-LIMIT.
           *> The limit caps the size of one adjustment whichever
           *> way it goes; write-offs need the approver cleared for
           *> them as well.
           IF WS-AI-ABS-AMOUNT > AP-LIMIT
               PERFORM REJECT-LINE-OVER-LIMIT
           ELSE
               IF WS-AI-REASON = "WO" AND AP-WRITEOFF-FLAG NOT = 'Y'
                   PERFORM REJECT-LINE-NO-WRITEOFF
               END-IF
           END-IF.

       CHECK-NEW-BALANCE.
           *> The balance still owed after everything already
           *> posted, including adjustments earlier in this run -
           *> the invoice is reread for each line, so each rewrite
           *> is seen by the next.
           PERFORM SUM-PAYMENTS-FOR-INVOICE
           COMPUTE WS-OPEN-BALANCE =
               TOTAL-CHARGE + ADJUSTMENT-AMOUNT - WS-PAID-AMOUNT
           COMPUTE WS-NEW-BALANCE = WS-OPEN-BALANCE + WS-AI-AMOUNT
           IF WS-NEW-BALANCE < 0
               PERFORM REJECT-LINE-BELOW-ZERO
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

       APPLY-ADJUSTMENT.
           *> The history row is written first, so an invoice never
           *> carries an adjustment ADJHIST has no row for - the
           *> roll-forward and the revenue extract both work from
           *> ADJHIST. A row whose invoice then will not rewrite is
           *> taken back out.
           MOVE ADJUSTMENT-AMOUNT TO WS-OLD-ADJUSTMENT
           PERFORM WRITE-ADJUSTMENT-HISTORY

           IF WS-HISTORY-WRITTEN = 'Y'
               ADD WS-AI-AMOUNT TO ADJUSTMENT-AMOUNT
               REWRITE INVOICE-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting invoice "
                               WS-TARGET-INVOICE-ID ": "
                               WS-INVOICE-FILE-STATUS
                       PERFORM REMOVE-ADJUSTMENT-HISTORY
                       PERFORM REJECT-LINE-WRITE-ERROR
                   NOT INVALID KEY
                       PERFORM LOG-ADJUSTMENT
                       ADD 1 TO WS-POSTED-COUNT
                       ADD WS-AI-AMOUNT TO WS-POSTED-TOTAL
                       IF WS-AI-REASON = "WO"
                           ADD 1 TO WS-WRITEOFF-COUNT
                           ADD WS-AI-AMOUNT TO WS-WRITEOFF-TOTAL
                       END-IF
                       PERFORM WRITE-POSTED-LINE
               END-REWRITE
           END-IF.

       WRITE-ADJUSTMENT-HISTORY.
           MOVE 'N' TO WS-HISTORY-WRITTEN
           ADD 1 TO WS-NEXT-ADJ-ID
           MOVE WS-NEXT-ADJ-ID TO ADJ-ID
           MOVE WS-TARGET-INVOICE-ID TO INVOICE-ID-AJ
           MOVE BOOKING-ID-IV TO AJ-BOOKING-ID
           MOVE WS-POSTING-DATE-NUM TO AJ-POSTED-DATE
           MOVE WS-AI-REASON TO AJ-REASON-CODE
           MOVE WS-AI-AMOUNT TO AJ-AMOUNT
           MOVE WS-AI-APPROVER TO AJ-APPROVER
           MOVE WS-NEW-BALANCE TO AJ-BALANCE-AFTER

           WRITE ADJHIST-RECORD
               INVALID KEY
                   DISPLAY "Error writing adjustment history "
                           WS-NEXT-ADJ-ID " for invoice "
                           WS-TARGET-INVOICE-ID ": "
                           WS-ADJHIST-FILE-STATUS
                   PERFORM REJECT-LINE-HISTORY-ERROR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-WRITTEN
           END-WRITE.

       REMOVE-ADJUSTMENT-HISTORY.
           DELETE ADJHIST-FILE RECORD
               INVALID KEY
                   DISPLAY "Error removing adjustment history "
                           WS-NEXT-ADJ-ID " for invoice "
                           WS-TARGET-INVOICE-ID ": "
                           WS-ADJHIST-FILE-STATUS
           END-DELETE.

       LOG-ADJUSTMENT.
           *> The audit trail is keyed by booking; the invoice's
           *> booking carries the before and after
           *> ADJUSTMENT-AMOUNT.
           MOVE BOOKING-ID-IV TO WS-LOG-BOOKING-ID
           MOVE "ADJUSTMENT-AMT" TO WS-LOG-FIELD-NAME
           MOVE WS-OLD-ADJUSTMENT TO WS-LOG-SOURCE
           PERFORM FORMAT-LOG-AMOUNT
           MOVE WS-LOG-TEXT TO WS-LOG-BEFORE-VALUE
           MOVE ADJUSTMENT-AMOUNT TO WS-LOG-SOURCE
           PERFORM FORMAT-LOG-AMOUNT
           MOVE WS-LOG-TEXT TO WS-LOG-AFTER-VALUE
           CALL "logBookingStatusChange" USING WS-LOG-BOOKING-ID
               WS-LOG-FIELD-NAME WS-LOG-BEFORE-VALUE
               WS-LOG-AFTER-VALUE
           END-CALL.

       FORMAT-LOG-AMOUNT.
           *> The audit trail holds ten characters a side. An
           *> amount that will not fit there with its cents is
           *> logged in whole units, so the high digits are kept.
           IF WS-LOG-SOURCE > -1000000 AND
              WS-LOG-SOURCE < 10000000
               MOVE WS-LOG-SOURCE TO WS-LOG-AMOUNT
               MOVE FUNCTION TRIM(WS-LOG-AMOUNT) TO WS-LOG-TEXT
           ELSE
               MOVE WS-LOG-SOURCE TO WS-LOG-WHOLE
               MOVE FUNCTION TRIM(WS-LOG-WHOLE) TO WS-LOG-TEXT
           END-IF.

       WRITE-POSTING-HEADER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "       ADJUSTMENT POSTING RUN" TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Posting Date: " WS-POSTING-YEAR "/"
               WS-POSTING-MONTH "/" WS-POSTING-DAY
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE "ADJUSTMENTS POSTED:" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-POSTED-LINE.
           MOVE WS-NEXT-ADJ-ID TO WS-DISPLAY-ADJ-ID
           MOVE WS-TARGET-INVOICE-ID TO WS-DISPLAY-INVOICE-ID
           MOVE WS-AI-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-NEW-BALANCE TO WS-DISPLAY-BALANCE

           MOVE SPACES TO RPT-RECORD
           STRING "  Adj " FUNCTION TRIM(WS-DISPLAY-ADJ-ID)
               " - Invoice " FUNCTION TRIM(WS-DISPLAY-INVOICE-ID)
               " - " FUNCTION TRIM(WS-REASON-NAME)
               " - " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               " - by " FUNCTION TRIM(WS-AI-APPROVER)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Balance now " FUNCTION TRIM(WS-DISPLAY-BALANCE)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       REJECT-LINE-BAD-INVOICE.
           MOVE "invoice id is not a 5-digit number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-INVOICE.
           MOVE "invoice is not on INVOICES.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-AMOUNT.
           MOVE "amount is not a nonzero number" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BAD-REASON.
           MOVE "reason code is not RC, SR, CP or WO" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NOT-A-CREDIT.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "a " FUNCTION TRIM(WS-REASON-NAME)
               " must be a credit (negative amount)"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-APPROVER.
           MOVE "approver is blank or not on APPROVERS.DAT" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-OVER-LIMIT.
           MOVE AP-LIMIT TO WS-DISPLAY-BALANCE
           MOVE SPACES TO WS-REJECT-REASON
           STRING "amount exceeds approver's limit of "
               FUNCTION TRIM(WS-DISPLAY-BALANCE)
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-NO-WRITEOFF.
           MOVE "approver is not cleared to approve write-offs" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-BELOW-ZERO.
           MOVE WS-OPEN-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO WS-REJECT-REASON
           STRING "adjustment would take the open balance of "
               FUNCTION TRIM(WS-DISPLAY-BALANCE) " below zero"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-WRITE-ERROR.
           MOVE "invoice record would not rewrite" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       REJECT-LINE-HISTORY-ERROR.
           MOVE "adjustment history record would not write" TO
               WS-REJECT-REASON
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           *> The reason is staged in WS-REJECT-REASON by the
           *> caller; the rejected line itself prints underneath so
           *> the bookkeeper can rekey it.
           MOVE 'Y' TO WS-LINE-REJECTED
           ADD 1 TO WS-REJECT-COUNT
           IF FUNCTION TEST-NUMVAL(WS-AI-AMOUNT-TEXT) = 0
               COMPUTE WS-REJECT-TOTAL = WS-REJECT-TOTAL +
                   FUNCTION NUMVAL(WS-AI-AMOUNT-TEXT)
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "  REJECTED - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "    Line: " FUNCTION TRIM(ADI-RECORD)
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
           STRING "  Adjustments Posted : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Posted Hash Total  : "
               FUNCTION TRIM(WS-DISPLAY-TOTAL)
               " (ties to the approved slips)"
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE WS-WRITEOFF-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-WRITEOFF-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-RECORD
           STRING "  Write-Offs         : "
               FUNCTION TRIM(WS-DISPLAY-COUNT)
               " totalling " FUNCTION TRIM(WS-DISPLAY-TOTAL)
               " (included above)"
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

           MOVE "*** END OF ADJUSTMENT POSTING RUN ***" TO
               RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM postAdjustments.
