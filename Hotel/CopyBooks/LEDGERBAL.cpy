      ******************************************************************
      * Copybook: LEDGERBAL.cpy
      * Purpose:  Record layout for LEDGERBAL.DAT (LEDGERBAL-FILE) -
      *           one guest-ledger roll-forward per business date:
      *           the opening receivables balance (the prior record's
      *           closing balance, LB-PRIOR-DATE), the invoices, fee
      *           invoices, adjustments, payments and write-offs
      *           posted since the prior record - those with ids
      *           above its LB-LAST-INVOICE-ID, LB-LAST-PAYMENT-ID
      *           and LB-LAST-ADJ-ID, whatever their business date -
      *           and the closing balance they roll forward to.
      *           LB-WRITEOFFS is held positive because it is
      *           subtracted: opening + invoices + fees + adjustments
      *           - payments - write-offs = closing. LB-AGING-TOTAL
      *           is the open-balance total the receivables aging
      *           arrives at from the files (balances still owed),
      *           LB-CREDIT-TOTAL the overpaid balances it leaves out
      *           (negative), LB-DIFFERENCE is closing less both
      *           totals, and LB-STATUS is
      *           "Balanced" or "Out". LB-PRIOR-DATE is zero on the
      *           first record, whose opening balance was taken
      *           from the files.
      ******************************************************************
       01  LEDGERBAL-RECORD.
           05  LB-BUSINESS-DATE    PIC 9(8).
           05  LB-PRIOR-DATE       PIC 9(8).
           05  LB-OPENING          PIC S9(9)V99.
           05  LB-INVOICES         PIC S9(9)V99.
           05  LB-FEES             PIC S9(9)V99.
           05  LB-ADJUSTMENTS      PIC S9(9)V99.
           05  LB-PAYMENTS         PIC S9(9)V99.
           05  LB-WRITEOFFS        PIC S9(9)V99.
           05  LB-CLOSING          PIC S9(9)V99.
           05  LB-AGING-TOTAL      PIC S9(9)V99.
           05  LB-DIFFERENCE       PIC S9(9)V99.
           05  LB-STATUS           PIC X(10).
           05  LB-CREDIT-TOTAL     PIC S9(9)V99.
           05  LB-LAST-INVOICE-ID  PIC 9(5).
           05  LB-LAST-PAYMENT-ID  PIC 9(5).
           05  LB-LAST-ADJ-ID      PIC 9(5).
