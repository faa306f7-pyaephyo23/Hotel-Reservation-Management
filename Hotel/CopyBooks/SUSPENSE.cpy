      ******************************************************************
      * Copybook: SUSPENSE.cpy
      * Purpose:  Record layout for SUSPENSE.DAT (SUSPENSE-FILE) - the
      *           settlement suspense file: one record per item the
      *           settlement reconciliation could not clear, carried
      *           forward until a later run clears it. SU-ITEM-TYPE
      *           'P' is a payment on PAYMENTS.DAT the card processor
      *           has not settled (SU-AMOUNT the payment), 'S' a
      *           processor settlement with no payment behind it
      *           (SU-AMOUNT the signed gross - negative for a
      *           chargeback), 'M' a payment settled for a different
      *           amount (SU-AMOUNT settled less paid), and 'D' a
      *           bank deposit that differs from what the day should
      *           have banked for the method (SU-AMOUNT deposited
      *           less expected - negative for a short deposit).
      *           An advance deposit taken by card stands in for a
      *           payment until its settlement arrives: SU-DEPOSIT-ID
      *           is then the DEPOSITS.DAT id and SU-INVOICE-ID and
      *           SU-PAYMENT-ID are zero, on the 'P' item and on the
      *           'S' or 'M' item for its settlement alike.
      *           SU-TXN-DATE is the payment, settlement or banking
      *           date the item belongs to; SU-OPENED-DATE and
      *           SU-CLEARED-DATE are the reconciliation dates it was
      *           raised and cleared on (zero while still open).
      *           Type 'R' is not an item but the run-control record
      *           each reconciliation date writes: SU-PAYMENT-ID and
      *           SU-DEPOSIT-ID the highest payment and deposit ids
      *           on file when it ran, both dates the reconciliation
      *           date, so it is never open.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSPENSE-ID         PIC 9(5).
           05  SU-ITEM-TYPE        PIC X(01).
           05  SU-OPENED-DATE      PIC 9(8).
           05  SU-TXN-DATE         PIC 9(8).
           05  SU-METHOD           PIC X(10).
           05  SU-INVOICE-ID       PIC 9(5).
           05  SU-PAYMENT-ID       PIC 9(5).
           05  SU-AMOUNT           PIC S9(9)V99.
           05  SU-CLEARED-DATE     PIC 9(8).
           05  SU-DEPOSIT-ID       PIC 9(5).
