      ******************************************************************
      * Copybook: ADJHIST.cpy
      * Purpose:  Record layout for ADJHIST.DAT (ADJHIST-FILE) - one
      *           record per adjustment the adjustment posting run
      *           has applied to an invoice's ADJUSTMENT-AMOUNT, so
      *           every credit and correction has a reason and an
      *           approver behind it. Several adjustments may point
      *           at the same invoice, so INVOICE-ID-AJ is an
      *           alternate key with duplicates.
      *           AJ-REASON-CODE is RC (rate correction), SR
      *           (service recovery), CP (comp) or WO (bad-debt
      *           write-off). AJ-AMOUNT is signed the way it was
      *           added to ADJUSTMENT-AMOUNT - a credit is negative -
      *           and AJ-BALANCE-AFTER is the invoice's open balance
      *           once it was applied.
      ******************************************************************
       01  ADJHIST-RECORD.
           05  ADJ-ID              PIC 9(5).
           05  INVOICE-ID-AJ       PIC 9(5).
           05  AJ-BOOKING-ID       PIC 9(5).
           05  AJ-POSTED-DATE      PIC 9(8).
           05  AJ-REASON-CODE      PIC X(02).
           05  AJ-AMOUNT           PIC S9(9)V99.
           05  AJ-APPROVER         PIC X(10).
           05  AJ-BALANCE-AFTER    PIC S9(9)V99.
