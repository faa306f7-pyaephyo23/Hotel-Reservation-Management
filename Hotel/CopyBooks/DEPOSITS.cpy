      ******************************************************************
      * Copybook: DEPOSITS.cpy
      * Purpose:  Record layout for DEPOSITS.DAT (DEPOSITS-FILE) -
      *           one record per advance deposit taken against a
      *           booking before any invoice exists. A booking may
      *           carry several deposits, so BOOKING-ID-DP is an
      *           alternate key with duplicates, the way
      *           INVOICE-ID-PY is on PAYMENTS.DAT.
      *           DP-STATUS is "Held" while the money sits as a
      *           liability, "Applied" once billing has turned it
      *           into a PAYMENTS.DAT record against the stay or fee
      *           invoice (DP-INVOICE-ID), and "Refund" when some or
      *           all of it is owed back to the guest - the part
      *           applied is in DP-APPLIED-AMOUNT and the part owed
      *           back in DP-REFUND-AMOUNT. DP-SETTLED-DATE is the
      *           business date it left "Held". A "Refund" becomes
      *           "Refunded" when the money owed back has been paid
      *           out, on DP-REFUNDED-DATE (zero until then).
      ******************************************************************
       01  DEPOSIT-RECORD.
           05  DEPOSIT-ID          PIC 9(5).
           05  BOOKING-ID-DP       PIC 9(5).
           05  DP-RECEIVED-DATE    PIC 9(8).
           05  DP-METHOD           PIC X(10).
           05  DP-AMOUNT           PIC 9(7)V99.
           05  DP-STATUS           PIC X(10).
           05  DP-SETTLED-DATE     PIC 9(8).
           05  DP-INVOICE-ID       PIC 9(5).
           05  DP-APPLIED-AMOUNT   PIC 9(7)V99.
           05  DP-REFUND-AMOUNT    PIC 9(7)V99.
           05  DP-REFUNDED-DATE    PIC 9(8).
