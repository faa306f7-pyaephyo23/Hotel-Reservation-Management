      ******************************************************************
      * Copybook: DUNHIST.cpy
      * Purpose:  Record layout for DUNHIST.DAT (DUNHIST-FILE) - the
      *           dunning history: one record per party and letter
      *           level the guest statement run has sent. The party
      *           is a guest on GUESTS.DAT (DH-PARTY-TYPE 'G'), a
      *           group block's account on BLOCKS.DAT ('B'), or a
      *           booking with no guest master behind it ('K').
      *           DH-LEVEL is 1 for the 31-60 day reminder, 2 for
      *           61-90 days and 3 for the 90+ final notice.
      *           DH-SENT-DATE is the statement date it went out on,
      *           so a level already sent for the debt still owed is
      *           not sent again; a debt that started after it was
      *           sent earns the level afresh and the record is
      *           rewritten.
      ******************************************************************
       01  DUNHIST-RECORD.
           05  DH-KEY.
               10  DH-PARTY-TYPE   PIC X(01).
               10  DH-PARTY-ID     PIC 9(5).
               10  DH-LEVEL        PIC 9(1).
           05  DH-SENT-DATE        PIC 9(8).
           05  DH-INVOICE-COUNT    PIC 9(3).
           05  DH-BALANCE-SENT     PIC S9(9)V99.
           05  DH-EMAIL-FLAG       PIC X(01).
