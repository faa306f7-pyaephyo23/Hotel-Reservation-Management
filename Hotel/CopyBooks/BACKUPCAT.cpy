      ******************************************************************
      * Copybook: BACKUPCAT.cpy
      * Purpose:  Record layout for BACKUPCAT.DAT (BACKUPCAT-FILE) -
      *           the catalog of master-file backup generations the
      *           nightly driver takes before its first updating job,
      *           one record per business date. BC-GENERATION is the
      *           slot whose NAME.Gnn.DAT copies hold that date's
      *           files; the oldest slot by BC-TAKEN-DATE and
      *           BC-TAKEN-TIME is reused once every slot is taken.
      *           BC-RECORD-COUNT holds the records copied from each
      *           file, in the order BOOKINGS, ROOMS, INVOICES,
      *           PAYMENTS, CHARGES, DEPOSITS, AUDITLOG, ADJHIST,
      *           STAYSEG, WORKORDERS, so a restore can prove the
      *           copies complete before it overwrites anything.
      ******************************************************************
       01  BACKUPCAT-RECORD.
           05  BC-BUSINESS-DATE    PIC 9(8).
           05  BC-GENERATION       PIC 9(2).
           05  BC-TAKEN-DATE       PIC 9(8).
           05  BC-TAKEN-TIME       PIC 9(8).
           05  BC-RECORD-COUNT     OCCURS 10 TIMES
                                   PIC 9(7).
