      *           BOOKING-STATUS, CHEKIN-FLAG, or CHECKOUT-FLAG, or
      *           to its room's R-STATUS or R-HOUSEKEEPING when the
      *           night audit rolls them; room-field entries carry
      *           the driving booking's id in AL-BOOKING-ID. The
      *           reservation posting run also logs ROOM-ID-BK,
      *           CHECKIN-DATE and CHECKOUT-DATE changes here, and
      *           the adjustment posting run logs each change to an
      *           invoice's ADJUSTMENT-AMOUNT as ADJUSTMENT-AMT
      *           against the invoice's booking. The work-order
      *           posting run logs each Out-of-Service change it makes
      *           to a room's R-HOUSEKEEPING as WO-HOUSEKEEPING, with
      *           the work-order id in AL-BOOKING-ID.
      ******************************************************************
       01  AUDITLOG-RECORD.
           05  AL-CHANGE-DATE      PIC 9(8).
