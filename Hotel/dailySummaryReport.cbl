               WS-CHG-DISPLAY-BOOKING-ID

           MOVE SPACES TO RPT-RECORD
           *> Room status changes from a work order carry the
           *> work-order id where a booking change carries the
           *> booking id.
           IF WS-CHG-FIELD-NAME(WS-CHG-IDX) = "WO-HOUSEKEEPING"
               STRING "  Work order "
                   FUNCTION TRIM(WS-CHG-DISPLAY-BOOKING-ID)
                   ": " WS-CHG-FIELD-NAME(WS-CHG-IDX)
                   " changed from " WS-CHG-BEFORE-VALUE(WS-CHG-IDX)
                   " to " WS-CHG-AFTER-VALUE(WS-CHG-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
               STRING "  Booking "
                   FUNCTION TRIM(WS-CHG-DISPLAY-BOOKING-ID)
                   ": " WS-CHG-FIELD-NAME(WS-CHG-IDX)
                   " changed from " WS-CHG-BEFORE-VALUE(WS-CHG-IDX)
                   " to " WS-CHG-AFTER-VALUE(WS-CHG-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD.

       WRITE-REPORT-FOOTER.
