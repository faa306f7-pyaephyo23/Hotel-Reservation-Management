                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           *> Work-order entries carry a work-order
                           *> id, not a booking id.
                           IF AL-BOOKING-ID = WS-TARGET-BOOKING-ID AND
                              AL-FIELD-NAME NOT = "WO-HOUSEKEEPING"
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM WRITE-HISTORY-LINE
                           END-IF
