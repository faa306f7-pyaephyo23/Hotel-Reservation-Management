      *          in-house night on the night it is slept, not the
      *          day the stay finally bills: every booking occupying
      *          the business date prices at the RATES.DAT rate in
      *          effect that night for the type of the room it is
      *          in that night - the stay segment on STAYSEG.DAT
      *          for a guest moved since, else ROOM-ID-BK (the same
      *          per-night pricing checkout billing uses), reported
      *          by room type. The date's earned total and the
      *          total billing invoiced that date are written to
               RECORD KEY IS ES-REPORT-DATE
               FILE STATUS IS WS-EARNSUM-FILE-STATUS.

           SELECT STAYSEG-FILE ASSIGN TO '../DATA/STAYSEG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SEGMENT-KEY
               FILE STATUS IS WS-STAYSEG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '../DATA/EARNED.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  EARNSUM-FILE.
       COPY "./CopyBooks/EARNSUM.cpy".

       FD  STAYSEG-FILE.
       COPY "./CopyBooks/STAYSEG.cpy".

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).
       01  WS-RATES-FILE-STATUS    PIC 99.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-EARNSUM-FILE-STATUS  PIC 99.
       01  WS-STAYSEG-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RATES-EOF            PIC X VALUE 'N'.
       01  WS-ROOM-FOUND           PIC X VALUE 'N'.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-NO-STAYSEG-FILE      PIC X VALUE 'N'.
       01  WS-SEG-EOF              PIC X VALUE 'N'.
       01  WS-NIGHT-ROOM-ID        PIC X(05).
       01  WS-TARGET-BOOKING-ID    PIC 9(5).

       01  WS-BUSINESS-DATE.
           05 WS-BUSINESS-YEAR     PIC 9(4).
               GOBACK
           END-IF

           OPEN INPUT STAYSEG-FILE
           IF WS-STAYSEG-FILE-STATUS = 35
               *> No guest has ever moved rooms - every night is in
               *> the booked room.
               MOVE 'Y' TO WS-NO-STAYSEG-FILE
           ELSE
               IF WS-STAYSEG-FILE-STATUS NOT = 00
                   DISPLAY "Error opening STAYSEG file: "
                           WS-STAYSEG-FILE-STATUS
                   CLOSE BOOKING-FILE
                   CLOSE ROOMS-FILE
                   CLOSE RATES-FILE
                   CLOSE INVOICES-FILE
                   CLOSE EARNSUM-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
           CLOSE RATES-FILE
           CLOSE INVOICES-FILE
           CLOSE EARNSUM-FILE
           IF WS-NO-STAYSEG-FILE = 'N'
               CLOSE STAYSEG-FILE
           END-IF
           CLOSE REPORT-FILE.

       ACCRUE-IN-HOUSE-NIGHTS.
           END-IF.

       LOOKUP-ROOM-TYPE.
           PERFORM FIND-ROOM-FOR-NIGHT
           MOVE 'N' TO WS-ROOM-FOUND
           MOVE WS-NIGHT-ROOM-ID TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
               INVALID KEY
                   CONTINUE
                   MOVE ROOM-TYPE TO WS-ROOM-TYPE
           END-READ.

       FIND-ROOM-FOR-NIGHT.
           *> A guest moved mid-stay spent the business date in the
           *> room of the stay segment covering it; a night no
           *> segment covers was spent in the current room.
           MOVE ROOM-ID-BK TO WS-NIGHT-ROOM-ID
           IF WS-NO-STAYSEG-FILE = 'N'
               MOVE BOOKING-ID TO WS-TARGET-BOOKING-ID
               MOVE BOOKING-ID TO SS-BOOKING-ID
               MOVE 0 TO SS-SEGMENT-SEQ
               START STAYSEG-FILE KEY IS NOT LESS THAN SS-SEGMENT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SEG-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SEG-EOF
               END-START
               PERFORM UNTIL WS-SEG-EOF = 'Y'
                   READ STAYSEG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEG-EOF
                   NOT AT END
                       IF SS-BOOKING-ID NOT = WS-TARGET-BOOKING-ID
                           MOVE 'Y' TO WS-SEG-EOF
                       ELSE
                           IF SS-FROM-DATE NOT >
                                  WS-BUSINESS-DATE-NUM AND
                              SS-TO-DATE > WS-BUSINESS-DATE-NUM
                               MOVE SS-ROOM-ID TO WS-NIGHT-ROOM-ID
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FIND-RATE-FOR-THE-NIGHT.
           *> The rate step with the latest effective date on or
           *> before the business date for the room's type - the
