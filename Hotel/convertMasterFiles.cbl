      * Date: 2026-09-01
      * Purpose: One-Time Master File Conversion - INVOICE-RECORD
      *          grew (IV-INVOICE-DATE, IV-TAX-AMOUNT, IV-FEE-FLAG,
      *          IV-BLOCK-ID) and BOOKING-RECORD grew (BLOCK-ID-BK,
      *          then SOURCE-CODE-BK), so files built under the old
      *          layouts will not open under the new FDs. This run
      *          rebuilds them: the operator first renames the
      *          current files to INVOICES.OLD and BOOKINGS.OLD, then
      *          this program reads each old-layout record, zero-
      *          fills the new fields ('N' for the fee flag, spaces
      *          for the booking source), and writes fresh
      *          INVOICES.DAT and BOOKINGS.DAT. BOOKINGS.OLD may be on
      *          either earlier layout: the one just before
      *          SOURCE-CODE-BK, block id included, or the original
      *          one from before BLOCK-ID-BK, which sites still on
      *          the old invoice layout have. The file is opened as
      *          the first and, when its records are the wrong
      *          length for that (status 39), as the original, whose
      *          bookings get a zero block id. The report names the
      *          layout found. INVOICES.OLD is only needed while an
      *          invoice file is still on the layout before its new
      *          fields; when it is not there the invoices are left
      *          alone. Record counts print to CONVERT.PRT so the
      *          rebuild can be proved complete before the .OLD
      *          files are archived. The run aborts before creating
      *          anything if BOOKINGS.OLD is missing, and never
      *          creates INVOICES.DAT without INVOICES.OLD, so it
      *          cannot clobber live files that were never renamed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS OB-BOOKING-ID
               FILE STATUS IS WS-OLDBKG-FILE-STATUS.

           SELECT ORGBKG-FILE ASSIGN TO '../DATA/BOOKINGS.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OG-BOOKING-ID
               FILE STATUS IS WS-ORGBKG-FILE-STATUS.

           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  OB-CHECKOUT-FLAG    PIC X(01).
           05  OB-GUEST-NAME       PIC X(20).
           05  OB-GUEST-ID         PIC 9(5).
           05  OB-BLOCK-ID         PIC 9(5).

       FD  ORGBKG-FILE.
       01  ORIGINAL-BOOKING-RECORD.
           05  OG-BOOKING-ID       PIC 9(5).
           05  OG-ROOM-ID          PIC X(05).
           05  OG-CHECKIN-DATE     PIC 9(8).
           05  OG-CHECKOUT-DATE    PIC 9(8).
           05  OG-BOOKING-STATUS   PIC X(10).
           05  OG-CHEKIN-FLAG      PIC X(01).
           05  OG-CHECKOUT-FLAG    PIC X(01).
           05  OG-GUEST-NAME       PIC X(20).
           05  OG-GUEST-ID         PIC 9(5).

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".
       WORKING-STORAGE SECTION.
       01  WS-OLDINV-FILE-STATUS   PIC 99.
       01  WS-OLDBKG-FILE-STATUS   PIC 99.
       01  WS-ORGBKG-FILE-STATUS   PIC 99.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-NO-OLDINV-FILE       PIC X VALUE 'N'.
       *> 'B' BOOKINGS.OLD has the block id, 'O' the original layout
       01  WS-OLDBKG-LAYOUT        PIC X VALUE 'B'.

       *> Run counters - read and written must match per file
       01  WS-INV-READ-COUNT       PIC 9(5) VALUE 0.
           PERFORM OPEN-OLD-FILES
           PERFORM OPEN-NEW-FILES
           PERFORM WRITE-CONVERT-HEADER
           IF WS-NO-OLDINV-FILE = 'N'
               PERFORM CONVERT-INVOICES
           END-IF
           PERFORM CONVERT-BOOKINGS
           PERFORM WRITE-CONVERT-TOTALS
           PERFORM CLOSE-CONVERT-FILES
           GOBACK.

       OPEN-OLD-FILES.
           *> The .OLD files must be there before anything is
           *> created - aborting here means a forgotten rename
           *> can never truncate the live files. An invoice file
           *> already on the current layout is simply not renamed,
           *> and INVOICES.DAT is then never opened.
           OPEN INPUT OLDINV-FILE
           IF WS-OLDINV-FILE-STATUS = 35
               MOVE 'Y' TO WS-NO-OLDINV-FILE
           ELSE
               IF WS-OLDINV-FILE-STATUS NOT = 00
                   DISPLAY "INVOICES.OLD will not open ("
                           WS-OLDINV-FILE-STATUS ") - rename the"
                           " current INVOICES.DAT to INVOICES.OLD"
                           " first"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT OLDBKG-FILE
           IF WS-OLDBKG-FILE-STATUS = 39
               *> Records too short for the block id - a file from
               *> before BLOCK-ID-BK.
               OPEN INPUT ORGBKG-FILE
               MOVE WS-ORGBKG-FILE-STATUS TO WS-OLDBKG-FILE-STATUS
               MOVE 'O' TO WS-OLDBKG-LAYOUT
           END-IF
           IF WS-OLDBKG-FILE-STATUS NOT = 00
               DISPLAY "BOOKINGS.OLD will not open ("
                       WS-OLDBKG-FILE-STATUS ") - rename the"
                       " current BOOKINGS.DAT to BOOKINGS.OLD"
                       " first"
               IF WS-NO-OLDINV-FILE = 'N'
                   CLOSE OLDINV-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-NEW-FILES.
           IF WS-NO-OLDINV-FILE = 'N'
               OPEN OUTPUT INVOICES-FILE
               IF WS-INVOICE-FILE-STATUS NOT = 00
                   DISPLAY "Error creating INVOICES file: "
                           WS-INVOICE-FILE-STATUS
                   CLOSE OLDINV-FILE
                   PERFORM CLOSE-OLD-BOOKINGS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = 00
               DISPLAY "Error creating BOOKINGS file: "
                       WS-BOOKING-FILE-STATUS
               IF WS-NO-OLDINV-FILE = 'N'
                   CLOSE OLDINV-FILE
                   CLOSE INVOICES-FILE
               END-IF
               PERFORM CLOSE-OLD-BOOKINGS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           END-IF.

       CLOSE-CONVERT-FILES.
           IF WS-NO-OLDINV-FILE = 'N'
               CLOSE OLDINV-FILE
               CLOSE INVOICES-FILE
           END-IF
           PERFORM CLOSE-OLD-BOOKINGS
           CLOSE BOOKING-FILE
           CLOSE REPORT-FILE.

       CLOSE-OLD-BOOKINGS.
           IF WS-OLDBKG-LAYOUT = 'O'
               CLOSE ORGBKG-FILE
           ELSE
               CLOSE OLDBKG-FILE
           END-IF.

       CONVERT-INVOICES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'

       CONVERT-BOOKINGS.
           MOVE 'N' TO WS-EOF
           IF WS-OLDBKG-LAYOUT = 'O'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORGBKG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BKG-READ-COUNT
                       PERFORM WRITE-ONE-ORIGINAL-BOOKING
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLDBKG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BKG-READ-COUNT
                       PERFORM WRITE-ONE-NEW-BOOKING
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-ONE-NEW-BOOKING.
           MOVE OB-BOOKING-ID TO BOOKING-ID
           MOVE OB-CHECKOUT-FLAG TO CHECKOUT-FLAG
           MOVE OB-GUEST-NAME TO GUEST-NAME
           MOVE OB-GUEST-ID TO GUEST-ID-BK
           MOVE OB-BLOCK-ID TO BLOCK-ID-BK
           PERFORM WRITE-BOOKING-RECORD.

       WRITE-ONE-ORIGINAL-BOOKING.
           MOVE OG-BOOKING-ID TO BOOKING-ID
           MOVE OG-ROOM-ID TO ROOM-ID-BK
           MOVE OG-CHECKIN-DATE TO CHECKIN-DATE
           MOVE OG-CHECKOUT-DATE TO CHECKOUT-DATE
           MOVE OG-BOOKING-STATUS TO BOOKING-STATUS
           MOVE OG-CHEKIN-FLAG TO CHEKIN-FLAG
           MOVE OG-CHECKOUT-FLAG TO CHECKOUT-FLAG
           MOVE OG-GUEST-NAME TO GUEST-NAME
           MOVE OG-GUEST-ID TO GUEST-ID-BK
           *> Zero: an ordinary booking, attached to no block.
           MOVE 0 TO BLOCK-ID-BK
           PERFORM WRITE-BOOKING-RECORD.

       WRITE-BOOKING-RECORD.
           *> Spaces: direct business, owed to no agent - the
           *> source is keyed on bookings taken from here on.
           MOVE SPACES TO SOURCE-CODE-BK

           WRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Error writing booking " BOOKING-ID
                           ": " WS-BOOKING-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-BKG-WRITE-COUNT
           MOVE "RUN TOTALS:" TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-NO-OLDINV-FILE = 'Y'
               MOVE "  No INVOICES.OLD - invoices left as they are"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           IF WS-OLDBKG-LAYOUT = 'O'
               MOVE SPACES TO RPT-RECORD
               STRING "  BOOKINGS.OLD on the original layout - no"
                   " block ids" DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
               MOVE "  BOOKINGS.OLD on the block-id layout" TO
                   RPT-RECORD
           END-IF
           WRITE RPT-RECORD

           MOVE WS-INV-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  Invoices Read      : "
