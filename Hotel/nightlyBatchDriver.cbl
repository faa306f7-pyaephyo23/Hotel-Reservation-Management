      *          hand from memory: the bookings edit first (its
      *          return code 8 stops the stream), then the night
      *          audit, fee billing, checkout billing, the
      *          financial edit and the guest-ledger roll-forward
      *          (either one's return code 8 stops the stream
      *          before the ledger feeds), the revenue extract, the
      *          daily summary, the earned-revenue accrual, the
      *          housekeeping sheet, the occupancy forecast, and the
      *          engineering team's open work-order list.
      *          Each completed job is recorded in NIGHTRUN.DAT for
      *          the date, so a rerun after a failure picks up at
      *          the first unfinished job. Before the night audit,
      *          the first job that updates anything, the masters
      *          are copied into a backup generation for the date by
      *          masterFileBackup (a failed backup stops the
      *          stream). Run with a second parameter of 'R' the
      *          driver instead restores the date's generation over
      *          the live masters and clears the date's NIGHTRUN.DAT
      *          record, so the next run reruns the whole stream;
      *          masterFileBackup clears any later dates' records
      *          and generations, which the restore has undone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-BUSINESS-DATE-NUM    PIC 9(8).

       *> The end-of-day stream, in the one order that works
       01  WS-JOB-MAX              PIC 9(2) VALUE 12.
       01  WS-JOB-SEQ              PIC 9(2).
       01  WS-LAST-DONE-SEQ        PIC 9(2) VALUE 0.
       01  WS-JOB-NAME             PIC X(30).
       01  WS-STREAM-STOPPED       PIC X VALUE 'N'.
       01  WS-JOB-RC               PIC S9(4).

       *> The night audit is the first job that rewrites a master;
       *> the backup generation is taken just before it.
       01  WS-FIRST-UPDATE-JOB     PIC 9(2) VALUE 2.
       01  WS-BACKUP-MODE          PIC X(1).

       *> Display fields
       01  WS-DISPLAY-SEQ          PIC Z9.
       01  WS-DISPLAY-RC           PIC ZZZ9-.

       LINKAGE SECTION.
       01  BUSINESS-DATE-PARM      PIC 9(8).
       01  RUN-MODE-PARM           PIC X(1).

       PROCEDURE DIVISION USING BUSINESS-DATE-PARM RUN-MODE-PARM.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE

           *> Restore mode rolls the date back instead of closing it
           IF RUN-MODE-PARM = 'R'
               PERFORM RESTORE-BUSINESS-DATE
               GOBACK
           END-IF

           PERFORM READ-RESTART-POINT

           IF WS-LAST-DONE-SEQ NOT < WS-JOB-MAX

       RUN-ONE-JOB.
           PERFORM SET-JOB-NAME

           IF WS-JOB-SEQ = WS-FIRST-UPDATE-JOB
               PERFORM TAKE-BACKUP-GENERATION
           ELSE
               MOVE 0 TO WS-JOB-RC
           END-IF

           IF WS-JOB-RC = 0
               DISPLAY "  Running " FUNCTION TRIM(WS-JOB-NAME) "..."
               MOVE 0 TO RETURN-CODE
               PERFORM CALL-THE-JOB
               MOVE RETURN-CODE TO WS-JOB-RC
           ELSE
               MOVE "masterFileBackup" TO WS-JOB-NAME
           END-IF

           IF WS-JOB-RC NOT = 0
               *> The stream stops on the failing job; its return
               WHEN 4 MOVE "generateCheckoutInvoices" TO
                          WS-JOB-NAME
               WHEN 5 MOVE "validateFinancials" TO WS-JOB-NAME
               WHEN 6 MOVE "dailyLedgerRollForward" TO WS-JOB-NAME
               WHEN 7 MOVE "dailyRevenueExtract" TO WS-JOB-NAME
               WHEN 8 MOVE "dailySummaryReport" TO WS-JOB-NAME
               WHEN 9 MOVE "nightlyEarnedRevenue" TO WS-JOB-NAME
               WHEN 10 MOVE "housekeepingTaskSheet" TO WS-JOB-NAME
               WHEN 11 MOVE "occupancyForecastReport" TO
                           WS-JOB-NAME
               WHEN 12 MOVE "openWorkOrderList" TO WS-JOB-NAME
           END-EVALUATE.

       CALL-THE-JOB.
                   CALL "validateFinancials"
                   END-CALL
               WHEN 6
                   CALL "dailyLedgerRollForward" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
               WHEN 7
                   CALL "dailyRevenueExtract" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
               WHEN 8
                   CALL "dailySummaryReport" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
               WHEN 9
                   CALL "nightlyEarnedRevenue" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
               WHEN 10
                   CALL "housekeepingTaskSheet" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
               WHEN 11
                   CALL "occupancyForecastReport" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
               WHEN 12
                   CALL "openWorkOrderList" USING
                       WS-BUSINESS-DATE-NUM
                   END-CALL
           END-EVALUATE.

       TAKE-BACKUP-GENERATION.
           *> No master is touched until a generation for the date
           *> is safely on file; a date that already has one keeps
           *> it, so a restart never backs up half-updated files.
           DISPLAY "  Running masterFileBackup..."
           MOVE 'B' TO WS-BACKUP-MODE
           MOVE 0 TO RETURN-CODE
           CALL "masterFileBackup" USING WS-BACKUP-MODE
               WS-BUSINESS-DATE-NUM
           END-CALL
           MOVE RETURN-CODE TO WS-JOB-RC.

       RESTORE-BUSINESS-DATE.
           DISPLAY "Restoring masters for " WS-BUSINESS-DATE-NUM
                   " from its backup generation"
           MOVE 'R' TO WS-BACKUP-MODE
           MOVE 0 TO RETURN-CODE
           CALL "masterFileBackup" USING WS-BACKUP-MODE
               WS-BUSINESS-DATE-NUM
           END-CALL
           MOVE RETURN-CODE TO WS-JOB-RC

           IF WS-JOB-RC NOT = 0
               *> A failed restore leaves the restart record alone -
               *> the control report says what state the files are in.
               MOVE WS-JOB-RC TO WS-DISPLAY-RC
               DISPLAY "  STOPPED: restore ended with return code "
                       FUNCTION TRIM(WS-DISPLAY-RC)
               MOVE WS-JOB-RC TO RETURN-CODE
           ELSE
               PERFORM CLEAR-RESTART-POINT
               DISPLAY "Masters restored for " WS-BUSINESS-DATE-NUM
                       " - the next run starts the stream at job 1"
           END-IF.

       CLEAR-RESTART-POINT.
           *> Only the restored date's own record; masterFileBackup
           *> has already removed those of any later dates.
           OPEN I-O NIGHTRUN-FILE
           IF WS-NIGHTRUN-FILE-STATUS = 35
               *> No close has ever been recorded - nothing to clear
               CONTINUE
           ELSE
               IF WS-NIGHTRUN-FILE-STATUS NOT = 00
                   DISPLAY "Error opening NIGHTRUN file: "
                           WS-NIGHTRUN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WS-BUSINESS-DATE-NUM TO NR-BUSINESS-DATE
                   READ NIGHTRUN-FILE KEY IS NR-BUSINESS-DATE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE NIGHTRUN-FILE RECORD
                   END-READ
                   CLOSE NIGHTRUN-FILE
               END-IF
           END-IF.

       RECORD-JOB-DONE.
           OPEN I-O NIGHTRUN-FILE
           IF WS-NIGHTRUN-FILE-STATUS NOT = 00
