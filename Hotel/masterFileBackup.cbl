      ******************************************************************
      * Author: Kaung Myat Htun
      * Date: 2026-10-15
      * Purpose: Master File Backup and Restore - called by the
      *          nightly driver. In backup mode ('B') it copies the
      *          masters the end-of-day stream updates - BOOKINGS,
      *          ROOMS, INVOICES, PAYMENTS, CHARGES, DEPOSITS and
      *          AUDITLOG, with the files posted alongside them:
      *          ADJHIST (adjustments on INVOICES), STAYSEG (room
      *          moves on BOOKINGS) and WORKORDERS (out-of-order
      *          rooms on ROOMS) - into a dated generation before the
      *          first updating job runs, catalogued in BACKUPCAT.DAT by
      *          business date. Seven generations are kept; the
      *          oldest is overwritten when a new date needs a slot.
      *          A date already catalogued keeps the copy taken
      *          before its first attempt, so a rerun after a
      *          half-finished job never backs up damaged files over
      *          good ones. In restore mode ('R') it puts the chosen
      *          date's generation back over the live masters, after
      *          proving every copy holds the record count catalogued
      *          for it - nothing is overwritten otherwise. Closes
      *          for later dates ran on top of the files it replaces,
      *          so their catalogue entries and NIGHTRUN.DAT restart
      *          records are removed with it and listed on the
      *          report; those dates then close again from job 1.
      *          Each run prints a control report of record counts
      *          before and after (BACKUP.PRT or RESTORE.PRT) and
      *          ends with return code 12 if any file could not be
      *          copied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. masterFileBackup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT ROOMS-FILE ASSIGN TO '../DATA/ROOMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-ID
               FILE STATUS IS WS-ROOMS-FILE-STATUS.

           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-IV
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-PY
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYMENTS-FILE-STATUS.

           SELECT CHARGES-FILE ASSIGN TO '../DATA/CHARGES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHARGE-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-CH
                   WITH DUPLICATES
               FILE STATUS IS WS-CHARGES-FILE-STATUS.

           SELECT DEPOSITS-FILE ASSIGN TO '../DATA/DEPOSITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPOSIT-ID
               ALTERNATE RECORD KEY IS BOOKING-ID-DP
                   WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITS-FILE-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO '../DATA/AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-FILE-STATUS.

           SELECT ADJHIST-FILE ASSIGN TO '../DATA/ADJHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-ID
               ALTERNATE RECORD KEY IS INVOICE-ID-AJ
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

           SELECT STAYSEG-FILE ASSIGN TO '../DATA/STAYSEG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SEGMENT-KEY
               FILE STATUS IS WS-STAYSEG-FILE-STATUS.

           SELECT WORKORDERS-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-ORDER-ID
               ALTERNATE RECORD KEY IS ROOM-ID-WO
                   WITH DUPLICATES
               FILE STATUS IS WS-WORKORDERS-FILE-STATUS.

           SELECT BACKUPCAT-FILE ASSIGN TO '../DATA/BACKUPCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BUSINESS-DATE
               FILE STATUS IS WS-BACKUPCAT-FILE-STATUS.

           SELECT NIGHTRUN-FILE ASSIGN TO '../DATA/NIGHTRUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-BUSINESS-DATE
               FILE STATUS IS WS-NIGHTRUN-FILE-STATUS.

       *> One generation's copies, named NAME.Gnn.DAT for the slot
           SELECT BKP-BOOKINGS-FILE ASSIGN TO DYNAMIC
                   WS-BOOKINGS-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-ROOMS-FILE ASSIGN TO DYNAMIC
                   WS-ROOMS-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-INVOICES-FILE ASSIGN TO DYNAMIC
                   WS-INVOICES-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-PAYMENTS-FILE ASSIGN TO DYNAMIC
                   WS-PAYMENTS-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-CHARGES-FILE ASSIGN TO DYNAMIC
                   WS-CHARGES-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-DEPOSITS-FILE ASSIGN TO DYNAMIC
                   WS-DEPOSITS-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-AUDITLOG-FILE ASSIGN TO DYNAMIC
                   WS-AUDITLOG-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-ADJHIST-FILE ASSIGN TO DYNAMIC
                   WS-ADJHIST-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-STAYSEG-FILE ASSIGN TO DYNAMIC
                   WS-STAYSEG-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-WORKORDERS-FILE ASSIGN TO DYNAMIC
                   WS-WORKORDERS-GEN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy".

       FD  ROOMS-FILE.
       COPY "./CopyBooks/ROOMS.cpy".

       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  PAYMENTS-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy".

       FD  CHARGES-FILE.
       COPY "./CopyBooks/CHARGES.cpy".

       FD  DEPOSITS-FILE.
       COPY "./CopyBooks/DEPOSITS.cpy".

       FD  AUDITLOG-FILE.
       COPY "./CopyBooks/AUDITLOG.cpy".

       FD  ADJHIST-FILE.
       COPY "./CopyBooks/ADJHIST.cpy".

       FD  STAYSEG-FILE.
       COPY "./CopyBooks/STAYSEG.cpy".

       FD  WORKORDERS-FILE.
       COPY "./CopyBooks/WORKORDERS.cpy".

       FD  BACKUPCAT-FILE.
       COPY "./CopyBooks/BACKUPCAT.cpy".

       FD  NIGHTRUN-FILE.
       COPY "./CopyBooks/NIGHTRUN.cpy".

       FD  BKP-BOOKINGS-FILE.
       01  BKP-BOOKINGS-RECORD        PIC X(74).

       FD  BKP-ROOMS-FILE.
       01  BKP-ROOMS-RECORD           PIC X(39).

       FD  BKP-INVOICES-FILE.
       01  BKP-INVOICES-RECORD        PIC X(55).

       FD  BKP-PAYMENTS-FILE.
       01  BKP-PAYMENTS-RECORD        PIC X(39).

       FD  BKP-CHARGES-FILE.
       01  BKP-CHARGES-RECORD         PIC X(57).

       FD  BKP-DEPOSITS-FILE.
       01  BKP-DEPOSITS-RECORD        PIC X(86).

       FD  BKP-AUDITLOG-FILE.
       01  BKP-AUDITLOG-RECORD        PIC X(56).

       FD  BKP-ADJHIST-FILE.
       01  BKP-ADJHIST-RECORD         PIC X(57).

       FD  BKP-STAYSEG-FILE.
       01  BKP-STAYSEG-RECORD         PIC X(28).

       FD  BKP-WORKORDERS-FILE.
       01  BKP-WORKORDERS-RECORD      PIC X(64).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOKING-FILE-STATUS  PIC 99.
       01  WS-ROOMS-FILE-STATUS    PIC 99.
       01  WS-INVOICE-FILE-STATUS  PIC 99.
       01  WS-PAYMENTS-FILE-STATUS PIC 99.
       01  WS-CHARGES-FILE-STATUS  PIC 99.
       01  WS-DEPOSITS-FILE-STATUS PIC 99.
       01  WS-AUDITLOG-FILE-STATUS PIC 99.
       01  WS-ADJHIST-FILE-STATUS  PIC 99.
       01  WS-STAYSEG-FILE-STATUS  PIC 99.
       01  WS-WORKORDERS-FILE-STATUS PIC 99.
       01  WS-BACKUPCAT-FILE-STATUS PIC 99.
       01  WS-NIGHTRUN-FILE-STATUS PIC 99.
       01  WS-BKP-FILE-STATUS      PIC 99.
       01  WS-REPORT-FILE-STATUS   PIC 99.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RUN-FAILED           PIC X VALUE 'N'.
       01  WS-ALREADY-TAKEN        PIC X VALUE 'N'.
       01  WS-REPORT-PATH          PIC X(30).

       01  WS-BUSINESS-DATE.
           05 WS-BUSINESS-YEAR     PIC 9(4).
           05 WS-BUSINESS-MONTH    PIC 9(2).
           05 WS-BUSINESS-DAY      PIC 9(2).
       01  WS-BUSINESS-DATE-NUM    PIC 9(8).

       *> Generations kept before the oldest is overwritten - the
       *> slot table below must be at least this big.
       01  WS-GENERATIONS-KEPT     PIC 9(2) VALUE 7.
       01  WS-GEN-SLOT             PIC 9(2) VALUE 0.
       01  WS-GEN-IDX              PIC 9(2).
       01  WS-GEN-USED-COUNT       PIC 9(2) VALUE 0.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-USED OCCURS 20 TIMES PIC X.
       01  WS-OLDEST-DATE          PIC 9(8).
       01  WS-OLDEST-STAMP         PIC 9(16).
       01  WS-CAT-STAMP            PIC 9(16).

       *> When the generation was taken, and the record counts
       *> catalogued for it
       01  WS-TAKEN-DATE           PIC 9(8).
       01  WS-TAKEN-TIME           PIC 9(8).
       01  WS-CAT-COUNT-TABLE.
           05  WS-CAT-COUNT OCCURS 10 TIMES PIC 9(7).

       *> Generation file names for the slot in use
       01  WS-BOOKINGS-GEN-PATH    PIC X(30).
       01  WS-ROOMS-GEN-PATH       PIC X(30).
       01  WS-INVOICES-GEN-PATH    PIC X(30).
       01  WS-PAYMENTS-GEN-PATH    PIC X(30).
       01  WS-CHARGES-GEN-PATH     PIC X(30).
       01  WS-DEPOSITS-GEN-PATH    PIC X(30).
       01  WS-AUDITLOG-GEN-PATH    PIC X(30).
       01  WS-ADJHIST-GEN-PATH     PIC X(30).
       01  WS-STAYSEG-GEN-PATH     PIC X(30).
       01  WS-WORKORDERS-GEN-PATH  PIC X(30).

       *> The masters in catalog order, with their record counts:
       *> before = the live master as the run found it, gen = the
       *> generation's copy, after = the live master once restored
       01  WS-FILE-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE "BOOKINGS".
           05  FILLER              PIC X(10) VALUE "ROOMS".
           05  FILLER              PIC X(10) VALUE "INVOICES".
           05  FILLER              PIC X(10) VALUE "PAYMENTS".
           05  FILLER              PIC X(10) VALUE "CHARGES".
           05  FILLER              PIC X(10) VALUE "DEPOSITS".
           05  FILLER              PIC X(10) VALUE "AUDITLOG".
           05  FILLER              PIC X(10) VALUE "ADJHIST".
           05  FILLER              PIC X(10) VALUE "STAYSEG".
           05  FILLER              PIC X(10) VALUE "WORKORDERS".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME OCCURS 10 TIMES PIC X(10).
       01  WS-FX                   PIC 9(2).
       01  WS-FILE-COUNT-TABLE.
           05  WS-FC-ENTRY OCCURS 10 TIMES.
               10  WS-FC-BEFORE    PIC 9(7).
               10  WS-FC-GEN       PIC 9(7).
               10  WS-FC-AFTER     PIC 9(7).

       *> Dates with generations later than the one restored
       01  WS-LATER-COUNT          PIC 9(2) VALUE 0.
       01  WS-LATER-IDX            PIC 9(2).
       01  WS-LATER-TABLE.
           05  WS-LATER-DATE OCCURS 20 TIMES PIC 9(8).

       *> Later dates' nightly close records removed by the restore;
       *> WS-LATER-RUN-TOTAL counts any beyond the table as well.
       01  WS-LATER-ROLLED-BACK    PIC X VALUE 'N'.
       01  WS-LATER-RUN-COUNT      PIC 9(2) VALUE 0.
       01  WS-LATER-RUN-TOTAL      PIC 9(5) VALUE 0.
       01  WS-LATER-RUN-TABLE.
           05  WS-LATER-RUN-ENTRY OCCURS 20 TIMES.
               10  WS-LATER-RUN-DATE PIC 9(8).
               10  WS-LATER-RUN-SEQ  PIC 9(2).
               10  WS-LATER-RUN-JOB  PIC X(30).

       01  WS-FAIL-STATUS          PIC 99.
       01  WS-FAIL-REASON          PIC X(60).

       *> Display fields
       01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.
       01  WS-DISPLAY-COUNT-2      PIC ZZZZZZ9.
       01  WS-DISPLAY-COUNT-3      PIC ZZZZZZ9.
       01  WS-DISPLAY-SEQ          PIC Z9.
       01  WS-DISPLAY-DATE.
           05 WS-DISPLAY-DATE-Y    PIC 9(4).
           05 WS-DISPLAY-DATE-M    PIC 9(2).
           05 WS-DISPLAY-DATE-D    PIC 9(2).
       01  WS-DISPLAY-TIME.
           05 WS-DISPLAY-TIME-H    PIC 9(2).
           05 WS-DISPLAY-TIME-M    PIC 9(2).
           05 WS-DISPLAY-TIME-S    PIC 9(2).
           05 FILLER               PIC 9(2).

       LINKAGE SECTION.
       01  BACKUP-MODE-PARM        PIC X(1).
       01  BUSINESS-DATE-PARM      PIC 9(8).

       PROCEDURE DIVISION USING BACKUP-MODE-PARM BUSINESS-DATE-PARM.
       MAIN-PROCEDURE.
           *> The business date names the generation; a zero/omitted
           *> parameter means today, as for the nightly jobs.
           IF BUSINESS-DATE-PARM NOT = 0
               MOVE BUSINESS-DATE-PARM TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           INITIALIZE WS-FILE-COUNT-TABLE

           EVALUATE BACKUP-MODE-PARM
               WHEN 'B'
                   MOVE "../DATA/BACKUP.PRT" TO WS-REPORT-PATH
                   PERFORM OPEN-CONTROL-REPORT
                   PERFORM TAKE-BACKUP-GENERATION
                   PERFORM WRITE-BACKUP-REPORT
                   DISPLAY "Backup control report written to "
                           "../DATA/BACKUP.PRT"
               WHEN 'R'
                   MOVE "../DATA/RESTORE.PRT" TO WS-REPORT-PATH
                   PERFORM OPEN-CONTROL-REPORT
                   PERFORM RESTORE-GENERATION
                   PERFORM WRITE-RESTORE-REPORT
                   DISPLAY "Restore control report written to "
                           "../DATA/RESTORE.PRT"
               WHEN OTHER
                   DISPLAY "Backup mode must be B (backup) or R "
                           "(restore), not '" BACKUP-MODE-PARM "'"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           CLOSE REPORT-FILE
           IF WS-RUN-FAILED = 'Y'
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = 00
               DISPLAY "Error opening report file: "
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       TAKE-BACKUP-GENERATION.
           OPEN I-O BACKUPCAT-FILE
           IF WS-BACKUPCAT-FILE-STATUS = 35
               *> File does not exist yet - create it on first use
               OPEN OUTPUT BACKUPCAT-FILE
               CLOSE BACKUPCAT-FILE
               OPEN I-O BACKUPCAT-FILE
           END-IF
           IF WS-BACKUPCAT-FILE-STATUS NOT = 00
               MOVE WS-BACKUPCAT-FILE-STATUS TO WS-FAIL-STATUS
               MOVE SPACES TO WS-FAIL-REASON
               STRING "cannot open BACKUPCAT.DAT, status "
                   WS-FAIL-STATUS DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               *> A date already catalogued keeps its first copy -
               *> the files as they stood before any job for the
               *> date touched them.
               MOVE WS-BUSINESS-DATE-NUM TO BC-BUSINESS-DATE
               READ BACKUPCAT-FILE KEY IS BC-BUSINESS-DATE
                   INVALID KEY
                       PERFORM COPY-NEW-GENERATION
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ALREADY-TAKEN
                       PERFORM LOAD-CATALOGUED-COUNTS
               END-READ
               CLOSE BACKUPCAT-FILE
           END-IF.

       LOAD-CATALOGUED-COUNTS.
           MOVE BC-GENERATION TO WS-GEN-SLOT
           MOVE BC-TAKEN-DATE TO WS-TAKEN-DATE
           MOVE BC-TAKEN-TIME TO WS-TAKEN-TIME
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               MOVE BC-RECORD-COUNT(WS-FX) TO WS-FC-GEN(WS-FX)
           END-PERFORM.

       COPY-NEW-GENERATION.
           PERFORM CHOOSE-GENERATION-SLOT
           PERFORM BUILD-GENERATION-PATHS
           ACCEPT WS-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TAKEN-TIME FROM TIME

           PERFORM BACKUP-BOOKINGS
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-ROOMS
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-INVOICES
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-PAYMENTS
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-CHARGES
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-DEPOSITS
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-AUDITLOG
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-ADJHIST
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-STAYSEG
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM BACKUP-WORKORDERS
           END-IF

           *> Every record read must have landed in the copy before
           *> the generation is catalogued as usable.
           IF WS-RUN-FAILED = 'N'
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
                   IF WS-FC-GEN(WS-FX) NOT = WS-FC-BEFORE(WS-FX) AND
                      WS-RUN-FAILED = 'N'
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING "copy of "
                           FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                           " is short of the master"
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RUN-FAILED = 'N'
               PERFORM CATALOG-NEW-GENERATION
           END-IF.

       CHOOSE-GENERATION-SLOT.
           *> A free slot is used while fewer than the kept number
           *> of generations exist; after that the oldest taken
           *> generation is dropped from the catalog and its slot
           *> overwritten.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > 20
               MOVE 'N' TO WS-SLOT-USED(WS-GEN-IDX)
           END-PERFORM
           MOVE 0 TO WS-GEN-USED-COUNT
           MOVE 0 TO WS-OLDEST-DATE
           MOVE 9999999999999999 TO WS-OLDEST-STAMP
           MOVE 0 TO WS-GEN-SLOT

           MOVE 0 TO BC-BUSINESS-DATE
           START BACKUPCAT-FILE KEY IS NOT LESS THAN BC-BUSINESS-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUPCAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-GEN-USED-COUNT
                   IF BC-GENERATION > 0 AND BC-GENERATION NOT > 20
                       MOVE 'Y' TO WS-SLOT-USED(BC-GENERATION)
                   END-IF
                   COMPUTE WS-CAT-STAMP =
                       BC-TAKEN-DATE * 100000000 + BC-TAKEN-TIME
                   IF WS-CAT-STAMP < WS-OLDEST-STAMP
                       MOVE WS-CAT-STAMP TO WS-OLDEST-STAMP
                       MOVE BC-BUSINESS-DATE TO WS-OLDEST-DATE
                       MOVE BC-GENERATION TO WS-GEN-SLOT
                   END-IF
               END-READ
           END-PERFORM

           IF WS-GEN-USED-COUNT < WS-GENERATIONS-KEPT
               MOVE 0 TO WS-GEN-SLOT
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GENERATIONS-KEPT OR
                         WS-GEN-SLOT > 0
                   IF WS-SLOT-USED(WS-GEN-IDX) = 'N'
                       MOVE WS-GEN-IDX TO WS-GEN-SLOT
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-OLDEST-DATE TO BC-BUSINESS-DATE
               READ BACKUPCAT-FILE KEY IS BC-BUSINESS-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE BACKUPCAT-FILE RECORD
               END-READ
           END-IF.

       BUILD-GENERATION-PATHS.
           MOVE SPACES TO WS-BOOKINGS-GEN-PATH
           STRING "../DATA/BOOKINGS.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-BOOKINGS-GEN-PATH
           MOVE SPACES TO WS-ROOMS-GEN-PATH
           STRING "../DATA/ROOMS.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-ROOMS-GEN-PATH
           MOVE SPACES TO WS-INVOICES-GEN-PATH
           STRING "../DATA/INVOICES.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-INVOICES-GEN-PATH
           MOVE SPACES TO WS-PAYMENTS-GEN-PATH
           STRING "../DATA/PAYMENTS.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-PAYMENTS-GEN-PATH
           MOVE SPACES TO WS-CHARGES-GEN-PATH
           STRING "../DATA/CHARGES.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-CHARGES-GEN-PATH
           MOVE SPACES TO WS-DEPOSITS-GEN-PATH
           STRING "../DATA/DEPOSITS.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-DEPOSITS-GEN-PATH
           MOVE SPACES TO WS-AUDITLOG-GEN-PATH
           STRING "../DATA/AUDITLOG.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-AUDITLOG-GEN-PATH
           MOVE SPACES TO WS-ADJHIST-GEN-PATH
           STRING "../DATA/ADJHIST.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-ADJHIST-GEN-PATH
           MOVE SPACES TO WS-STAYSEG-GEN-PATH
           STRING "../DATA/STAYSEG.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-STAYSEG-GEN-PATH
           MOVE SPACES TO WS-WORKORDERS-GEN-PATH
           STRING "../DATA/WORKORDERS.G" WS-GEN-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-WORKORDERS-GEN-PATH.

       CATALOG-NEW-GENERATION.
           MOVE WS-BUSINESS-DATE-NUM TO BC-BUSINESS-DATE
           MOVE WS-GEN-SLOT TO BC-GENERATION
           MOVE WS-TAKEN-DATE TO BC-TAKEN-DATE
           MOVE WS-TAKEN-TIME TO BC-TAKEN-TIME
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               MOVE WS-FC-GEN(WS-FX) TO BC-RECORD-COUNT(WS-FX)
           END-PERFORM
           WRITE BACKUPCAT-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "cannot catalog the generation, status "
                       WS-BACKUPCAT-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
                   MOVE 'Y' TO WS-RUN-FAILED
           END-WRITE.

       RESTORE-GENERATION.
           OPEN INPUT BACKUPCAT-FILE
           IF WS-BACKUPCAT-FILE-STATUS NOT = 00
               MOVE "no backup generations are catalogued" TO
                   WS-FAIL-REASON
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               PERFORM FIND-LATER-GENERATIONS
               MOVE WS-BUSINESS-DATE-NUM TO BC-BUSINESS-DATE
               READ BACKUPCAT-FILE KEY IS BC-BUSINESS-DATE
                   INVALID KEY
                       MOVE "no backup generation for this date" TO
                           WS-FAIL-REASON
                       MOVE 'Y' TO WS-RUN-FAILED
                   NOT INVALID KEY
                       MOVE BC-GENERATION TO WS-GEN-SLOT
                       MOVE BC-TAKEN-DATE TO WS-TAKEN-DATE
                       MOVE BC-TAKEN-TIME TO WS-TAKEN-TIME
                       PERFORM VARYING WS-FX FROM 1 BY 1
                           UNTIL WS-FX > 10
                           MOVE BC-RECORD-COUNT(WS-FX) TO
                               WS-CAT-COUNT(WS-FX)
                       END-PERFORM
               END-READ
               CLOSE BACKUPCAT-FILE
           END-IF

           *> Pass one proves every copy is there and whole; only
           *> then does pass two overwrite the live masters.
           IF WS-RUN-FAILED = 'N'
               PERFORM BUILD-GENERATION-PATHS
               PERFORM VERIFY-BOOKINGS-GENERATION
               PERFORM VERIFY-ROOMS-GENERATION
               PERFORM VERIFY-INVOICES-GENERATION
               PERFORM VERIFY-PAYMENTS-GENERATION
               PERFORM VERIFY-CHARGES-GENERATION
               PERFORM VERIFY-DEPOSITS-GENERATION
               PERFORM VERIFY-AUDITLOG-GENERATION
               PERFORM VERIFY-ADJHIST-GENERATION
               PERFORM VERIFY-STAYSEG-GENERATION
               PERFORM VERIFY-WORKORDERS-GENERATION
           END-IF

           IF WS-RUN-FAILED = 'N'
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
                   IF WS-FC-GEN(WS-FX) NOT = WS-CAT-COUNT(WS-FX)
                      AND WS-RUN-FAILED = 'N'
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING "copy of "
                           FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                           " does not hold its catalogued count"
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RUN-FAILED = 'N'
               PERFORM RESTORE-BOOKINGS
               PERFORM RESTORE-ROOMS
               PERFORM RESTORE-INVOICES
               PERFORM RESTORE-PAYMENTS
               PERFORM RESTORE-CHARGES
               PERFORM RESTORE-DEPOSITS
               PERFORM RESTORE-AUDITLOG
               PERFORM RESTORE-ADJHIST
               PERFORM RESTORE-STAYSEG
               PERFORM RESTORE-WORKORDERS
           END-IF

           IF WS-RUN-FAILED = 'N'
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
                   IF WS-FC-AFTER(WS-FX) NOT = WS-FC-GEN(WS-FX) AND
                      WS-RUN-FAILED = 'N'
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                           " was not fully restored"
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RUN-FAILED = 'N'
               PERFORM ROLL-BACK-LATER-DATES
           END-IF.

       FIND-LATER-GENERATIONS.
           *> Generations for later dates mean later closes ran on
           *> top of these files - the restore rolls them back too.
           MOVE 0 TO WS-LATER-COUNT
           MOVE WS-BUSINESS-DATE-NUM TO BC-BUSINESS-DATE
           START BACKUPCAT-FILE KEY IS GREATER THAN BC-BUSINESS-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUPCAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-LATER-COUNT < 20
                       ADD 1 TO WS-LATER-COUNT
                       MOVE BC-BUSINESS-DATE TO
                           WS-LATER-DATE(WS-LATER-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

       ROLL-BACK-LATER-DATES.
           *> The masters now stand as they did before the date's
           *> close. A later date's generation no longer follows
           *> from them and its restart record would skip jobs that
           *> must run again, so both go.
           MOVE 'Y' TO WS-LATER-ROLLED-BACK
           IF WS-LATER-COUNT > 0
               OPEN I-O BACKUPCAT-FILE
               IF WS-BACKUPCAT-FILE-STATUS NOT = 00
                   MOVE WS-BACKUPCAT-FILE-STATUS TO WS-FAIL-STATUS
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "restored, but cannot open BACKUPCAT.DAT, "
                       "status " WS-FAIL-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
                   MOVE 'Y' TO WS-RUN-FAILED
               ELSE
                   PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
                       UNTIL WS-LATER-IDX > WS-LATER-COUNT
                       MOVE WS-LATER-DATE(WS-LATER-IDX) TO
                           BC-BUSINESS-DATE
                       DELETE BACKUPCAT-FILE RECORD
                           INVALID KEY
                               MOVE SPACES TO WS-FAIL-REASON
                               STRING "restored, but cannot remove "
                                   "catalogue entry "
                                   WS-LATER-DATE(WS-LATER-IDX)
                                   DELIMITED BY SIZE
                                   INTO WS-FAIL-REASON
                               MOVE 'Y' TO WS-RUN-FAILED
                       END-DELETE
                   END-PERFORM
                   CLOSE BACKUPCAT-FILE
               END-IF
           END-IF

           OPEN I-O NIGHTRUN-FILE
           IF WS-NIGHTRUN-FILE-STATUS = 35
               *> No close has ever been recorded - nothing to clear
               CONTINUE
           ELSE
               IF WS-NIGHTRUN-FILE-STATUS NOT = 00
                   MOVE WS-NIGHTRUN-FILE-STATUS TO WS-FAIL-STATUS
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "restored, but cannot open NIGHTRUN.DAT, "
                       "status " WS-FAIL-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
                   MOVE 'Y' TO WS-RUN-FAILED
               ELSE
                   PERFORM CLEAR-LATER-RESTART-POINTS
                   CLOSE NIGHTRUN-FILE
               END-IF
           END-IF.

       CLEAR-LATER-RESTART-POINTS.
           MOVE WS-BUSINESS-DATE-NUM TO NR-BUSINESS-DATE
           START NIGHTRUN-FILE KEY IS GREATER THAN NR-BUSINESS-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NIGHTRUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LATER-RUN-TOTAL
                   IF WS-LATER-RUN-COUNT < 20
                       ADD 1 TO WS-LATER-RUN-COUNT
                       MOVE NR-BUSINESS-DATE TO
                           WS-LATER-RUN-DATE(WS-LATER-RUN-COUNT)
                       MOVE NR-LAST-JOB-SEQ TO
                           WS-LATER-RUN-SEQ(WS-LATER-RUN-COUNT)
                       MOVE NR-LAST-JOB-NAME TO
                           WS-LATER-RUN-JOB(WS-LATER-RUN-COUNT)
                   END-IF
                   DELETE NIGHTRUN-FILE RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-FAIL-REASON
                           STRING "restored, but cannot remove "
                               "restart record " NR-BUSINESS-DATE
                               DELIMITED BY SIZE INTO WS-FAIL-REASON
                           MOVE 'Y' TO WS-RUN-FAILED
                   END-DELETE
               END-READ
           END-PERFORM.

       FAIL-MASTER-OPEN.
           MOVE SPACES TO WS-FAIL-REASON
           STRING "cannot open " FUNCTION TRIM(WS-FILE-NAME(WS-FX))
               " master, status " WS-FAIL-STATUS
               DELIMITED BY SIZE INTO WS-FAIL-REASON
           MOVE 'Y' TO WS-RUN-FAILED.

       FAIL-GENERATION-OPEN.
           MOVE SPACES TO WS-FAIL-REASON
           STRING "cannot open " FUNCTION TRIM(WS-FILE-NAME(WS-FX))
               " generation copy, status " WS-FAIL-STATUS
               DELIMITED BY SIZE INTO WS-FAIL-REASON
           MOVE 'Y' TO WS-RUN-FAILED.

       BACKUP-BOOKINGS.
           MOVE 1 TO WS-FX
           OPEN OUTPUT BKP-BOOKINGS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT BOOKING-FILE
               IF WS-BOOKING-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-BOOKING-FILE-STATUS NOT = 00
                       MOVE WS-BOOKING-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ BOOKING-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-BOOKINGS-RECORD
                                   FROM BOOKING-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE BOOKING-FILE
                   END-IF
               END-IF
               CLOSE BKP-BOOKINGS-FILE
           END-IF.

       BACKUP-ROOMS.
           MOVE 2 TO WS-FX
           OPEN OUTPUT BKP-ROOMS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT ROOMS-FILE
               IF WS-ROOMS-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-ROOMS-FILE-STATUS NOT = 00
                       MOVE WS-ROOMS-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ ROOMS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-ROOMS-RECORD
                                   FROM ROOM-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ROOMS-FILE
                   END-IF
               END-IF
               CLOSE BKP-ROOMS-FILE
           END-IF.

       BACKUP-INVOICES.
           MOVE 3 TO WS-FX
           OPEN OUTPUT BKP-INVOICES-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT INVOICES-FILE
               IF WS-INVOICE-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-INVOICE-FILE-STATUS NOT = 00
                       MOVE WS-INVOICE-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ INVOICES-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-INVOICES-RECORD
                                   FROM INVOICE-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE INVOICES-FILE
                   END-IF
               END-IF
               CLOSE BKP-INVOICES-FILE
           END-IF.

       BACKUP-PAYMENTS.
           MOVE 4 TO WS-FX
           OPEN OUTPUT BKP-PAYMENTS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT PAYMENTS-FILE
               IF WS-PAYMENTS-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-PAYMENTS-FILE-STATUS NOT = 00
                       MOVE WS-PAYMENTS-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ PAYMENTS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-PAYMENTS-RECORD
                                   FROM PAYMENT-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PAYMENTS-FILE
                   END-IF
               END-IF
               CLOSE BKP-PAYMENTS-FILE
           END-IF.

       BACKUP-CHARGES.
           MOVE 5 TO WS-FX
           OPEN OUTPUT BKP-CHARGES-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT CHARGES-FILE
               IF WS-CHARGES-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-CHARGES-FILE-STATUS NOT = 00
                       MOVE WS-CHARGES-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ CHARGES-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-CHARGES-RECORD
                                   FROM CHARGE-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CHARGES-FILE
                   END-IF
               END-IF
               CLOSE BKP-CHARGES-FILE
           END-IF.

       BACKUP-DEPOSITS.
           MOVE 6 TO WS-FX
           OPEN OUTPUT BKP-DEPOSITS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT DEPOSITS-FILE
               IF WS-DEPOSITS-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-DEPOSITS-FILE-STATUS NOT = 00
                       MOVE WS-DEPOSITS-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ DEPOSITS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-DEPOSITS-RECORD
                                   FROM DEPOSIT-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE DEPOSITS-FILE
                   END-IF
               END-IF
               CLOSE BKP-DEPOSITS-FILE
           END-IF.

       BACKUP-ADJHIST.
           MOVE 8 TO WS-FX
           OPEN OUTPUT BKP-ADJHIST-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT ADJHIST-FILE
               IF WS-ADJHIST-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-ADJHIST-FILE-STATUS NOT = 00
                       MOVE WS-ADJHIST-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ ADJHIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-ADJHIST-RECORD
                                   FROM ADJHIST-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ADJHIST-FILE
                   END-IF
               END-IF
               CLOSE BKP-ADJHIST-FILE
           END-IF.

       BACKUP-STAYSEG.
           MOVE 9 TO WS-FX
           OPEN OUTPUT BKP-STAYSEG-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT STAYSEG-FILE
               IF WS-STAYSEG-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-STAYSEG-FILE-STATUS NOT = 00
                       MOVE WS-STAYSEG-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ STAYSEG-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-STAYSEG-RECORD
                                   FROM STAYSEG-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE STAYSEG-FILE
                   END-IF
               END-IF
               CLOSE BKP-STAYSEG-FILE
           END-IF.

       BACKUP-WORKORDERS.
           MOVE 10 TO WS-FX
           OPEN OUTPUT BKP-WORKORDERS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT WORKORDERS-FILE
               IF WS-WORKORDERS-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-WORKORDERS-FILE-STATUS NOT = 00
                       MOVE WS-WORKORDERS-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ WORKORDERS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-WORKORDERS-RECORD
                                   FROM WORKORDER-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE WORKORDERS-FILE
                   END-IF
               END-IF
               CLOSE BKP-WORKORDERS-FILE
           END-IF.

       BACKUP-AUDITLOG.
           MOVE 7 TO WS-FX
           OPEN OUTPUT BKP-AUDITLOG-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               OPEN INPUT AUDITLOG-FILE
               IF WS-AUDITLOG-FILE-STATUS = 35
                   *> No master yet - the generation holds it empty
                   CONTINUE
               ELSE
                   IF WS-AUDITLOG-FILE-STATUS NOT = 00
                       MOVE WS-AUDITLOG-FILE-STATUS TO WS-FAIL-STATUS
                       PERFORM FAIL-MASTER-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ AUDITLOG-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-FC-BEFORE(WS-FX)
                               WRITE BKP-AUDITLOG-RECORD
                                   FROM AUDITLOG-RECORD
                               IF WS-BKP-FILE-STATUS = 00
                                   ADD 1 TO WS-FC-GEN(WS-FX)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE AUDITLOG-FILE
                   END-IF
               END-IF
               CLOSE BKP-AUDITLOG-FILE
           END-IF.

       VERIFY-BOOKINGS-GENERATION.
           MOVE 1 TO WS-FX
           OPEN INPUT BKP-BOOKINGS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-BOOKINGS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-BOOKINGS-FILE
           END-IF.

       VERIFY-ROOMS-GENERATION.
           MOVE 2 TO WS-FX
           OPEN INPUT BKP-ROOMS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-ROOMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-ROOMS-FILE
           END-IF.

       VERIFY-INVOICES-GENERATION.
           MOVE 3 TO WS-FX
           OPEN INPUT BKP-INVOICES-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-INVOICES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-INVOICES-FILE
           END-IF.

       VERIFY-PAYMENTS-GENERATION.
           MOVE 4 TO WS-FX
           OPEN INPUT BKP-PAYMENTS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-PAYMENTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-PAYMENTS-FILE
           END-IF.

       VERIFY-CHARGES-GENERATION.
           MOVE 5 TO WS-FX
           OPEN INPUT BKP-CHARGES-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-CHARGES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-CHARGES-FILE
           END-IF.

       VERIFY-DEPOSITS-GENERATION.
           MOVE 6 TO WS-FX
           OPEN INPUT BKP-DEPOSITS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-DEPOSITS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-DEPOSITS-FILE
           END-IF.

       VERIFY-ADJHIST-GENERATION.
           MOVE 8 TO WS-FX
           OPEN INPUT BKP-ADJHIST-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-ADJHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-ADJHIST-FILE
           END-IF.

       VERIFY-STAYSEG-GENERATION.
           MOVE 9 TO WS-FX
           OPEN INPUT BKP-STAYSEG-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-STAYSEG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-STAYSEG-FILE
           END-IF.

       VERIFY-WORKORDERS-GENERATION.
           MOVE 10 TO WS-FX
           OPEN INPUT BKP-WORKORDERS-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-WORKORDERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-WORKORDERS-FILE
           END-IF.

       VERIFY-AUDITLOG-GENERATION.
           MOVE 7 TO WS-FX
           OPEN INPUT BKP-AUDITLOG-FILE
           IF WS-BKP-FILE-STATUS NOT = 00
               MOVE WS-BKP-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-GENERATION-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-AUDITLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-GEN(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BKP-AUDITLOG-FILE
           END-IF.

       RESTORE-BOOKINGS.
           MOVE 1 TO WS-FX
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF

           OPEN INPUT BKP-BOOKINGS-FILE
           OPEN OUTPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = 00
               MOVE WS-BOOKING-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-BOOKINGS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE BOOKING-RECORD
                           FROM BKP-BOOKINGS-RECORD
                       IF WS-BOOKING-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF
           CLOSE BKP-BOOKINGS-FILE.

       RESTORE-ROOMS.
           MOVE 2 TO WS-FX
           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE ROOMS-FILE
           END-IF

           OPEN INPUT BKP-ROOMS-FILE
           OPEN OUTPUT ROOMS-FILE
           IF WS-ROOMS-FILE-STATUS NOT = 00
               MOVE WS-ROOMS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-ROOMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE ROOM-RECORD
                           FROM BKP-ROOMS-RECORD
                       IF WS-ROOMS-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOMS-FILE
           END-IF
           CLOSE BKP-ROOMS-FILE.

       RESTORE-INVOICES.
           MOVE 3 TO WS-FX
           OPEN INPUT INVOICES-FILE
           IF WS-INVOICE-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INVOICES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE INVOICES-FILE
           END-IF

           OPEN INPUT BKP-INVOICES-FILE
           OPEN OUTPUT INVOICES-FILE
           IF WS-INVOICE-FILE-STATUS NOT = 00
               MOVE WS-INVOICE-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-INVOICES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE INVOICE-RECORD
                           FROM BKP-INVOICES-RECORD
                       IF WS-INVOICE-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICES-FILE
           END-IF
           CLOSE BKP-INVOICES-FILE.

       RESTORE-PAYMENTS.
           MOVE 4 TO WS-FX
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF

           OPEN INPUT BKP-PAYMENTS-FILE
           OPEN OUTPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FILE-STATUS NOT = 00
               MOVE WS-PAYMENTS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-PAYMENTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE PAYMENT-RECORD
                           FROM BKP-PAYMENTS-RECORD
                       IF WS-PAYMENTS-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           CLOSE BKP-PAYMENTS-FILE.

       RESTORE-CHARGES.
           MOVE 5 TO WS-FX
           OPEN INPUT CHARGES-FILE
           IF WS-CHARGES-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHARGES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE CHARGES-FILE
           END-IF

           OPEN INPUT BKP-CHARGES-FILE
           OPEN OUTPUT CHARGES-FILE
           IF WS-CHARGES-FILE-STATUS NOT = 00
               MOVE WS-CHARGES-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-CHARGES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE CHARGE-RECORD
                           FROM BKP-CHARGES-RECORD
                       IF WS-CHARGES-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGES-FILE
           END-IF
           CLOSE BKP-CHARGES-FILE.

       RESTORE-DEPOSITS.
           MOVE 6 TO WS-FX
           OPEN INPUT DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEPOSITS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE DEPOSITS-FILE
           END-IF

           OPEN INPUT BKP-DEPOSITS-FILE
           OPEN OUTPUT DEPOSITS-FILE
           IF WS-DEPOSITS-FILE-STATUS NOT = 00
               MOVE WS-DEPOSITS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-DEPOSITS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE DEPOSIT-RECORD
                           FROM BKP-DEPOSITS-RECORD
                       IF WS-DEPOSITS-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSITS-FILE
           END-IF
           CLOSE BKP-DEPOSITS-FILE.

       RESTORE-ADJHIST.
           MOVE 8 TO WS-FX
           OPEN INPUT ADJHIST-FILE
           IF WS-ADJHIST-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ADJHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE ADJHIST-FILE
           END-IF

           OPEN INPUT BKP-ADJHIST-FILE
           OPEN OUTPUT ADJHIST-FILE
           IF WS-ADJHIST-FILE-STATUS NOT = 00
               MOVE WS-ADJHIST-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-ADJHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE ADJHIST-RECORD
                           FROM BKP-ADJHIST-RECORD
                       IF WS-ADJHIST-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJHIST-FILE
           END-IF
           CLOSE BKP-ADJHIST-FILE.

       RESTORE-STAYSEG.
           MOVE 9 TO WS-FX
           OPEN INPUT STAYSEG-FILE
           IF WS-STAYSEG-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STAYSEG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE STAYSEG-FILE
           END-IF

           OPEN INPUT BKP-STAYSEG-FILE
           OPEN OUTPUT STAYSEG-FILE
           IF WS-STAYSEG-FILE-STATUS NOT = 00
               MOVE WS-STAYSEG-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-STAYSEG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE STAYSEG-RECORD
                           FROM BKP-STAYSEG-RECORD
                       IF WS-STAYSEG-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STAYSEG-FILE
           END-IF
           CLOSE BKP-STAYSEG-FILE.

       RESTORE-WORKORDERS.
           MOVE 10 TO WS-FX
           OPEN INPUT WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORKORDERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE WORKORDERS-FILE
           END-IF

           OPEN INPUT BKP-WORKORDERS-FILE
           OPEN OUTPUT WORKORDERS-FILE
           IF WS-WORKORDERS-FILE-STATUS NOT = 00
               MOVE WS-WORKORDERS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-WORKORDERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE WORKORDER-RECORD
                           FROM BKP-WORKORDERS-RECORD
                       IF WS-WORKORDERS-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKORDERS-FILE
           END-IF
           CLOSE BKP-WORKORDERS-FILE.

       RESTORE-AUDITLOG.
           MOVE 7 TO WS-FX
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-FILE-STATUS = 00
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-BEFORE(WS-FX)
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF

           OPEN INPUT BKP-AUDITLOG-FILE
           OPEN OUTPUT AUDITLOG-FILE
           IF WS-AUDITLOG-FILE-STATUS NOT = 00
               MOVE WS-AUDITLOG-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM FAIL-MASTER-OPEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BKP-AUDITLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE AUDITLOG-RECORD
                           FROM BKP-AUDITLOG-RECORD
                       IF WS-AUDITLOG-FILE-STATUS = 00
                           ADD 1 TO WS-FC-AFTER(WS-FX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF
           CLOSE BKP-AUDITLOG-FILE.

       WRITE-REPORT-BANNER.
           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           IF BACKUP-MODE-PARM = 'B'
               MOVE "        MASTER FILE BACKUP" TO RPT-RECORD
           ELSE
               MOVE "        MASTER FILE RESTORE" TO RPT-RECORD
           END-IF
           WRITE RPT-RECORD

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           STRING "Business Date: " WS-BUSINESS-YEAR "/"
               WS-BUSINESS-MONTH "/" WS-BUSINESS-DAY
               DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-GEN-SLOT > 0
               MOVE WS-TAKEN-DATE TO WS-DISPLAY-DATE
               MOVE WS-TAKEN-TIME TO WS-DISPLAY-TIME
               MOVE SPACES TO RPT-RECORD
               STRING "Generation   : G" WS-GEN-SLOT
                   " taken " WS-DISPLAY-DATE-Y "/" WS-DISPLAY-DATE-M
                   "/" WS-DISPLAY-DATE-D " " WS-DISPLAY-TIME-H ":"
                   WS-DISPLAY-TIME-M ":" WS-DISPLAY-TIME-S
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-BACKUP-REPORT.
           PERFORM WRITE-REPORT-BANNER

           IF WS-ALREADY-TAKEN = 'Y'
               MOVE "Generation already taken for this date - kept as"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "it stood before the date's first updating job."
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "  FILE          CATALOGUED" TO RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
                   MOVE WS-FC-GEN(WS-FX) TO WS-DISPLAY-COUNT-2
                   MOVE SPACES TO RPT-RECORD
                   STRING "  " WS-FILE-NAME(WS-FX) "       "
                       WS-DISPLAY-COUNT-2
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
           ELSE
               MOVE "  FILE          MASTER   GENERATION" TO
                   RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
                   MOVE WS-FC-BEFORE(WS-FX) TO WS-DISPLAY-COUNT
                   MOVE WS-FC-GEN(WS-FX) TO WS-DISPLAY-COUNT-2
                   MOVE SPACES TO RPT-RECORD
                   STRING "  " WS-FILE-NAME(WS-FX) "   "
                       WS-DISPLAY-COUNT "      " WS-DISPLAY-COUNT-2
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-RUN-FAILED = 'Y'
               MOVE SPACES TO RPT-RECORD
               STRING "BACKUP FAILED - " FUNCTION TRIM(WS-FAIL-REASON)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "  Backup failed - "
                       FUNCTION TRIM(WS-FAIL-REASON)
           ELSE
               MOVE "BACKUP COMPLETE" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF MASTER FILE BACKUP ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-RESTORE-REPORT.
           PERFORM WRITE-REPORT-BANNER

           MOVE "  FILE          BEFORE   GENERATION       AFTER" TO
               RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
               MOVE WS-FC-BEFORE(WS-FX) TO WS-DISPLAY-COUNT
               MOVE WS-FC-GEN(WS-FX) TO WS-DISPLAY-COUNT-2
               MOVE WS-FC-AFTER(WS-FX) TO WS-DISPLAY-COUNT-3
               MOVE SPACES TO RPT-RECORD
               STRING "  " WS-FILE-NAME(WS-FX) "   "
                   WS-DISPLAY-COUNT "      " WS-DISPLAY-COUNT-2
                   "     " WS-DISPLAY-COUNT-3
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-LATER-ROLLED-BACK = 'Y'
               PERFORM WRITE-LATER-DATES-REMOVED
           END-IF

           IF WS-RUN-FAILED = 'Y'
               MOVE SPACES TO RPT-RECORD
               STRING "RESTORE FAILED - " FUNCTION TRIM(WS-FAIL-REASON)
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "  Restore failed - "
                       FUNCTION TRIM(WS-FAIL-REASON)
           ELSE
               MOVE "RESTORE COMPLETE" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "==========================================" TO
               RPT-RECORD
           WRITE RPT-RECORD

           MOVE "*** END OF MASTER FILE RESTORE ***" TO RPT-RECORD
           WRITE RPT-RECORD.

       WRITE-LATER-DATES-REMOVED.
           *> Closes for these later dates ran on top of the
           *> restored files; each must be run again from job 1.
           MOVE "LATER DATES ROLLED BACK:" TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "  Generations removed from BACKUPCAT.DAT:" TO
               RPT-RECORD
           WRITE RPT-RECORD
           IF WS-LATER-COUNT = 0
               MOVE "    None" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
               UNTIL WS-LATER-IDX > WS-LATER-COUNT
               MOVE WS-LATER-DATE(WS-LATER-IDX) TO WS-DISPLAY-DATE
               MOVE SPACES TO RPT-RECORD
               STRING "    " WS-DISPLAY-DATE-Y "/"
                   WS-DISPLAY-DATE-M "/" WS-DISPLAY-DATE-D
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM

           MOVE "  Restart records removed from NIGHTRUN.DAT:" TO
               RPT-RECORD
           WRITE RPT-RECORD
           IF WS-LATER-RUN-COUNT = 0
               MOVE "    None" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
               UNTIL WS-LATER-IDX > WS-LATER-RUN-COUNT
               MOVE WS-LATER-RUN-DATE(WS-LATER-IDX) TO
                   WS-DISPLAY-DATE
               MOVE WS-LATER-RUN-SEQ(WS-LATER-IDX) TO WS-DISPLAY-SEQ
               MOVE SPACES TO RPT-RECORD
               STRING "    " WS-DISPLAY-DATE-Y "/"
                   WS-DISPLAY-DATE-M "/" WS-DISPLAY-DATE-D
                   "  had completed job "
                   FUNCTION TRIM(WS-DISPLAY-SEQ) " "
                   FUNCTION TRIM(WS-LATER-RUN-JOB(WS-LATER-IDX))
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM
           IF WS-LATER-RUN-TOTAL > WS-LATER-RUN-COUNT
               COMPUTE WS-DISPLAY-COUNT =
                   WS-LATER-RUN-TOTAL - WS-LATER-RUN-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "    ... and " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   " more" DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM masterFileBackup.
