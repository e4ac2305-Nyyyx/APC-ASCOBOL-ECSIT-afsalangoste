      *            rename was overwriting the archived sales with the
      *            fresh empty file.  AromaNightlyRun guards the
      *            chained case; this guards the hand-run one.
      * 10/15/2026 - A SALES.DAT batch still held for key
      *            verification (SALESCTL slhVerify-Status U) is not
      *            archived: the day can't close until SalesVerify
      *            has verified the stall dockets or a supervisor has
      *            released the batch.
      * 10/15/2026 - The day's sales lines are now filed into the
      *            SALESHIST.IDX indexed sales history (SHISTREC)
      *            before SALES.DAT is renamed, so the period and
      *            date-range reports can read the days they need
      *            without restoring SALES.BAK generations.  A
      *            history that can't be opened stops the close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesDayEnd.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Probe-File-Status.

       SELECT Sales-History-File ASSIGN TO "SALESHIST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS hxHistory-Key
                 ALTERNATE RECORD KEY IS hxCustomer-ID
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS hxSalesperson
                     WITH DUPLICATES
                 FILE STATUS IS Sales-History-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
       FD  ProbeFile.
       01  ProbeRecord               PIC X(80).

       FD  Sales-History-File.
       COPY SHISTREC.

       WORKING-STORAGE SECTION.
       01  Sales-File-Status         PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Run-Date                  PIC 9(8).
       01  Backup-File-Name          PIC X(24).
       01  File-Op-Return-Code       PIC S9(9) COMP-5.
       01  Sales-History-File-Status PIC XX.
       01  History-Line-Number       PIC 9(5)   VALUE ZEROS.
       01  History-Posted-Count      PIC 9(5)   VALUE ZEROS.
       01  History-Duplicate-Count   PIC 9(5)   VALUE ZEROS.

      * Batch header/trailer control records on SALES.DAT, shared
      * with the readers via SALESCTL.
               GOBACK
           END-IF

           PERFORM CHECK-BATCH-VERIFIED
           PERFORM POST-SALES-HISTORY

           CALL "CBL_RENAME_FILE" USING "SALES.DAT" Backup-File-Name
               RETURNING File-Op-Return-Code
           IF File-Op-Return-Code NOT = 0
               "the next trading day"
           GOBACK.

      * The day's batch must not be archived while its stall
      * dockets are still waiting to be rekeyed by a second operator.
       CHECK-BATCH-VERIFIED.
           OPEN INPUT Sales-File
           IF Sales-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Sales-File
               AT END SET EndOfSalesFile TO TRUE
           END-READ
           CLOSE Sales-File
           IF NOT EndOfSalesFile AND Sales-Rec (1:3) = "HDR"
               MOVE Sales-Rec TO Sales-Header-Record
               IF slhUnverified
                   DISPLAY "SalesDayEnd - SALES.DAT batch "
                       slhBatchID " is held for key verification; "
                       "run SalesVerify before closing the day, "
                       "nothing done"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * File every data line of the day into the indexed history.
      * A line already there (a close that stopped after posting and
      * was run again) is left as it is and counted.
       POST-SALES-HISTORY.
           OPEN I-O Sales-History-File
           IF Sales-History-File-Status = "35"
               OPEN OUTPUT Sales-History-File
               CLOSE Sales-History-File
               OPEN I-O Sales-History-File
           END-IF
           IF Sales-History-File-Status NOT = "00"
               DISPLAY "SalesDayEnd - unable to open SALESHIST.IDX "
                   "(status " Sales-History-File-Status "), the day "
                   "was not closed"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT Sales-File
           IF Sales-File-Status NOT = "00"
               CLOSE Sales-History-File
               EXIT PARAGRAPH
           END-IF
           READ Sales-File
               AT END SET EndOfSalesFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSalesFile
               IF Sales-Rec (1:3) NOT = "HDR"
                       AND Sales-Rec (1:3) NOT = "TRL"
                   PERFORM WRITE-HISTORY-LINE
               END-IF
               READ Sales-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Sales-File
           CLOSE Sales-History-File
           DISPLAY "SalesDayEnd - " History-Posted-Count
               " line(s) filed in SALESHIST.IDX"
           IF History-Duplicate-Count > ZEROS
               DISPLAY "SalesDayEnd - " History-Duplicate-Count
                   " line(s) were already on file and left as they "
                   "were"
           END-IF.

       WRITE-HISTORY-LINE.
           ADD 1 TO History-Line-Number
           IF sfSale-Date NOT NUMERIC
               MOVE Run-Date TO sfSale-Date
           END-IF
           MOVE sfSale-Date TO hxSale-Date
           MOVE sfOil-ID TO hxOil-ID
           MOVE Run-Date TO hxBatch-Date
           MOVE History-Line-Number TO hxLine-Number
           MOVE sfCustomer-ID TO hxCustomer-ID
           MOVE sfSalesperson TO hxSalesperson
           MOVE Sales-Rec TO hxSales-Line
           WRITE Sales-History-Rec
               INVALID KEY
                   ADD 1 TO History-Duplicate-Count
               NOT INVALID KEY
                   ADD 1 TO History-Posted-Count
           END-WRITE.

       WRITE-FRESH-SALES-FILE.
           OPEN OUTPUT Sales-File
           MOVE SPACE TO slhVerify-Status
           MOVE SPACES TO slhKeyed-By
           MOVE ZEROS TO slhVerified-Count
           STRING "SL" Run-Date DELIMITED BY SIZE INTO slhBatchID
           MOVE Run-Date TO slhCreationDate
           MOVE ZEROS TO slhExpectedCount
