      *         attainment percent, and the people rank best-first
      *         on TARGPERF.RPT.  Unattributed (blank sfSalesperson)
      *         value totals separately so the review can see how
      *         much credit is leaking.  Days of the period already
      *         closed by SalesDayEnd come from the SALESHIST.IDX
      *         indexed history.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      * 10/15/2026 - The days of the period SalesDayEnd has already
      *            archived are now read from the SALESHIST.IDX
      *            indexed history - only that month's keys - ahead
      *            of the open SALES.DAT batch, instead of being out
      *            of reach until a SALES.BAK was restored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TargetPerfRpt.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT Sales-History-File ASSIGN TO "SALESHIST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hxHistory-Key
                 ALTERNATE RECORD KEY IS hxCustomer-ID
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS hxSalesperson
                     WITH DUPLICATES
                 FILE STATUS IS Sales-History-File-Status.

       SELECT Salesperson-File ASSIGN TO "SALESPER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Salesperson-File-Status.
       FD  Sales-File.
       COPY SALESREC.

       FD  Sales-History-File.
       COPY SHISTREC.

       FD  Salesperson-File.
       01  Salesperson-Rec.
           88  EndOfSalespersonFile         VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01  Sales-File-Status            PIC XX.
       01  Sales-History-File-Status    PIC XX.
       01  Salesperson-File-Status      PIC XX.
       01  Target-File-Status           PIC XX.
       01  Oil-Price-File-Status        PIC XX.

       01  Filter-Period                PIC 9(6)   VALUE ZEROS.
       01  Price-AsOf-Date              PIC 9(8)   VALUE ZEROS.
       01  Period-From-Date             PIC 9(8)   VALUE ZEROS.
       01  Period-To-Date               PIC 9(8)   VALUE ZEROS.

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
           PERFORM LOAD-TARGETS
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-PRICES
           COMPUTE Period-From-Date = Filter-Period * 100 + 1
           COMPUTE Period-To-Date = Filter-Period * 100 + 31
           PERFORM ACCUMULATE-HISTORY
           PERFORM ACCUMULATE-ACTUALS
           PERFORM COMPUTE-ATTAINMENT
           PERFORM RANK-AND-PRINT
               " salesperson(s) reported on TARGPERF.RPT"
           STOP RUN.

      * Days of the period already closed by SalesDayEnd are read
      * from the indexed history, from the first of the month to the
      * first line past its end.
       ACCUMULATE-HISTORY.
           OPEN INPUT Sales-History-File
           IF Sales-History-File-Status NOT = "00"
               DISPLAY "Warning - SALESHIST.IDX not found (run "
                   "SalesHistBuild), closed days not included"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO hxHistory-Key
           MOVE Period-From-Date TO hxSale-Date
           START Sales-History-File KEY IS >= hxHistory-Key
               INVALID KEY SET EndOfSalesHistory TO TRUE
           END-START
           IF NOT EndOfSalesHistory
               PERFORM READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL EndOfSalesHistory
               MOVE hxSales-Line TO Sales-Rec
               PERFORM ACCUMULATE-ONE-LINE
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE Sales-History-File.

       READ-NEXT-HISTORY.
           READ Sales-History-File NEXT RECORD
               AT END SET EndOfSalesHistory TO TRUE
           END-READ
           IF NOT EndOfSalesHistory AND hxSale-Date > Period-To-Date
               SET EndOfSalesHistory TO TRUE
           END-IF.

       ACCUMULATE-ACTUALS.
           OPEN INPUT Sales-File
           IF Sales-File-Status NOT = "00"
       CHECK-SALES-CONTROL.
           IF NOT EndOfSalesFile
               IF Sales-Rec (1:3) = "HDR"
                   MOVE Sales-Rec TO Sales-Header-Record
                   PERFORM VALIDATE-SALES-HEADER
                   READ Sales-File
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
               END-IF
           END-IF.

      * A batch still waiting for its stall dockets to be rekeyed
      * by a second operator is not trusted until SalesVerify has
      * verified or a supervisor has released it.
       VALIDATE-SALES-HEADER.
           IF slhUnverified
               DISPLAY "Error - SALES.DAT batch " slhBatchID
                   " is held for key verification (SalesVerify), "
                   "totals not trusted - aborting run"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       VALIDATE-SALES-TRAILER.
           IF sltActualCount NOT = Sales-Read-Count
               DISPLAY "Error - SALES.DAT trailer count "
