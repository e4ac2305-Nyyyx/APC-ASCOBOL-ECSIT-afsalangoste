      *            one keyed READ instead of loading a 200-entry
      *            table and scanning it per record, so the
      *            200-customer ceiling is gone.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      * 10/15/2026 - A sale-date range now also reaches the days
      *            SalesDayEnd has already closed: they are read
      *            from the SALESHIST.IDX indexed history from the
      *            from date to the to date only, ahead of the open
      *            SALES.DAT batch.  With no range asked for, only
      *            SALES.DAT is reported, as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TopCustomersRpt.
       SELECT Sales-File ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Sales-History-File ASSIGN TO "SALESHIST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hxHistory-Key
                 ALTERNATE RECORD KEY IS hxCustomer-ID
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS hxSalesperson
                     WITH DUPLICATES
                 FILE STATUS IS Sales-History-File-Status.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.
       FD  Sales-File.
       COPY SALESREC.

       FD  Sales-History-File.
       COPY SHISTREC.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  TopCustomersFile.
       01  Top-Report-Line                 PIC X(80).

       01  Oil-Cost-File-Status         PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Sales-History-File-Status    PIC XX.
       01  Sale-Value                   PIC 9(6)V99.

       01  Customer-Master-Switch       PIC X      VALUE "N".
           PERFORM GET-DATE-RANGE
           PERFORM LOAD-OIL-COSTS
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM ACCUMULATE-HISTORY
           PERFORM ACCUMULATE-SALES
           PERFORM INIT-RANK-TABLE
           PERFORM SORT-RANK-TABLE
                   "on the report"
           END-IF.

      * Days already closed by SalesDayEnd are read from the
      * indexed history, starting at the from date and stopping at
      * the first line past the to date; with no range asked for,
      * only the open SALES.DAT batch is reported, as before.
       ACCUMULATE-HISTORY.
           IF From-Date-Num = ZEROS AND To-Date-Num = 99999999
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Sales-History-File
           IF Sales-History-File-Status NOT = "00"
               DISPLAY "Warning - SALESHIST.IDX not found (run "
                   "SalesHistBuild), closed days not included"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO hxHistory-Key
           MOVE From-Date-Num TO hxSale-Date
           START Sales-History-File KEY IS >= hxHistory-Key
               INVALID KEY SET EndOfSalesHistory TO TRUE
           END-START
           IF NOT EndOfSalesHistory
               PERFORM READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL EndOfSalesHistory
               MOVE hxSales-Line TO Sales-Rec
               PERFORM ACCUMULATE-SALE-LINE
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE Sales-History-File.

       READ-NEXT-HISTORY.
           READ Sales-History-File NEXT RECORD
               AT END SET EndOfSalesHistory TO TRUE
           END-READ
           IF NOT EndOfSalesHistory AND hxSale-Date > To-Date-Num
               SET EndOfSalesHistory TO TRUE
           END-IF.

       ACCUMULATE-SALES.
           OPEN INPUT Sales-File
           PERFORM READ-NEXT-SALE
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
