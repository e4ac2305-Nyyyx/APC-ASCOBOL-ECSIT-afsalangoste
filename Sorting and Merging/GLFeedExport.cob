      *            before the run date, so a future-dated change no
      *            longer leaks in early.  A legacy record with no
      *            date still loads.
      * 10/15/2026 - Sales tax stamped on each line (sfTax-Amount) is
      *            now posted as its own liability - debit Accounts
      *            Receivable, credit 250000 Sales Tax Payable - with
      *            the tax on returns reversed the other way.  The
      *            day's taxable, exempt and return values and tax by
      *            class are appended to TAXHIST.DAT for the period
      *            tax return (TaxReturnRpt).
      * 10/15/2026 - Cost of sales is taken at landed cost: each
      *            line's OILCOST.DAT cost is scaled by the oil's
      *            landed cost factor (LandedCost), so freight, duty
      *            and handling reach COGS.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      * 10/15/2026 - A line converted from a quotation (price source Q)
      *            is valued at the unit price quoted (sfList-Price)
      *            rather than today's OILPRICE.DAT price, so the
      *            revenue and receivable posted agree with the
      *            invoice QuoteEntry raised and the tax on the line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFeedExport.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.

       SELECT Tax-History-File ASSIGN TO "TAXHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Tax-History-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
           02  rdDate                       PIC 9(8).
           02  rdAmount                     PIC 9(5)V99.

       FD  Tax-History-File.
       COPY TXHREC.

       WORKING-STORAGE SECTION.
       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
       01  Total-Voucher-Sales          PIC 9(8)V99 VALUE ZEROS.
       01  Total-Voucher-Redeemed       PIC 9(8)V99 VALUE ZEROS.

      * Sales tax by class - 1 standard, 2 reduced, 3 exempt - for
      * the 250000 liability posting and the TAXHIST.DAT record.
       01  Tax-History-File-Status      PIC XX.
       01  Total-Sales-Tax              PIC 9(8)V99 VALUE ZEROS.
       01  Total-Returns-Tax            PIC 9(8)V99 VALUE ZEROS.
       01  Tax-Class-Totals.
           02  Tax-Class-Entry          OCCURS 3 TIMES.
               03  tctSales-Value       PIC 9(8)V99.
               03  tctSales-Tax         PIC 9(8)V99.
               03  tctReturn-Value      PIC 9(8)V99.
               03  tctReturn-Tax        PIC 9(8)V99.
       01  Tax-Class-Codes              PIC X(3)   VALUE "SRE".
       01  Tax-Class-Index              PIC 9      VALUE ZEROS.
       01  Line-Tax                     PIC 9(4)V99 VALUE ZEROS.

      * Batch header/trailer control records on SALES.DAT, shared
      * with the other readers via SALESCTL.
       COPY SALESCTL.
      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

      * Landed cost factor per oil, answered through LandedCost.
       COPY LCOSTCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM GET-DATE-RANGE
           PERFORM LOAD-OIL-COSTS
           CALL "LandedCost" USING Landed-Cost-Area
           PERFORM LOAD-OIL-PRICES
           MOVE ZEROS TO Tax-Class-Totals
           PERFORM COMPUTE-TOTAL-SALES-VALUE
           PERFORM TOTAL-VOUCHER-MOVEMENTS
           PERFORM WRITE-GL-FEED
           PERFORM WRITE-TAX-HISTORY
           DISPLAY "GLFeedExport - " Total-Sales-Value
               " posted to GLFEED.DAT for " Today
           GOBACK.
               IF Sale-In-Range
                       AND Oil-Number > 0 AND Oil-Number <= 30
                       AND sfUnit-Size > 0 AND sfUnit-Size <= 9
                   IF Quote-Price-Line AND sfList-Price NUMERIC
                           AND sfList-Price > ZEROS
                       COMPUTE Sale-Value =
                           sfUnit-Sold * sfList-Price
                   ELSE
                       IF Have-Price-Master
                           COMPUTE Sale-Value =
                               sfUnit-Sold *
                               OIL-PRICE (Oil-Number, sfUnit-Size)
                       ELSE
                           COMPUTE Sale-Value =
                               sfUnit-Sold *
                               OIL-COST (Oil-Number, sfUnit-Size)
                       END-IF
                   END-IF
                   IF sfDiscount NUMERIC
                       IF sfDiscount < Sale-Value
                           MOVE ZEROS TO Sale-Value
                       END-IF
                   END-IF
                   COMPUTE Line-Cost ROUNDED =
                       sfUnit-Sold * OIL-COST (Oil-Number, sfUnit-Size)
                       * lcOil-Factor (Oil-Number)
               END-IF
               IF Return-Line
                   ADD Sale-Value TO Total-Returns-Value
                   ADD Sale-Value TO Total-Sales-Value
                   ADD Line-Cost TO Total-COGS-Value
               END-IF
               IF Sale-In-Range
                   PERFORM ACCUMULATE-LINE-TAX
               END-IF
               READ Sales-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ



      * A legacy line written before tax was charged carries no
      * class or amount; it counts as standard-rated with no tax.
       ACCUMULATE-LINE-TAX.
           EVALUATE sfTax-Class
               WHEN "R"
                   MOVE 2 TO Tax-Class-Index
               WHEN "E"
                   MOVE 3 TO Tax-Class-Index
               WHEN OTHER
                   MOVE 1 TO Tax-Class-Index
           END-EVALUATE
           IF sfTax-Amount NUMERIC
               MOVE sfTax-Amount TO Line-Tax
           ELSE
               MOVE ZEROS TO Line-Tax
           END-IF
           IF Return-Line
               ADD Sale-Value TO tctReturn-Value (Tax-Class-Index)
               ADD Line-Tax TO tctReturn-Tax (Tax-Class-Index)
               ADD Line-Tax TO Total-Returns-Tax
           ELSE
               ADD Sale-Value TO tctSales-Value (Tax-Class-Index)
               ADD Line-Tax TO tctSales-Tax (Tax-Class-Index)
               ADD Line-Tax TO Total-Sales-Tax
           END-IF.

      * One TAXHIST.DAT record per class with any movement, dated
      * the day the liability was posted.
       WRITE-TAX-HISTORY.
           OPEN EXTEND Tax-History-File
           IF Tax-History-File-Status NOT = "00"
               OPEN OUTPUT Tax-History-File
           END-IF
           PERFORM VARYING Tax-Class-Index FROM 1 BY 1
                   UNTIL Tax-Class-Index > 3
               IF tctSales-Value (Tax-Class-Index) > ZEROS
                       OR tctSales-Tax (Tax-Class-Index) > ZEROS
                       OR tctReturn-Value (Tax-Class-Index) > ZEROS
                       OR tctReturn-Tax (Tax-Class-Index) > ZEROS
                   MOVE Today TO thPost-Date
                   MOVE Tax-Class-Codes (Tax-Class-Index:1) TO
                       thTax-Class
                   MOVE tctSales-Value (Tax-Class-Index) TO
                       thSales-Value
                   MOVE tctSales-Tax (Tax-Class-Index) TO thSales-Tax
                   MOVE tctReturn-Value (Tax-Class-Index) TO
                       thReturn-Value
                   MOVE tctReturn-Tax (Tax-Class-Index) TO
                       thReturn-Tax
                   WRITE Tax-History-Rec
               END-IF
           END-PERFORM
           CLOSE Tax-History-File.

      * Skip a SALES.DAT header record, validate the trailer count
      * against the lines actually read, and count data lines, the
      * same tolerance-for-legacy-files scheme the STUDENTS.DAT
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
               WRITE GL-Feed-Rec
           END-IF

           IF Total-Sales-Tax > ZEROS
               MOVE Today TO glfJournalDate
               MOVE "110000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Sales-Tax TO glfAmount
               MOVE "AROMAMORA SALES TAX - ACCTS RECEIVABLE" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec

               MOVE Today TO glfJournalDate
               MOVE "250000" TO glfAccountCode
               MOVE "C" TO glfDebitCredit
               MOVE Total-Sales-Tax TO glfAmount
               MOVE "AROMAMORA SALES TAX - TAX PAYABLE" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec
           END-IF

           IF Total-Returns-Tax > ZEROS
               MOVE Today TO glfJournalDate
               MOVE "250000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Returns-Tax TO glfAmount
               MOVE "AROMAMORA RETURNS TAX - TAX PAYABLE" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec

               MOVE Today TO glfJournalDate
               MOVE "110000" TO glfAccountCode
               MOVE "C" TO glfDebitCredit
               MOVE Total-Returns-Tax TO glfAmount
               MOVE "AROMAMORA RETURNS TAX - ACCTS RECV" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec
           END-IF

           IF Total-Voucher-Sales > ZEROS
               MOVE Today TO glfJournalDate
               MOVE "110000" TO glfAccountCode
