      *            before the run date, so a future-dated change no
      *            longer leaks in early.  A legacy record with no
      *            date still loads.
      * 10/15/2026 - Sale lines now carry their sales tax (class and
      *            amount); the report totals the tax charged, less
      *            the tax given back on returns, on its own line so
      *            the sales value stays net of tax.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      * 10/15/2026 - A line converted from a quotation (price source Q)
      *            is valued at the unit price quoted (wfList-Price)
      *            rather than today's OILPRICE.DAT price, so the
      *            report agrees with the invoice and the GL feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AromaSalesRpt.
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.


       FD  Oil-Master-File.
           02 wfDiscount                   PIC 9(4)V99.
           02 wfLocation                   PIC X.
           02 wfRedeemed                   PIC 9(4)V99.
           02 wfTax-Class                  PIC X.
           02 wfTax-Amount                 PIC 9(4)V99.
           02 wfPrice-Source               PIC X.
           02 wfList-Price                 PIC 99V99.
           02 wfManual-Discount            PIC 9(4)V99.

       WORKING-STORAGE SECTION.
      * Oils-Table is loaded from OILCOST.DAT by LOAD-OIL-COSTS at the
           VALUE "TOTAL SALES VALUE :".
           02  tslSales-Value          PIC $$$$,$$9.99-.

       01  Total-Sales-Tax-Line.
           02  FILLER                  PIC X(33) VALUE SPACES.
           02  FILLER                  PIC X(19)
           VALUE "TOTAL SALES TAX   :".
           02  tslSales-Tax            PIC $$$$,$$9.99-.

       01  Customer-Totals.
           02  ctSales                 PIC 999.
           02  ctQuantity-Sold         PIC S9(6).
           02  ftSales                 PIC 9(6).
           02  ftQuantity-Sold         PIC S9(7).
           02  ftSales-Value           PIC S9(6)V99.
           02  ftSales-Tax             PIC S9(6)V99.

       01  Temp-Sales-Details.
           02  tempQuantity-Sold       PIC 9(6).
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
           WRITE Summary-Report FROM Total-Sales-Line
           WRITE Summary-Report FROM Total-Quantity-Sold-Line
           WRITE Summary-Report FROM Total-Sales-Value-Line
           MOVE ftSales-Tax TO tslSales-Tax
           WRITE Summary-Report FROM Total-Sales-Tax-Line
           PERFORM WRITE-PAGE-FOOTER
           CLOSE AromaSalesFile.

           IF Oil-Number OF Work-Rec > 0
                   AND Oil-Number OF Work-Rec <= 30
               IF wfUnit-Size > 0 AND wfUnit-Size <= 9
                   IF wfPrice-Source = "Q"
                           AND wfList-Price NUMERIC
                           AND wfList-Price > ZEROS
                       COMPUTE tempSales-Value =
                           wfUnit-Sold * wfList-Price
                   ELSE
                       IF Have-Price-Master
                           COMPUTE tempSales-Value =
                               wfUnit-Sold *
                               OIL-PRICE (Oil-Number OF Work-Rec,
                                   wfUnit-Size)
                       ELSE
                           COMPUTE tempSales-Value =
                               wfUnit-Sold *
                               OIL-COST (Oil-Number OF Work-Rec,
                                   wfUnit-Size)
                       END-IF
                   END-IF
                   IF wfDiscount NUMERIC
                       IF wfDiscount < tempSales-Value
           ELSE
               ADD wfUnit-Sold TO ctQuantity-Sold
               ADD tempSales-Value TO ctSales-Value
           END-IF
           IF wfTax-Amount NUMERIC
               IF wfReturn-Line
                   SUBTRACT wfTax-Amount FROM ftSales-Tax
               ELSE
                   ADD wfTax-Amount TO ftSales-Tax
               END-IF
           END-IF.

       WRITE-OIL-EXCEPTION.
