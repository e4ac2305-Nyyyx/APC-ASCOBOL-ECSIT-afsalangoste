      *         date advanced by its frequency (30-day-month date
      *         arithmetic) so nothing fires twice.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Generated lines now carry sales tax the way
      *            SalesEntry charges it - the TAXRATE.DAT rate for
      *            the oil's OILMAST.DAT class, stamped on the line -
      *            and the credit check and CUSTAR.DAT invoice take
      *            the tax-inclusive value.  Each invoice is printed
      *            on CUSTINV.RPT beside the counter's invoices.
      * 10/15/2026 - Generated lines record the list unit price they
      *            were charged at (sfList-Price) with no manual
      *            discount, in step with the wider sales record.
      * 10/15/2026 - The SALES.DAT header's key-verification fields
      *            (SALESCTL) are carried over when the file is
      *            rewritten, so adding the standing-order lines
      *            neither releases a batch held for verification
      *            nor loses its verified-line count.
      * 10/15/2026 - An order falling due on a weekend or a
      *            HOLIDAY.DAT closure day is generated on the next
      *            working day instead (WorkdayCheck).  The order's
      *            next-due date stays on its nominal cycle, so the
      *            roll never drifts the schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandOrdGen.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Tax-Rate-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT Invoice-Print-File ASSIGN TO "CUSTINV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Print-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StandOrdFile.
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD  Tax-Rate-File.
       COPY TAXREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  Invoice-Print-File.
       01  Invoice-Print-Line           PIC X(64).

       WORKING-STORAGE SECTION.
       01  StandOrd-File-Status         PIC XX.
       01  Sales-File-Status            PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  CustAR-File-Status           PIC XX.
       01  InvoiceNo-File-Status        PIC XX.
       01  Tax-Rate-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Invoice-Print-File-Status    PIC XX.

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
       COPY SALESCTL.

       01  Sales-Buffer.
           02  Sales-Buffer-Entry       PIC X(76)  OCCURS 2000 TIMES.
       01  Sales-Buffer-Count           PIC 9(7)   VALUE ZEROS.
       01  Write-Index                  PIC 9(7)   VALUE ZEROS.
       01  End-Of-Sales-Switch          PIC X      VALUE "N".
       01  Short-Count                  PIC 9(3)   VALUE ZEROS.
       01  Credit-Refused-Count         PIC 9(3)   VALUE ZEROS.

       COPY WDCHK.

      * Retail prices (OILPRICE.DAT) value the on-account line; the
      * cost table is the fallback, the same as SalesEntry.
       01  Oil-Price-Table.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlReason                PIC X(32).

      * Sales tax, charged the way SalesEntry charges it: the oil's
      * OILMAST.DAT class and the TAXRATE.DAT rate in force on the
      * run date.
       01  Oil-Tax-Table.
           02  ottTax-Class             PIC X      OCCURS 30 TIMES
                                         VALUE "S".
           02  ottName                  PIC X(20)  OCCURS 30 TIMES
                                         VALUE SPACES.
       01  Standard-Tax-Rate            PIC 9(2)V99 VALUE ZEROS.
       01  Reduced-Tax-Rate             PIC 9(2)V99 VALUE ZEROS.
       01  Line-Tax-Class               PIC X      VALUE "S".
       01  Line-Tax-Rate                PIC 9(2)V99 VALUE ZEROS.
       01  Line-Taxable-Value           PIC 9(6)V99 VALUE ZEROS.
       01  Line-Tax                     PIC 9(4)V99 VALUE ZEROS.

      * Printed customer invoice (CUSTINV.RPT), laid out the way
      * SalesEntry prints the counter's invoices.
       01  Invoice-Header-Line.
           02  FILLER                   PIC X(24)
               VALUE "AROMAMORA TAX INVOICE   ".
           02  FILLER                   PIC X(4)   VALUE "NO. ".
           02  ihlInvoiceNo             PIC 9(6).
           02  FILLER                   PIC X(8)   VALUE "  DATED ".
           02  ihlDate                  PIC 9(8).
       01  Invoice-Customer-Line.
           02  FILLER                   PIC X(9)   VALUE "CUSTOMER ".
           02  iclCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  iclCustomer-Name         PIC X(20).
       01  Invoice-Address-Line.
           02  FILLER                   PIC X(16)  VALUE SPACES.
           02  ialAddress               PIC X(30).
       01  Invoice-Item-Line.
           02  FILLER                   PIC X(4)   VALUE "OIL ".
           02  iilOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  iilOil-Name              PIC X(20).
           02  FILLER                   PIC X(6)   VALUE " SIZE ".
           02  iilUnit-Size             PIC 9.
           02  FILLER                   PIC X(6)   VALUE "  QTY ".
           02  iilUnit-Sold             PIC ZZ9.
       01  Invoice-Amount-Line.
           02  iamLabel                 PIC X(30).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  iamAmount                PIC $$$,$$9.99.
       01  Invoice-Tax-Label.
           02  FILLER                   PIC X(10)  VALUE "SALES TAX ".
           02  itlClass                 PIC X.
           02  FILLER                   PIC X      VALUE SPACE.
           02  itlRate                  PIC Z9.99.
           02  FILLER                   PIC X      VALUE "%".
       01  Invoice-LineBreak            PIC X(48) VALUE ALL "-".

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.
           END-IF
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-PRICES
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-OIL-TAX-CLASSES
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-OPEN-BALANCES
           PERFORM LOAD-EXISTING-SALES
           PERFORM VARYING StandOrd-Index FROM 1 BY 1
                   UNTIL StandOrd-Index > StandOrd-Count
               IF sotNext-Due (StandOrd-Index) <= Run-Date
                   PERFORM ROLL-TO-WORKING-DAY
                   IF wdResultDate <= Run-Date
                       PERFORM GENERATE-ONE-ORDER
                   END-IF
               END-IF
           END-PERFORM

                   OIL-COST (sotOil-Number (StandOrd-Index),
                       sotUnit-Size (StandOrd-Index))
           END-IF
           PERFORM CALCULATE-LINE-TAX
           ADD Line-Tax TO Sale-Value
           IF cmCredit-Limit = ZEROS
               MOVE "NO CREDIT LIMIT ON CUSTOMER" TO cdlReason
               PERFORM REPORT-CREDIT-REFUSAL
           WRITE CustInvoiceRecord
           CLOSE CustAR-File
           PERFORM ADD-TO-OPEN-BALANCE
           PERFORM PRINT-CUSTOMER-INVOICE
           DISPLAY "Invoice " Invoice-Number " raised on account "
               "for " Sale-Value.

       PRINT-CUSTOMER-INVOICE.
           OPEN EXTEND Invoice-Print-File
           IF Invoice-Print-File-Status NOT = "00"
               OPEN OUTPUT Invoice-Print-File
           END-IF
           MOVE Invoice-Number TO ihlInvoiceNo
           MOVE Run-Date TO ihlDate
           WRITE Invoice-Print-Line FROM Invoice-Header-Line
           MOVE sotCustomer-ID (StandOrd-Index) TO iclCustomer-ID
           MOVE cmCustomer-Name TO iclCustomer-Name
           WRITE Invoice-Print-Line FROM Invoice-Customer-Line
           MOVE cmCustomer-Address TO ialAddress
           WRITE Invoice-Print-Line FROM Invoice-Address-Line
           WRITE Invoice-Print-Line FROM Invoice-LineBreak
           MOVE sotOil-Number (StandOrd-Index) TO iilOil-Number
           MOVE ottName (sotOil-Number (StandOrd-Index)) TO
               iilOil-Name
           MOVE sotUnit-Size (StandOrd-Index) TO iilUnit-Size
           MOVE sotQuantity (StandOrd-Index) TO iilUnit-Sold
           WRITE Invoice-Print-Line FROM Invoice-Item-Line
           MOVE "GOODS" TO iamLabel
           MOVE Line-Taxable-Value TO iamAmount
           WRITE Invoice-Print-Line FROM Invoice-Amount-Line
           MOVE Line-Tax-Class TO itlClass
           MOVE Line-Tax-Rate TO itlRate
           MOVE Invoice-Tax-Label TO iamLabel
           MOVE Line-Tax TO iamAmount
           WRITE Invoice-Print-Line FROM Invoice-Amount-Line
           MOVE "INVOICE TOTAL" TO iamLabel
           MOVE Sale-Value TO iamAmount
           WRITE Invoice-Print-Line FROM Invoice-Amount-Line
           WRITE Invoice-Print-Line FROM Invoice-LineBreak
           CLOSE Invoice-Print-File.

      * A standing-order line carries no discount, so the whole
      * line value is taxed at the rate for the oil's class.
       CALCULATE-LINE-TAX.
           MOVE ottTax-Class (sotOil-Number (StandOrd-Index)) TO
               Line-Tax-Class
           EVALUATE Line-Tax-Class
               WHEN "E"
                   MOVE ZEROS TO Line-Tax-Rate
               WHEN "R"
                   MOVE Reduced-Tax-Rate TO Line-Tax-Rate
               WHEN OTHER
                   MOVE "S" TO Line-Tax-Class
                   MOVE Standard-Tax-Rate TO Line-Tax-Rate
           END-EVALUATE
           MOVE Sale-Value TO Line-Taxable-Value
           COMPUTE Line-Tax ROUNDED =
               Line-Taxable-Value * Line-Tax-Rate / 100.

       LOAD-TAX-RATES.
           OPEN INPUT Tax-Rate-File
           IF Tax-Rate-File-Status NOT = "00"
               DISPLAY "Warning - TAXRATE.DAT not found, no sales "
                   "tax will be charged - run TaxRateMaint"
               EXIT PARAGRAPH
           END-IF
           READ Tax-Rate-File
               AT END SET EndOfTaxRateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTaxRateFile
               IF txEffective-Date NOT NUMERIC
                       OR txEffective-Date <= Run-Date
                   EVALUATE TRUE
                       WHEN txStandard
                           MOVE txRate TO Standard-Tax-Rate
                       WHEN txReduced
                           MOVE txRate TO Reduced-Tax-Rate
                   END-EVALUATE
               END-IF
               READ Tax-Rate-File
                   AT END SET EndOfTaxRateFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Tax-Rate-File.

       LOAD-OIL-TAX-CLASSES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omName TO ottName (omOil-Number)
                       IF omTax-Reduced OR omTax-Exempt
                           MOVE omTax-Class TO
                               ottTax-Class (omOil-Number)
                       END-IF
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

       ASSIGN-INVOICE-NUMBER.
           OPEN INPUT InvoiceNo-File
           IF InvoiceNo-File-Status = "00"
           MOVE ZEROS TO sfDiscount
           MOVE "S" TO sfLocation
           MOVE ZEROS TO sfRedeemed
           MOVE Line-Tax-Class TO sfTax-Class
           MOVE Line-Tax TO sfTax-Amount
           IF OIL-PRICE (sotOil-Number (StandOrd-Index),
                   sotUnit-Size (StandOrd-Index)) NOT = ZEROS
               MOVE OIL-PRICE (sotOil-Number (StandOrd-Index),
                   sotUnit-Size (StandOrd-Index)) TO sfList-Price
           ELSE
               MOVE OIL-COST (sotOil-Number (StandOrd-Index),
                   sotUnit-Size (StandOrd-Index)) TO sfList-Price
           END-IF
           MOVE ZEROS TO sfManual-Discount
           IF Sales-Buffer-Count < 2000
               ADD 1 TO Sales-Buffer-Count
               MOVE Sales-Rec TO
               sotCustomer-ID (StandOrd-Index)
               " short of stock, reported not generated".

      * A due date on a closure day takes effect on the next working
      * day; sotNext-Due itself is left on the nominal cycle.
       ROLL-TO-WORKING-DAY.
           SET wdNext-Working TO TRUE
           MOVE sotNext-Due (StandOrd-Index) TO wdDate
           CALL "WorkdayCheck" USING Workday-Check-Area.

      * The next due date advances by the order's frequency on the
      * 30-day-month convention the aging reports use.
       ADVANCE-NEXT-DUE.
           IF Sales-File-Status = "00"
               PERFORM READ-EXISTING-SALE
               PERFORM UNTIL End-Of-Sales
                   IF Sales-Rec (1:3) = "HDR"
                       MOVE Sales-Rec TO Sales-Header-Record
                   END-IF
                   IF Sales-Rec (1:3) NOT = "HDR"
                           AND Sales-Rec (1:3) NOT = "TRL"
                       IF Sales-Buffer-Count < 2000
