      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Customer quotations, so a trade customer's written
      *         quote for a mixed order comes out of the system at
      *         the prices the counter would charge instead of being
      *         typed up outside it.  (N)ew raises a quote: each line
      *         is validated and priced the way SalesEntry prices a
      *         sale - the OILPRICE.DAT list price (cost fallback), a
      *         running PROMO.DAT promotion, the customer's own or
      *         their price tier's PRICEAGR.DAT agreement, and any
      *         manual discount - numbered from QUOTENO.DAT, given
      *         an expiry date, saved on QUOTES.DAT (QUOTEREC) and
      *         printed on QUOTE.RPT addressed from CUSTOMER.IDX.
      *         (C)onvert turns an accepted quote still in date into
      *         SALES.DAT lines at the quoted prices - cash or on
      *         account, with the stock-cover and credit checks
      *         SalesEntry makes - under a fresh SALESCTL
      *         header/trailer, holding the SALES-CHAIN lock while
      *         it rewrites the file.  (D)ecline closes a quote the
      *         customer turned down.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - The SALES.DAT header's key-verification fields
      *            (SALESCTL) are carried over when the file is
      *            rewritten, so a converted quote neither releases
      *            a batch held for verification nor loses its
      *            verified-line count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Quote-File ASSIGN TO "QUOTES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Quote-File-Status.

       SELECT QuoteNo-File ASSIGN TO "QUOTENO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS QuoteNo-File-Status.

       SELECT Quote-Print-File ASSIGN TO "QUOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Quote-Print-File-Status.

       SELECT Sales-File ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.

       SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Price-File-Status.

       SELECT Promo-File ASSIGN TO "PROMO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Promo-File-Status.

       SELECT Agreement-File ASSIGN TO "PRICEAGR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Agreement-File-Status.

       SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Tax-Rate-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.

       SELECT CustAR-File ASSIGN TO "CUSTAR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustAR-File-Status.

       SELECT InvoiceNo-File ASSIGN TO "CINVNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceNo-File-Status.

       SELECT Invoice-Print-File ASSIGN TO "CUSTINV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Print-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Quote-File.
       COPY QUOTEREC.

       FD  QuoteNo-File.
       01  QuoteNo-Rec.
           02  qnNextNumber                 PIC 9(6).

       FD  Quote-Print-File.
       01  Quote-Print-Line             PIC X(64).

       FD  Sales-File.
       COPY SALESREC.

       FD  Customer-File.
       01  Customer-Rec.
           88  EndOfCustomerFile            VALUE HIGH-VALUES.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  ocOil-Number                 PIC 99.
           02  ocUnit-Size                  PIC 9.
           02  ocOil-Cost                   PIC 9(2)V99.

       FD  Oil-Price-File.
       01  Oil-Price-Rec.
           88  EndOfOilPriceFile            VALUE HIGH-VALUES.
           02  opOil-Number                 PIC 99.
           02  opUnit-Size                  PIC 9.
           02  opOil-Price                  PIC 9(2)V99.
           02  opEffective-Date             PIC 9(8).

       FD  Promo-File.
       COPY PROMOREC.

       FD  Agreement-File.
       COPY PRAGREC.

       FD  Tax-Rate-File.
       COPY TAXREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  Inventory-File.
       COPY INVREC.

       FD  BackorderFile.
       COPY BOREC.

       FD  CustAR-File.
       COPY CARREC.

       FD  InvoiceNo-File.
       01  InvoiceNo-Rec.
           02  cnNextNumber                 PIC 9(6).

       FD  Invoice-Print-File.
       01  Invoice-Print-Line           PIC X(64).

       WORKING-STORAGE SECTION.
       01  Quote-File-Status            PIC XX.
       01  QuoteNo-File-Status          PIC XX.
       01  Quote-Print-File-Status      PIC XX.
       01  Sales-File-Status            PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  Promo-File-Status            PIC XX.
       01  Agreement-File-Status        PIC XX.
       01  Tax-Rate-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Backorder-File-Status        PIC XX.
       01  CustAR-File-Status           PIC XX.
       01  InvoiceNo-File-Status        PIC XX.
       01  Invoice-Print-File-Status    PIC XX.

       01  Run-Date                     PIC 9(8).

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
               03  OIL-COST             PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.

      * Retail prices (OILPRICE.DAT) in force today; the cost table
      * is the fallback, the same as SalesEntry.
       01  Oil-Price-Table.
           02  Oil-Price-Entry          OCCURS 30 TIMES.
               03  OIL-PRICE            PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.

      * Shop stock and what GoodsReceive already holds for open
      * backorders, for the cover check when a quote converts.
       01  Stock-Table.
           02  Stock-Entry              OCCURS 30 TIMES.
               03  stkQty-Shop          PIC 9(6)   VALUE ZEROS.
               03  stkReserved          PIC 9(6)   VALUE ZEROS.
               03  stkDemand            PIC 9(6)   VALUE ZEROS.
       01  Stock-Index                  PIC 99     VALUE ZEROS.
       01  Free-Quantity                PIC 9(6)   VALUE ZEROS.
       01  Short-Switch                 PIC X      VALUE "N".
           88  Quote-Short              VALUE "Y".

      * Running promotions (PROMOREC), applied to a qualifying line
      * exactly as at the counter.
       01  Promo-Table.
           02  Promo-Entry              OCCURS 50 TIMES.
               03  pmtOil-Family        PIC X.
               03  pmtOil-Number        PIC 99.
               03  pmtFrom-Date         PIC 9(8).
               03  pmtTo-Date           PIC 9(8).
               03  pmtMethod            PIC X.
               03  pmtValue             PIC 9(2)V99.
               03  pmtMin-Qty           PIC 999.
       01  Promo-Count                  PIC 9(2)   VALUE ZEROS.
       01  Promo-Index                  PIC 9(2)   VALUE ZEROS.

      * Price agreements (PRAGREC) in force today, for one customer
      * or for every customer on a price tier.
       01  Agreement-Table.
           02  Agreement-Entry          OCCURS 200 TIMES.
               03  agtCustomer-ID       PIC 9(5).
               03  agtPrice-Tier        PIC X.
               03  agtOil-Number        PIC 99.
               03  agtUnit-Size         PIC 9.
               03  agtMethod            PIC X.
               03  agtValue             PIC 9(2)V99.
       01  Agreement-Count              PIC 9(3)   VALUE ZEROS.
       01  Agreement-Index              PIC 9(3)   VALUE ZEROS.
       01  Agreed-Unit-Price            PIC 99V99  VALUE ZEROS.
       01  Candidate-Unit-Price         PIC 99V99  VALUE ZEROS.
       01  Agreed-Source                PIC X      VALUE SPACE.
       01  Agreement-Discount           PIC 9(6)V99 VALUE ZEROS.

       01  Line-Discount                PIC 9(4)V99 VALUE ZEROS.
       01  List-Unit-Price              PIC 99V99  VALUE ZEROS.
       01  Line-List-Value              PIC 9(6)V99 VALUE ZEROS.
       01  Line-Manual-Discount         PIC 9(4)V99 VALUE ZEROS.
       01  Entry-Manual-Discount        PIC 9(4)V99 VALUE ZEROS.
       01  Line-Unit-Price              PIC 99V99  VALUE ZEROS.

      * Sales tax: each oil's OILMAST.DAT class and the TAXRATE.DAT
      * rate in force today.  The quote shows the tax at today's
      * rates; a converted line is taxed at the rate on the day it
      * converts.
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
       01  Quote-Goods-Value            PIC 9(7)V99 VALUE ZEROS.
       01  Quote-Tax-Value              PIC 9(6)V99 VALUE ZEROS.
       01  Sale-Value                   PIC 9(7)V99 VALUE ZEROS.

      * The QUOTES.DAT book, carried through the session and
      * rewritten at close.  A file bigger than the table is left
      * alone rather than rewritten short.
       01  Quote-Table.
           02  Quote-Entry              OCCURS 1000 TIMES.
               03  qttQuoteNo           PIC 9(6).
               03  qttLineNo            PIC 99.
               03  qttDate              PIC 9(8).
               03  qttExpiry-Date       PIC 9(8).
               03  qttCustomer-ID       PIC 9(5).
               03  qttSalesperson       PIC X(3).
               03  qttOil-Family        PIC X.
               03  qttOil-Number        PIC 99.
               03  qttUnit-Size         PIC 9.
               03  qttQuantity          PIC 9(3).
               03  qttList-Price        PIC 99V99.
               03  qttDiscount          PIC 9(4)V99.
               03  qttManual-Discount   PIC 9(4)V99.
               03  qttStatus            PIC X.
               03  qttClosed-Date       PIC 9(8).
       01  Quote-Count                  PIC 9(4)   VALUE ZEROS.
       01  Quote-Index                  PIC 9(4)   VALUE ZEROS.
       01  Quote-Start                  PIC 9(4)   VALUE ZEROS.
       01  Quote-End                    PIC 9(4)   VALUE ZEROS.
       01  Quote-Line-Count             PIC 99     VALUE ZEROS.
       01  Quote-Number                 PIC 9(6)   VALUE ZEROS.
       01  Quote-Overflow-Switch        PIC X      VALUE "N".
           88  Quote-Table-Overflow     VALUE "Y".
       01  Quotes-Changed-Switch        PIC X      VALUE "N".
           88  Quotes-Changed           VALUE "Y".
       01  Quote-Found-Switch           PIC X      VALUE "N".
           88  Found-Quote              VALUE "Y".
       01  More-Lines-Switch            PIC X      VALUE "Y".
           88  More-Lines               VALUE "Y".
       01  Quotes-Raised                PIC 9(3)   VALUE ZEROS.
       01  Quotes-Converted             PIC 9(3)   VALUE ZEROS.
       01  Quotes-Declined              PIC 9(3)   VALUE ZEROS.

       01  Expiry-Date-Split.
           02  exYear                   PIC 9(4).
           02  exMonth                  PIC 99.
           02  exDay                    PIC 99.

       01  Entry-Action                 PIC X      VALUE SPACE.
           88  Action-New               VALUE "N", "n".
           88  Action-Convert           VALUE "C", "c".
           88  Action-Decline           VALUE "D", "d".
           88  Action-Quit              VALUE "Q", "q".
       01  Entry-Quote-No               PIC 9(6)   VALUE ZEROS.
       01  Entry-Customer-ID            PIC 9(5).
       01  Entry-Salesperson            PIC X(3).
       01  Entry-Valid-Days             PIC 9(3)   VALUE ZEROS.
       01  Entry-Expiry-Date            PIC 9(8)   VALUE ZEROS.
       01  Entry-Oil-Family             PIC X.
       01  Entry-Oil-Number             PIC 99.
       01  Entry-Unit-Size              PIC 9.
       01  Entry-Quantity               PIC 999.
       01  Entry-Payment                PIC X      VALUE SPACE.
           88  Entry-On-Account         VALUE "A", "a".
           88  Entry-Cash               VALUE "C", "c", " ".
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Entry              VALUE "Y".
       01  Answer                       PIC X      VALUE "N".
           88  Answer-Yes               VALUE "Y", "y".

      * The day's SALES.DAT rides through a conversion in this
      * buffer and is rewritten under a fresh SALESCTL
      * header/trailer, exactly the way SalesEntry rewrites it.
       COPY SALESCTL.

       01  Sales-Buffer.
           02  Sales-Buffer-Entry       PIC X(76)  OCCURS 2000 TIMES.
       01  Sales-Buffer-Count           PIC 9(7)   VALUE ZEROS.
       01  Write-Index                  PIC 9(7)   VALUE ZEROS.
       01  End-Of-Sales-Switch          PIC X      VALUE "N".
           88  End-Of-Sales             VALUE "Y".

       01  Customer-Open-Balance        PIC 9(8)V99 VALUE ZEROS.
       01  Invoice-Number               PIC 9(6)   VALUE ZEROS.

      * The printed quotation (QUOTE.RPT), one block per quote.
       01  Quote-Header-Line.
           02  FILLER                   PIC X(24)
               VALUE "AROMAMORA QUOTATION     ".
           02  FILLER                   PIC X(4)   VALUE "NO. ".
           02  qhlQuoteNo               PIC 9(6).
           02  FILLER                   PIC X(8)   VALUE "  DATED ".
           02  qhlDate                  PIC 9(8).
       01  Quote-Valid-Line.
           02  FILLER                   PIC X(39)  VALUE
               "PRICES HELD UNTIL THE CLOSE OF BUSINESS".
           02  FILLER                   PIC X      VALUE SPACE.
           02  qvlExpiry-Date           PIC 9(8).
       01  Quote-Customer-Line.
           02  FILLER                   PIC X(9)   VALUE "CUSTOMER ".
           02  qclCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  qclCustomer-Name         PIC X(20).
       01  Quote-Address-Line.
           02  FILLER                   PIC X(16)  VALUE SPACES.
           02  qalAddress               PIC X(30).
       01  Quote-Item-Line.
           02  FILLER                   PIC X(4)   VALUE "OIL ".
           02  qilOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  qilOil-Name              PIC X(20).
           02  FILLER                   PIC X(4)   VALUE " SZ ".
           02  qilUnit-Size             PIC 9.
           02  FILLER                   PIC X(5)   VALUE " QTY ".
           02  qilQuantity              PIC ZZ9.
           02  FILLER                   PIC X(2)   VALUE " @".
           02  qilUnit-Price            PIC Z9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  qilValue                 PIC $$$,$$9.99.
       01  Quote-Amount-Line.
           02  qamLabel                 PIC X(30).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  qamAmount                PIC $$,$$$,$$9.99.
       01  Quote-Tax-Note               PIC X(60) VALUE
           "SALES TAX IS CHARGED AT THE RATE IN FORCE WHEN SUPPLIED".
       01  Quote-LineBreak              PIC X(60) VALUE ALL "-".

      * Printed customer invoice (CUSTINV.RPT) for a quote taken on
      * account - one invoice for the whole quote, laid out the
      * way SalesEntry prints the counter's invoices.
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
       01  Invoice-Quote-Line.
           02  FILLER                   PIC X(16)
               VALUE "AGAINST QUOTE ".
           02  iqlQuoteNo               PIC 9(6).
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
           02  iamAmount                PIC $$,$$$,$$9.99.
       01  Invoice-LineBreak            PIC X(48) VALUE ALL "-".

      * Exclusive run lock over the sales chain via RunLock, held
      * only while a conversion rewrites SALES.DAT.
       COPY LOCKREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-PRICES
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-PRICE-AGREEMENTS
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-OIL-TAX-CLASSES
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-QUOTES

           DISPLAY "QuoteEntry - Aromamora customer quotations"
           PERFORM UNTIL Action-Quit
               DISPLAY "(N)ew quote/(C)onvert accepted quote/"
                   "(D)ecline quote/(Q)uit: " WITH NO ADVANCING
               ACCEPT Entry-Action
               EVALUATE TRUE
                   WHEN Action-Quit
                       CONTINUE
                   WHEN Quote-Table-Overflow
                       DISPLAY "Error - QUOTES.DAT no longer fits "
                           "the session table; quotations are "
                           "disabled until it is purged"
                   WHEN Action-New
                       PERFORM RAISE-NEW-QUOTE
                   WHEN Action-Convert
                       PERFORM CONVERT-QUOTE
                   WHEN Action-Decline
                       PERFORM DECLINE-QUOTE
                   WHEN OTHER
                       DISPLAY "Error - answer N, C, D or Q"
               END-EVALUATE
           END-PERFORM

           CLOSE Customer-File
           IF Quotes-Changed
               PERFORM SAVE-QUOTES
           END-IF
           DISPLAY "QuoteEntry - " Quotes-Raised " quote(s) raised, "
               Quotes-Converted " converted to sales, "
               Quotes-Declined " declined"
           STOP RUN.

       RAISE-NEW-QUOTE.
           DISPLAY "Customer-ID                : " WITH NO ADVANCING
           ACCEPT Entry-Customer-ID
           PERFORM LOOKUP-CUSTOMER
           IF NOT Found-Entry
               DISPLAY "Error - Customer-ID " Entry-Customer-ID
                   " is not on CUSTOMER.IDX, no quote raised - run "
                   "CustomerMaint first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " cmCustomer-Name
           DISPLAY "Salesperson code (blank if "
               "unattributed)   : " WITH NO ADVANCING
           ACCEPT Entry-Salesperson
           DISPLAY "Days the quote holds (000 for 30): "
               WITH NO ADVANCING
           ACCEPT Entry-Valid-Days
           IF Entry-Valid-Days = ZEROS
               MOVE 30 TO Entry-Valid-Days
           END-IF
           PERFORM COMPUTE-EXPIRY-DATE
           COMPUTE Quote-Start = Quote-Count + 1
           MOVE ZEROS TO Quote-Line-Count
           MOVE "Y" TO More-Lines-Switch
           PERFORM ENTER-QUOTE-LINE UNTIL NOT More-Lines
           IF Quote-Line-Count = ZEROS
               DISPLAY "No lines quoted, quote abandoned"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-QUOTE-NUMBER
           MOVE Quote-Count TO Quote-End
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               MOVE Quote-Number TO qttQuoteNo (Quote-Index)
           END-PERFORM
           SET Quotes-Changed TO TRUE
           ADD 1 TO Quotes-Raised
           PERFORM PRINT-QUOTATION
           DISPLAY "Quotation " Quote-Number " raised, valid until "
               Entry-Expiry-Date " - printed on QUOTE.RPT".

      * The expiry date runs on the 30-day-month convention the
      * aging reports and standing orders use.
       COMPUTE-EXPIRY-DATE.
           MOVE Run-Date TO Expiry-Date-Split
           ADD Entry-Valid-Days TO exDay
           PERFORM UNTIL exDay <= 30
               SUBTRACT 30 FROM exDay
               ADD 1 TO exMonth
           END-PERFORM
           PERFORM UNTIL exMonth <= 12
               SUBTRACT 12 FROM exMonth
               ADD 1 TO exYear
           END-PERFORM
           MOVE Expiry-Date-Split TO Entry-Expiry-Date.

       ENTER-QUOTE-LINE.
           IF Quote-Line-Count >= 20
               DISPLAY "A quote holds at most 20 lines - raise "
                   "another quote for the rest"
               MOVE "N" TO More-Lines-Switch
               EXIT PARAGRAPH
           END-IF
           IF Quote-Count >= 1000
               DISPLAY "Error - QUOTES.DAT is full, no more lines "
                   "can be quoted until it is purged"
               MOVE "N" TO More-Lines-Switch
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Oil family (E/B, blank to finish the quote): "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Family
           IF Entry-Oil-Family = SPACE
               MOVE "N" TO More-Lines-Switch
               EXIT PARAGRAPH
           END-IF
           IF Entry-Oil-Family NOT = "E" AND Entry-Oil-Family NOT = "B"
               DISPLAY "Error - oil family must be E or B, line "
                   "not quoted"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Oil-Number (01-30)         : " WITH NO ADVANCING
           ACCEPT Entry-Oil-Number
           DISPLAY "Unit-Size (1-9)            : " WITH NO ADVANCING
           ACCEPT Entry-Unit-Size
           IF Entry-Oil-Number = 0 OR Entry-Oil-Number > 30
                   OR Entry-Unit-Size = 0
               DISPLAY "Error - Oil-Number must be 01-30 and "
                   "Unit-Size 1-9, line not quoted"
               EXIT PARAGRAPH
           END-IF
           IF OIL-COST (Entry-Oil-Number, Entry-Unit-Size) = ZEROS
               DISPLAY "Error - oil " Entry-Oil-Number " size "
                   Entry-Unit-Size " is not priced on OILCOST.DAT, "
                   "line not quoted - run OilCostMaint first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity                   : " WITH NO ADVANCING
           ACCEPT Entry-Quantity
           IF Entry-Quantity = ZEROS
               DISPLAY "Error - quantity may not be zero, line "
                   "not quoted"
               EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-QUOTE-LINE
           ADD 1 TO Quote-Count
           ADD 1 TO Quote-Line-Count
           MOVE ZEROS TO qttQuoteNo (Quote-Count)
           MOVE Quote-Line-Count TO qttLineNo (Quote-Count)
           MOVE Run-Date TO qttDate (Quote-Count)
           MOVE Entry-Expiry-Date TO qttExpiry-Date (Quote-Count)
           MOVE Entry-Customer-ID TO qttCustomer-ID (Quote-Count)
           MOVE Entry-Salesperson TO qttSalesperson (Quote-Count)
           MOVE Entry-Oil-Family TO qttOil-Family (Quote-Count)
           MOVE Entry-Oil-Number TO qttOil-Number (Quote-Count)
           MOVE Entry-Unit-Size TO qttUnit-Size (Quote-Count)
           MOVE Entry-Quantity TO qttQuantity (Quote-Count)
           MOVE List-Unit-Price TO qttList-Price (Quote-Count)
           MOVE Line-Discount TO qttDiscount (Quote-Count)
           MOVE Line-Manual-Discount TO
               qttManual-Discount (Quote-Count)
           MOVE "O" TO qttStatus (Quote-Count)
           MOVE ZEROS TO qttClosed-Date (Quote-Count)
           COMPUTE Line-List-Value =
               (Entry-Quantity * List-Unit-Price) - Line-Discount
           DISPLAY "Line " Quote-Line-Count " quoted at "
               Line-List-Value.

      * Priced exactly as SalesEntry prices a sale line on the same
      * day: the list price, then the better of a running promotion
      * and the lowest agreement for the customer or their tier,
      * then any manual discount.
       PRICE-QUOTE-LINE.
           MOVE ZEROS TO Line-Discount
           MOVE ZEROS TO Line-Manual-Discount
           IF OIL-PRICE (Entry-Oil-Number, Entry-Unit-Size)
                   NOT = ZEROS
               MOVE OIL-PRICE (Entry-Oil-Number, Entry-Unit-Size)
                   TO List-Unit-Price
           ELSE
               MOVE OIL-COST (Entry-Oil-Number, Entry-Unit-Size)
                   TO List-Unit-Price
           END-IF
           PERFORM APPLY-PROMOTION
           PERFORM APPLY-PRICE-AGREEMENT
           PERFORM OFFER-MANUAL-DISCOUNT.

       APPLY-PROMOTION.
           PERFORM VARYING Promo-Index FROM 1 BY 1
                   UNTIL Promo-Index > Promo-Count
               IF (pmtOil-Family (Promo-Index) = SPACE
                       OR pmtOil-Family (Promo-Index)
                           = Entry-Oil-Family)
                   AND (pmtOil-Number (Promo-Index) = ZEROS
                       OR pmtOil-Number (Promo-Index)
                           = Entry-Oil-Number)
                   AND Run-Date >= pmtFrom-Date (Promo-Index)
                   AND Run-Date <= pmtTo-Date (Promo-Index)
                   AND Entry-Quantity >= pmtMin-Qty (Promo-Index)
                   IF pmtMethod (Promo-Index) = "P"
                       COMPUTE Line-Discount ROUNDED =
                           Entry-Quantity * List-Unit-Price *
                           pmtValue (Promo-Index) / 100
                   ELSE
                       COMPUTE Line-Discount =
                           Entry-Quantity * pmtValue (Promo-Index)
                   END-IF
                   DISPLAY "Promotion applied - " Line-Discount
                       " off this line"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-PRICE-AGREEMENT.
           MOVE List-Unit-Price TO Agreed-Unit-Price
           MOVE SPACE TO Agreed-Source
           PERFORM VARYING Agreement-Index FROM 1 BY 1
                   UNTIL Agreement-Index > Agreement-Count
               IF (agtCustomer-ID (Agreement-Index)
                           = Entry-Customer-ID
                       OR (agtCustomer-ID (Agreement-Index) = ZEROS
                           AND agtPrice-Tier (Agreement-Index)
                               = cmPrice-Tier))
                   AND (agtOil-Number (Agreement-Index) = ZEROS
                       OR agtOil-Number (Agreement-Index)
                           = Entry-Oil-Number)
                   AND (agtUnit-Size (Agreement-Index) = ZEROS
                       OR agtUnit-Size (Agreement-Index)
                           = Entry-Unit-Size)
                   IF agtMethod (Agreement-Index) = "F"
                       MOVE agtValue (Agreement-Index) TO
                           Candidate-Unit-Price
                   ELSE
                       COMPUTE Candidate-Unit-Price ROUNDED =
                           List-Unit-Price *
                           (100 - agtValue (Agreement-Index)) / 100
                   END-IF
                   IF Candidate-Unit-Price < Agreed-Unit-Price
                       MOVE Candidate-Unit-Price TO Agreed-Unit-Price
                       IF agtCustomer-ID (Agreement-Index) = ZEROS
                           MOVE "T" TO Agreed-Source
                       ELSE
                           MOVE "A" TO Agreed-Source
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Agreed-Source = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE Agreement-Discount = Entry-Quantity *
               (List-Unit-Price - Agreed-Unit-Price)
           IF Agreement-Discount > 9999.99
               DISPLAY "Warning - the agreed price discount on this "
                   "line is too large to record; list price quoted"
               EXIT PARAGRAPH
           END-IF
           IF Agreement-Discount > Line-Discount
               MOVE Agreement-Discount TO Line-Discount
               IF Agreed-Source = "A"
                   DISPLAY "Customer agreement price applied - "
                       Agreed-Unit-Price " a unit"
               ELSE
                   DISPLAY "Price tier " cmPrice-Tier " price "
                       "applied - " Agreed-Unit-Price " a unit"
               END-IF
           END-IF.

       OFFER-MANUAL-DISCOUNT.
           DISPLAY "Manual discount off the line (0000.00 for "
               "none): " WITH NO ADVANCING
           ACCEPT Entry-Manual-Discount
           IF Entry-Manual-Discount = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Line-List-Value =
               Entry-Quantity * List-Unit-Price
           IF Line-Discount + Entry-Manual-Discount > Line-List-Value
                   OR Line-Discount + Entry-Manual-Discount > 9999.99
               DISPLAY "Error - the discount would exceed the line "
                   "value, no manual discount taken"
               EXIT PARAGRAPH
           END-IF
           ADD Entry-Manual-Discount TO Line-Discount
           MOVE Entry-Manual-Discount TO Line-Manual-Discount
           DISPLAY "Manual discount of " Line-Manual-Discount
               " recorded on the line".

      * The quotation document: one item line per quoted line at
      * its quoted unit price, the goods total, the tax at today's
      * rates and the total, addressed from CUSTOMER.IDX.
       PRINT-QUOTATION.
           OPEN EXTEND Quote-Print-File
           IF Quote-Print-File-Status NOT = "00"
               OPEN OUTPUT Quote-Print-File
           END-IF
           MOVE Quote-Number TO qhlQuoteNo
           MOVE Run-Date TO qhlDate
           WRITE Quote-Print-Line FROM Quote-Header-Line
           MOVE Entry-Expiry-Date TO qvlExpiry-Date
           WRITE Quote-Print-Line FROM Quote-Valid-Line
           MOVE Entry-Customer-ID TO qclCustomer-ID
           MOVE cmCustomer-Name TO qclCustomer-Name
           WRITE Quote-Print-Line FROM Quote-Customer-Line
           MOVE cmCustomer-Address TO qalAddress
           WRITE Quote-Print-Line FROM Quote-Address-Line
           WRITE Quote-Print-Line FROM Quote-LineBreak
           MOVE ZEROS TO Quote-Goods-Value
           MOVE ZEROS TO Quote-Tax-Value
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               PERFORM VALUE-QUOTE-LINE
               MOVE qttOil-Number (Quote-Index) TO qilOil-Number
               MOVE ottName (qttOil-Number (Quote-Index)) TO
                   qilOil-Name
               MOVE qttUnit-Size (Quote-Index) TO qilUnit-Size
               MOVE qttQuantity (Quote-Index) TO qilQuantity
               COMPUTE Line-Unit-Price ROUNDED =
                   Line-Taxable-Value / qttQuantity (Quote-Index)
               MOVE Line-Unit-Price TO qilUnit-Price
               MOVE Line-Taxable-Value TO qilValue
               WRITE Quote-Print-Line FROM Quote-Item-Line
           END-PERFORM
           WRITE Quote-Print-Line FROM Quote-LineBreak
           MOVE "GOODS" TO qamLabel
           MOVE Quote-Goods-Value TO qamAmount
           WRITE Quote-Print-Line FROM Quote-Amount-Line
           MOVE "SALES TAX AT TODAY'S RATES" TO qamLabel
           MOVE Quote-Tax-Value TO qamAmount
           WRITE Quote-Print-Line FROM Quote-Amount-Line
           MOVE "QUOTATION TOTAL" TO qamLabel
           COMPUTE Sale-Value = Quote-Goods-Value + Quote-Tax-Value
           MOVE Sale-Value TO qamAmount
           WRITE Quote-Print-Line FROM Quote-Amount-Line
           WRITE Quote-Print-Line FROM Quote-Tax-Note
           WRITE Quote-Print-Line FROM Quote-LineBreak
           CLOSE Quote-Print-File.

      * One quote line at its quoted price, and the tax on it at
      * today's rate for the oil's class, added to the quote's
      * running totals.
       VALUE-QUOTE-LINE.
           COMPUTE Line-Taxable-Value =
               qttQuantity (Quote-Index) * qttList-Price (Quote-Index)
           IF qttDiscount (Quote-Index) < Line-Taxable-Value
               SUBTRACT qttDiscount (Quote-Index) FROM
                   Line-Taxable-Value
           ELSE
               MOVE ZEROS TO Line-Taxable-Value
           END-IF
           MOVE qttOil-Number (Quote-Index) TO Entry-Oil-Number
           PERFORM CALCULATE-LINE-TAX
           ADD Line-Taxable-Value TO Quote-Goods-Value
           ADD Line-Tax TO Quote-Tax-Value.

       CALCULATE-LINE-TAX.
           MOVE ottTax-Class (Entry-Oil-Number) TO Line-Tax-Class
           EVALUATE Line-Tax-Class
               WHEN "E"
                   MOVE ZEROS TO Line-Tax-Rate
               WHEN "R"
                   MOVE Reduced-Tax-Rate TO Line-Tax-Rate
               WHEN OTHER
                   MOVE "S" TO Line-Tax-Class
                   MOVE Standard-Tax-Rate TO Line-Tax-Rate
           END-EVALUATE
           COMPUTE Line-Tax ROUNDED =
               Line-Taxable-Value * Line-Tax-Rate / 100.

       ASSIGN-QUOTE-NUMBER.
           OPEN INPUT QuoteNo-File
           IF QuoteNo-File-Status = "00"
               READ QuoteNo-File
                   AT END MOVE 400001 TO qnNextNumber
               END-READ
               CLOSE QuoteNo-File
           ELSE
               MOVE 400001 TO qnNextNumber
           END-IF
           MOVE qnNextNumber TO Quote-Number
           ADD 1 TO qnNextNumber
           OPEN OUTPUT QuoteNo-File
           WRITE QuoteNo-Rec
           CLOSE QuoteNo-File.

       FIND-QUOTE.
           MOVE "N" TO Quote-Found-Switch
           MOVE ZEROS TO Quote-Start
           MOVE ZEROS TO Quote-End
           PERFORM VARYING Quote-Index FROM 1 BY 1
                   UNTIL Quote-Index > Quote-Count
               IF qttQuoteNo (Quote-Index) = Entry-Quote-No
                   IF NOT Found-Quote
                       SET Found-Quote TO TRUE
                       MOVE Quote-Index TO Quote-Start
                   END-IF
                   MOVE Quote-Index TO Quote-End
               END-IF
           END-PERFORM.

       DECLINE-QUOTE.
           DISPLAY "Quote number to decline     : " WITH NO ADVANCING
           ACCEPT Entry-Quote-No
           PERFORM FIND-QUOTE
           IF NOT Found-Quote
               DISPLAY "Error - quote " Entry-Quote-No " is not on "
                   "QUOTES.DAT"
               EXIT PARAGRAPH
           END-IF
           IF qttStatus (Quote-Start) NOT = "O"
               DISPLAY "Error - quote " Entry-Quote-No " is already "
                   "closed (status " qttStatus (Quote-Start) ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               MOVE "D" TO qttStatus (Quote-Index)
               MOVE Run-Date TO qttClosed-Date (Quote-Index)
           END-PERFORM
           SET Quotes-Changed TO TRUE
           ADD 1 TO Quotes-Declined
           DISPLAY "Quote " Entry-Quote-No " marked declined".

       CONVERT-QUOTE.
           DISPLAY "Accepted quote number       : " WITH NO ADVANCING
           ACCEPT Entry-Quote-No
           PERFORM FIND-QUOTE
           IF NOT Found-Quote
               DISPLAY "Error - quote " Entry-Quote-No " is not on "
                   "QUOTES.DAT"
               EXIT PARAGRAPH
           END-IF
           IF qttStatus (Quote-Start) NOT = "O"
               DISPLAY "Error - quote " Entry-Quote-No " is already "
                   "closed (status " qttStatus (Quote-Start) ")"
               EXIT PARAGRAPH
           END-IF
           IF qttExpiry-Date (Quote-Start) < Run-Date
               DISPLAY "Error - quote " Entry-Quote-No " lapsed on "
                   qttExpiry-Date (Quote-Start) " - raise a fresh "
                   "quote at today's prices"
               EXIT PARAGRAPH
           END-IF
           MOVE qttCustomer-ID (Quote-Start) TO Entry-Customer-ID
           PERFORM LOOKUP-CUSTOMER
           IF NOT Found-Entry
               DISPLAY "Error - customer " Entry-Customer-ID
                   " is no longer on CUSTOMER.IDX, quote not "
                   "converted"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " cmCustomer-Name
           MOVE "T" TO lkqAction
           MOVE "SALES-CHAIN" TO lkqResource
           MOVE "QuoteEntry" TO lkqHolder
           CALL "RunLock" USING Run-Lock-Area
           IF lkqRefused
               DISPLAY "Error - the SALES-CHAIN lock is held by "
                   lkqHeldBy " - convert the quote once it has "
                   "finished"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONVERT-LOCKED-QUOTE
           MOVE "R" TO lkqAction
           MOVE "SALES-CHAIN" TO lkqResource
           MOVE "QuoteEntry" TO lkqHolder
           CALL "RunLock" USING Run-Lock-Area.

      * Runs under the SALES-CHAIN lock: the quote's lines are
      * checked for shop cover and (on account) credit, then
      * appended to SALES.DAT at the quoted prices in one rewrite.
       CONVERT-LOCKED-QUOTE.
           MOVE ZEROS TO Sales-Buffer-Count
           MOVE "N" TO End-Of-Sales-Switch
           PERFORM LOAD-EXISTING-SALES
           COMPUTE Quote-Line-Count = Quote-End - Quote-Start + 1
           IF Sales-Buffer-Count + Quote-Line-Count > 2000
               DISPLAY "Error - the day's SALES.DAT has no room for "
                   "this quote, not converted"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-QUOTE-COVER
           IF Quote-Short
               DISPLAY "Convert the quote anyway (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT Answer
               IF NOT Answer-Yes
                   DISPLAY "Quote not converted"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZEROS TO Quote-Goods-Value
           MOVE ZEROS TO Quote-Tax-Value
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               PERFORM VALUE-QUOTE-LINE
           END-PERFORM
           COMPUTE Sale-Value = Quote-Goods-Value + Quote-Tax-Value
           DISPLAY "Quote value including tax  : " Sale-Value
           DISPLAY "Payment (C)ash/(A)ccount: " WITH NO ADVANCING
           ACCEPT Entry-Payment
           IF NOT Entry-On-Account AND NOT Entry-Cash
               DISPLAY "Error - payment must be C or A, quote not "
                   "converted"
               EXIT PARAGRAPH
           END-IF
           IF Entry-On-Account
               PERFORM CHECK-CREDIT-TERMS
               IF NOT Entry-On-Account
                   DISPLAY "Quote not converted"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               PERFORM WRITE-QUOTE-SALE-LINE
               MOVE "C" TO qttStatus (Quote-Index)
               MOVE Run-Date TO qttClosed-Date (Quote-Index)
           END-PERFORM
           PERFORM WRITE-SALES-BATCH
           IF Entry-On-Account
               PERFORM RAISE-CUSTOMER-INVOICE
           END-IF
           SET Quotes-Changed TO TRUE
           ADD 1 TO Quotes-Converted
           DISPLAY "Quote " Entry-Quote-No " converted - "
               Quote-Line-Count " sale line(s) added; SALES.DAT now "
               "holds " Sales-Buffer-Count " line(s)".

      * Shop stock, less what is already held for backorders, has
      * to cover the whole quote oil by oil; a shortfall draws the
      * same warning SalesEntry gives.
       CHECK-QUOTE-COVER.
           MOVE "N" TO Short-Switch
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-RESERVATIONS
           PERFORM VARYING Stock-Index FROM 1 BY 1
                   UNTIL Stock-Index > 30
               MOVE ZEROS TO stkDemand (Stock-Index)
           END-PERFORM
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               ADD qttQuantity (Quote-Index) TO
                   stkDemand (qttOil-Number (Quote-Index))
           END-PERFORM
           PERFORM VARYING Stock-Index FROM 1 BY 1
                   UNTIL Stock-Index > 30
               IF stkDemand (Stock-Index) > ZEROS
                   IF stkReserved (Stock-Index)
                           < stkQty-Shop (Stock-Index)
                       COMPUTE Free-Quantity =
                           stkQty-Shop (Stock-Index)
                           - stkReserved (Stock-Index)
                   ELSE
                       MOVE ZEROS TO Free-Quantity
                   END-IF
                   IF stkDemand (Stock-Index) > Free-Quantity
                       SET Quote-Short TO TRUE
                       DISPLAY "Warning - INVENTORY.DAT shows only "
                           Free-Quantity " free in the shop for oil "
                           Stock-Index ", the quote needs "
                           stkDemand (Stock-Index)
                   END-IF
               END-IF
           END-PERFORM.

      * The same gate SalesEntry applies at the counter, taken on
      * the whole quote's tax-inclusive value.
       CHECK-CREDIT-TERMS.
           IF cmCredit-Limit = ZEROS
               DISPLAY "Error - customer " Entry-Customer-ID
                   " has no credit limit on CUSTOMER.IDX - run "
                   "CustomerMaint first"
               MOVE SPACE TO Entry-Payment
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-OPEN-BALANCE
           IF Customer-Open-Balance + Sale-Value > cmCredit-Limit
               DISPLAY "Error - this quote would take customer "
                   Entry-Customer-ID "'s open balance past their "
                   "credit limit"
               MOVE SPACE TO Entry-Payment
           END-IF.

       LOOKUP-OPEN-BALANCE.
           MOVE ZEROS TO Customer-Open-Balance
           OPEN INPUT CustAR-File
           IF CustAR-File-Status = "00"
               READ CustAR-File
                   AT END SET EndOfCustARFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustARFile
                   IF arCustomer-ID = Entry-Customer-ID
                           AND NOT arStatus-Closed
                       COMPUTE Customer-Open-Balance =
                           Customer-Open-Balance + arAmount - arPaid
                   END-IF
                   READ CustAR-File
                       AT END SET EndOfCustARFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustAR-File
           END-IF.

      * A converted line carries the quoted list price, discount
      * and manual part, is taxed at today's rate and is marked as
      * priced from a quotation.
       WRITE-QUOTE-SALE-LINE.
           PERFORM VALUE-QUOTE-LINE
           MOVE SPACES TO Sales-Rec
           MOVE qttCustomer-ID (Quote-Index) TO sfCustomer-ID
           MOVE cmCustomer-Name TO sfCustomer-Name
           MOVE qttOil-Family (Quote-Index) TO sfOil-Family
           MOVE qttOil-Number (Quote-Index) TO Oil-Number
           MOVE qttUnit-Size (Quote-Index) TO sfUnit-Size
           MOVE qttQuantity (Quote-Index) TO sfUnit-Sold
           MOVE Run-Date TO sfSale-Date
           MOVE "S" TO sfTrans-Type
           MOVE qttSalesperson (Quote-Index) TO sfSalesperson
           IF Entry-On-Account
               MOVE "A" TO sfOn-Account
           ELSE
               MOVE "C" TO sfOn-Account
           END-IF
           MOVE qttDiscount (Quote-Index) TO sfDiscount
           MOVE "S" TO sfLocation
           MOVE ZEROS TO sfRedeemed
           MOVE Line-Tax-Class TO sfTax-Class
           MOVE Line-Tax TO sfTax-Amount
           MOVE "Q" TO sfPrice-Source
           MOVE qttList-Price (Quote-Index) TO sfList-Price
           MOVE qttManual-Discount (Quote-Index) TO sfManual-Discount
           ADD 1 TO Sales-Buffer-Count
           MOVE Sales-Rec TO Sales-Buffer-Entry (Sales-Buffer-Count).

      * One numbered CUSTAR.DAT invoice for the whole quote.
       RAISE-CUSTOMER-INVOICE.
           PERFORM ASSIGN-INVOICE-NUMBER
           OPEN EXTEND CustAR-File
           IF CustAR-File-Status NOT = "00"
               OPEN OUTPUT CustAR-File
           END-IF
           MOVE Entry-Customer-ID TO arCustomer-ID
           MOVE Invoice-Number TO arInvoiceNo
           MOVE Run-Date TO arDate
           MOVE Sale-Value TO arAmount
           MOVE ZEROS TO arPaid
           SET arStatus-Open TO TRUE
           WRITE CustInvoiceRecord
           CLOSE CustAR-File
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
           MOVE Entry-Customer-ID TO iclCustomer-ID
           MOVE cmCustomer-Name TO iclCustomer-Name
           WRITE Invoice-Print-Line FROM Invoice-Customer-Line
           MOVE cmCustomer-Address TO ialAddress
           WRITE Invoice-Print-Line FROM Invoice-Address-Line
           MOVE Entry-Quote-No TO iqlQuoteNo
           WRITE Invoice-Print-Line FROM Invoice-Quote-Line
           WRITE Invoice-Print-Line FROM Invoice-LineBreak
           PERFORM VARYING Quote-Index FROM Quote-Start BY 1
                   UNTIL Quote-Index > Quote-End
               MOVE qttOil-Number (Quote-Index) TO iilOil-Number
               MOVE ottName (qttOil-Number (Quote-Index)) TO
                   iilOil-Name
               MOVE qttUnit-Size (Quote-Index) TO iilUnit-Size
               MOVE qttQuantity (Quote-Index) TO iilUnit-Sold
               WRITE Invoice-Print-Line FROM Invoice-Item-Line
           END-PERFORM
           MOVE "GOODS (AT QUOTED PRICES)" TO iamLabel
           MOVE Quote-Goods-Value TO iamAmount
           WRITE Invoice-Print-Line FROM Invoice-Amount-Line
           MOVE "SALES TAX" TO iamLabel
           MOVE Quote-Tax-Value TO iamAmount
           WRITE Invoice-Print-Line FROM Invoice-Amount-Line
           MOVE "INVOICE TOTAL" TO iamLabel
           MOVE Sale-Value TO iamAmount
           WRITE Invoice-Print-Line FROM Invoice-Amount-Line
           WRITE Invoice-Print-Line FROM Invoice-LineBreak
           CLOSE Invoice-Print-File.

       ASSIGN-INVOICE-NUMBER.
           OPEN INPUT InvoiceNo-File
           IF InvoiceNo-File-Status = "00"
               READ InvoiceNo-File
                   AT END MOVE 300001 TO cnNextNumber
               END-READ
               CLOSE InvoiceNo-File
           ELSE
               MOVE 300001 TO cnNextNumber
           END-IF
           MOVE cnNextNumber TO Invoice-Number
           ADD 1 TO cnNextNumber
           OPEN OUTPUT InvoiceNo-File
           WRITE InvoiceNo-Rec
           CLOSE InvoiceNo-File.

      * Any lines already on SALES.DAT ride along and the whole
      * file is rewritten under a fresh header/trailer, exactly as
      * SalesEntry does.
       LOAD-EXISTING-SALES.
           OPEN INPUT Sales-File
           IF Sales-File-Status = "00"
               PERFORM READ-EXISTING-SALE
               PERFORM UNTIL End-Of-Sales
                   IF Sales-Rec (1:3) = "HDR"
                       MOVE Sales-Rec TO Sales-Header-Record
                   END-IF
                   IF Sales-Rec (1:3) NOT = "HDR"
                           AND Sales-Rec (1:3) NOT = "TRL"
                       IF Sales-Buffer-Count < 2000
                           ADD 1 TO Sales-Buffer-Count
                           MOVE Sales-Rec TO
                               Sales-Buffer-Entry (Sales-Buffer-Count)
                       END-IF
                   END-IF
                   PERFORM READ-EXISTING-SALE
               END-PERFORM
               CLOSE Sales-File
           END-IF.

       READ-EXISTING-SALE.
           READ Sales-File
               AT END SET End-Of-Sales TO TRUE
           END-READ.

       WRITE-SALES-BATCH.
           OPEN OUTPUT Sales-File
           STRING "QU" Run-Date DELIMITED BY SIZE INTO slhBatchID
           MOVE Run-Date TO slhCreationDate
           MOVE Sales-Buffer-Count TO slhExpectedCount
           WRITE Sales-Rec FROM Sales-Header-Record
           PERFORM WRITE-BUFFERED-SALE
               VARYING Write-Index FROM 1 BY 1
               UNTIL Write-Index > Sales-Buffer-Count
           MOVE slhBatchID TO sltBatchID
           MOVE Sales-Buffer-Count TO sltActualCount
           WRITE Sales-Rec FROM Sales-Trailer-Record
           CLOSE Sales-File.

       WRITE-BUFFERED-SALE.
           MOVE Sales-Buffer-Entry (Write-Index) TO Sales-Rec
           WRITE Sales-Rec.

       LOOKUP-CUSTOMER.
           MOVE "N" TO Found-Switch
           MOVE Entry-Customer-ID TO cmCustomer-ID
           READ Customer-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Found-Entry TO TRUE
           END-READ.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT Customer-File
           IF Customer-File-Status NOT = "00"
               DISPLAY "Error - unable to open CUSTOMER.IDX, run "
                   "CustomerIndexBuild (or CustomerMaint) to "
                   "create it"
               STOP RUN
           END-IF.

       LOAD-QUOTES.
           OPEN INPUT Quote-File
           IF Quote-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Quote-File
               AT END SET EndOfQuoteFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfQuoteFile
               IF Quote-Count < 1000
                   ADD 1 TO Quote-Count
                   MOVE quQuoteNo TO qttQuoteNo (Quote-Count)
                   MOVE quLineNo TO qttLineNo (Quote-Count)
                   MOVE quDate TO qttDate (Quote-Count)
                   MOVE quExpiry-Date TO qttExpiry-Date (Quote-Count)
                   MOVE quCustomer-ID TO qttCustomer-ID (Quote-Count)
                   MOVE quSalesperson TO qttSalesperson (Quote-Count)
                   MOVE quOil-Family TO qttOil-Family (Quote-Count)
                   MOVE quOil-Number TO qttOil-Number (Quote-Count)
                   MOVE quUnit-Size TO qttUnit-Size (Quote-Count)
                   MOVE quQuantity TO qttQuantity (Quote-Count)
                   MOVE quList-Price TO qttList-Price (Quote-Count)
                   MOVE quDiscount TO qttDiscount (Quote-Count)
                   MOVE quManual-Discount TO
                       qttManual-Discount (Quote-Count)
                   MOVE quStatus TO qttStatus (Quote-Count)
                   MOVE quClosed-Date TO qttClosed-Date (Quote-Count)
               ELSE
                   SET Quote-Table-Overflow TO TRUE
               END-IF
               READ Quote-File
                   AT END SET EndOfQuoteFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Quote-File
           IF Quote-Table-Overflow
               DISPLAY "Warning - QUOTES.DAT holds more than 1000 "
                   "quote lines; quotations are disabled until it "
                   "is purged"
           END-IF.

       SAVE-QUOTES.
           OPEN OUTPUT Quote-File
           PERFORM VARYING Quote-Index FROM 1 BY 1
                   UNTIL Quote-Index > Quote-Count
               MOVE qttQuoteNo (Quote-Index) TO quQuoteNo
               MOVE qttLineNo (Quote-Index) TO quLineNo
               MOVE qttDate (Quote-Index) TO quDate
               MOVE qttExpiry-Date (Quote-Index) TO quExpiry-Date
               MOVE qttCustomer-ID (Quote-Index) TO quCustomer-ID
               MOVE qttSalesperson (Quote-Index) TO quSalesperson
               MOVE qttOil-Family (Quote-Index) TO quOil-Family
               MOVE qttOil-Number (Quote-Index) TO quOil-Number
               MOVE qttUnit-Size (Quote-Index) TO quUnit-Size
               MOVE qttQuantity (Quote-Index) TO quQuantity
               MOVE qttList-Price (Quote-Index) TO quList-Price
               MOVE qttDiscount (Quote-Index) TO quDiscount
               MOVE qttManual-Discount (Quote-Index) TO
                   quManual-Discount
               MOVE qttStatus (Quote-Index) TO quStatus
               MOVE qttClosed-Date (Quote-Index) TO quClosed-Date
               WRITE QuoteRecord
           END-PERFORM
           CLOSE Quote-File.

       LOAD-INVENTORY.
           OPEN INPUT Inventory-File
           IF Inventory-File-Status = "00"
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInventoryFile
                   IF ivOil-Number > 0 AND ivOil-Number <= 30
                       IF ivQty-Shop NUMERIC
                           MOVE ivQty-Shop TO
                               stkQty-Shop (ivOil-Number)
                       ELSE
                           MOVE ivQuantity-On-Hand TO
                               stkQty-Shop (ivOil-Number)
                       END-IF
                   END-IF
                   READ Inventory-File
                       AT END SET EndOfInventoryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Inventory-File
           ELSE
               DISPLAY "Warning - INVENTORY.DAT not found, stock "
                   "cover can't be checked"
           END-IF.

      * Stock GoodsReceive holds for open or ready backorders is
      * not free to a quote.
       LOAD-RESERVATIONS.
           PERFORM VARYING Stock-Index FROM 1 BY 1
                   UNTIL Stock-Index > 30
               MOVE ZEROS TO stkReserved (Stock-Index)
           END-PERFORM
           OPEN INPUT BackorderFile
           IF Backorder-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BackorderFile
               AT END SET EndOfBackorderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBackorderFile
               IF (boOpen OR boReady)
                       AND boOil-Number > 0 AND boOil-Number <= 30
                   ADD boAllocated TO stkReserved (boOil-Number)
               END-IF
               READ BackorderFile
                   AT END SET EndOfBackorderFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BackorderFile.

       LOAD-OIL-COSTS.
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status NOT = "00"
               DISPLAY "Error - unable to open OILCOST.DAT, "
                   "run OilCostMaint to create it"
               STOP RUN
           END-IF
           READ Oil-Cost-File
               AT END SET EndOfOilCostFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilCostFile
               IF ocOil-Number > 0 AND ocOil-Number <= 30
                       AND ocUnit-Size > 0 AND ocUnit-Size <= 9
                   MOVE ocOil-Cost TO
                       OIL-COST (ocOil-Number, ocUnit-Size)
               END-IF
               READ Oil-Cost-File
                   AT END SET EndOfOilCostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Cost-File.

       LOAD-OIL-PRICES.
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status NOT = "00"
               DISPLAY "Warning - OILPRICE.DAT not found, lines will "
                   "be quoted at cost"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Price-File
               AT END SET EndOfOilPriceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilPriceFile
               IF opOil-Number > 0 AND opOil-Number <= 30
                       AND opUnit-Size > 0 AND opUnit-Size <= 9
                       AND (opEffective-Date NOT NUMERIC
                           OR opEffective-Date <= Run-Date)
                   MOVE opOil-Price TO
                       OIL-PRICE (opOil-Number, opUnit-Size)
               END-IF
               READ Oil-Price-File
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Price-File.

       LOAD-PROMOTIONS.
           OPEN INPUT Promo-File
           IF Promo-File-Status = "00"
               READ Promo-File
                   AT END SET EndOfPromoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPromoFile
                   IF Promo-Count < 50
                       ADD 1 TO Promo-Count
                       MOVE pmOil-Family TO
                           pmtOil-Family (Promo-Count)
                       MOVE pmOil-Number TO
                           pmtOil-Number (Promo-Count)
                       MOVE pmFrom-Date TO
                           pmtFrom-Date (Promo-Count)
                       MOVE pmTo-Date TO pmtTo-Date (Promo-Count)
                       MOVE pmMethod TO pmtMethod (Promo-Count)
                       MOVE pmValue TO pmtValue (Promo-Count)
                       MOVE pmMin-Qty TO pmtMin-Qty (Promo-Count)
                   END-IF
                   READ Promo-File
                       AT END SET EndOfPromoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promo-File
           END-IF.

       LOAD-PRICE-AGREEMENTS.
           OPEN INPUT Agreement-File
           IF Agreement-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Agreement-File
               AT END SET EndOfAgreementFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAgreementFile
               IF paFrom-Date <= Run-Date AND paTo-Date >= Run-Date
                   IF Agreement-Count < 200
                       ADD 1 TO Agreement-Count
                       MOVE paCustomer-ID TO
                           agtCustomer-ID (Agreement-Count)
                       MOVE paPrice-Tier TO
                           agtPrice-Tier (Agreement-Count)
                       MOVE paOil-Number TO
                           agtOil-Number (Agreement-Count)
                       MOVE paUnit-Size TO
                           agtUnit-Size (Agreement-Count)
                       MOVE paMethod TO agtMethod (Agreement-Count)
                       MOVE paValue TO agtValue (Agreement-Count)
                   ELSE
                       DISPLAY "Warning - Agreement-Table full, "
                           "price agreement not applied"
                   END-IF
               END-IF
               READ Agreement-File
                   AT END SET EndOfAgreementFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Agreement-File.

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

       END PROGRAM QuoteEntry.
