      *            balance only after the line is actually taken -
      *            a line refused at the credit gate or by a full
      *            buffer no longer eats the points.
      * 10/15/2026 - Sales tax is now charged on every line at the
      *            TAXRATE.DAT rate in force for the oil's OILMAST.DAT
      *            tax class, on the value after promotion and points
      *            (a return gives the same tax back), and stamped on
      *            the line (sfTax-Class, sfTax-Amount).  The credit
      *            check, the voucher cover and the CUSTAR.DAT invoice
      *            all take the tax-inclusive value, and each invoice
      *            raised on account is now printed on CUSTINV.RPT
      *            with the tax shown separately.
      * 10/15/2026 - Each sale line is now filled from the LOTS.DAT
      *            lots of its oil, first expiry first out (an
      *            expired lot is passed over), and every lot drawn
      *            on is recorded on LOTALLOC.DAT (ALLOCREC) with the
      *            customer and quantity, so a supplier recall can be
      *            traced to the customers who had the batch.  A
      *            return goes back to the lot the customer's last
      *            sale of that oil came from.  Stock no lot covers
      *            is recorded against lot 0000.
      * 10/15/2026 - LOTS.DAT lots now carry the supplier unit cost
      *            and the landed unit cost (LOTREC); both are kept
      *            when the lot file is rewritten.
      * 10/15/2026 - Each line is now priced at the best of the list
      *            price, a running promotion and any PRICEAGR.DAT
      *            agreement in force for the customer or their
      *            CUSTOMER.IDX price tier (a return is credited at
      *            the agreed price too), and any further discount
      *            staff give is keyed separately as a manual
      *            discount.  The line records what priced it, the
      *            list price and the manual part (sfPrice-Source,
      *            sfList-Price, sfManual-Discount) for PriceExcpRpt.
      * 10/15/2026 - A sale line the shop can't cover may now be taken
      *            as a customer backorder on BACKORD.DAT (BOREC,
      *            numbered from BONO.DAT) instead of being turned
      *            away; GoodsReceive holds incoming stock for it.
      *            Line type B ships a ready backorder as an ordinary
      *            sale line from the shop, and the shop stock
      *            already held for backorders no longer counts as
      *            free when a line is checked for cover.
      * 10/15/2026 - A market-stall session is keyed from paper
      *            dockets, so it now asks for the keying operator's
      *            ID and leaves the SALES.DAT batch held for key
      *            verification (SALESCTL slhVerify-Status U, keyed
      *            by that operator) until a second operator has
      *            rekeyed the dockets through SalesVerify or a
      *            supervisor has released it.  The header's
      *            verification fields are otherwise carried over
      *            when the file is rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesEntry.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Redeem-Log-File-Status.

       SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Tax-Rate-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT Invoice-Print-File ASSIGN TO "CUSTINV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Invoice-Print-File-Status.

       SELECT LotFile ASSIGN TO "LOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-File-Status.

       SELECT AllocFile ASSIGN TO "LOTALLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Alloc-File-Status.

       SELECT Agreement-File ASSIGN TO "PRICEAGR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Agreement-File-Status.

       SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.

       SELECT BackorderNo-File ASSIGN TO "BONO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BackorderNo-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           02  rdDate                       PIC 9(8).
           02  rdAmount                     PIC 9(5)V99.

       FD  Tax-Rate-File.
       COPY TAXREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  Invoice-Print-File.
       01  Invoice-Print-Line           PIC X(64).

       FD  LotFile.
       COPY LOTREC.

       FD  AllocFile.
       COPY ALLOCREC.

       FD  Agreement-File.
       COPY PRAGREC.

       FD  BackorderFile.
       COPY BOREC.

       FD  BackorderNo-File.
       01  BackorderNo-Rec.
           02  bnNextNumber                 PIC 9(6).

       WORKING-STORAGE SECTION.
       01  Sales-File-Status            PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Voucher-File-Status          PIC XX.
       01  VoucherNo-File-Status        PIC XX.
       01  Redeem-Log-File-Status       PIC XX.
       01  Tax-Rate-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Invoice-Print-File-Status    PIC XX.
       01  Lot-File-Status              PIC XX.
       01  Alloc-File-Status            PIC XX.
       01  Agreement-File-Status        PIC XX.
       01  Backorder-File-Status        PIC XX.
       01  BackorderNo-File-Status      PIC XX.

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
           88  Selling-From-Shop        VALUE "S", "s", " ".
           88  Selling-From-Stall       VALUE "M", "m".
       01  Location-On-Hand             PIC 9(6)   VALUE ZEROS.
       01  Docket-Keyer                 PIC X(8)   VALUE SPACES.
       01  Stall-Lines-Keyed            PIC 9(5)   VALUE ZEROS.

       01  Run-Date                     PIC 9(8).

       COPY SALESCTL.

       01  Sales-Buffer.
           02  Sales-Buffer-Entry       PIC X(76)  OCCURS 2000 TIMES.
       01  Sales-Buffer-Count           PIC 9(7)   VALUE ZEROS.
       01  Write-Index                  PIC 9(7)   VALUE ZEROS.
       01  End-Of-Sales-Switch          PIC X      VALUE "N".
           88  Entry-Is-Return          VALUE "R", "r".
           88  Entry-Is-Sale            VALUE "S", "s".
           88  Entry-Is-Voucher         VALUE "V", "v".
           88  Entry-Is-Backorder       VALUE "B", "b".
       01  Entry-Salesperson            PIC X(3).
       01  Entry-Payment                PIC X      VALUE SPACE.
           88  Entry-On-Account         VALUE "A", "a".
       01  Line-Taken-Switch            PIC X       VALUE "N".
           88  Line-Taken               VALUE "Y".
       01  Unit-Price-Used              PIC 99V99  VALUE ZEROS.
       01  List-Unit-Price              PIC 99V99  VALUE ZEROS.
       01  Line-List-Value              PIC 9(6)V99 VALUE ZEROS.
       01  Line-Price-Source            PIC X      VALUE SPACE.
       01  Line-Manual-Discount         PIC 9(4)V99 VALUE ZEROS.
       01  Entry-Manual-Discount        PIC 9(4)V99 VALUE ZEROS.
       01  Discounted-Count             PIC 9(5)   VALUE ZEROS.

      * Price agreements (PRAGREC) in force today, for one customer
      * or for every customer on a price tier; the lowest agreed
      * price that covers the line applies when it beats the
      * promotion.
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
       01  Entered-Count                PIC 9(5)   VALUE ZEROS.
       01  More-Sales-Switch            PIC X      VALUE "Y".
           88  More-Sales               VALUE "Y".
       01  Answer                       PIC X      VALUE "N".
           88  Answer-Yes               VALUE "Y", "y".
           88  Answer-Backorder         VALUE "B", "b".

      * Sales tax: each oil's OILMAST.DAT class and the TAXRATE.DAT
      * rate in force today for the standard and reduced classes
      * (exempt is always zero).  An oil with no class on the
      * master is taxed at the standard rate.
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

      * Printed customer invoice (CUSTINV.RPT), one block per
      * invoice raised on account.
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

      * The LOTS.DAT lots, drawn down first expiry first out as lines
      * are taken and rewritten at close.  A file bigger than the
      * table is left alone rather than rewritten short.
       01  Lot-Table.
           02  Lot-Entry                OCCURS 200 TIMES.
               03  lttOil-Number        PIC 99.
               03  lttLotNo             PIC 9(4).
               03  lttBatch             PIC X(10).
               03  lttExpiry            PIC 9(8).
               03  lttQuantity          PIC 9(6).
               03  lttUnit-Cost         PIC 9(4)V99.
               03  lttLanded-Cost       PIC 9(4)V99.
       01  Lot-Count                    PIC 9(3)   VALUE ZEROS.
       01  Lot-Index                    PIC 9(3)   VALUE ZEROS.
       01  Best-Lot-Index               PIC 9(3)   VALUE ZEROS.
       01  Best-Lot-Expiry              PIC 9(8)   VALUE ZEROS.
       01  Lot-Expiry-Key               PIC 9(8)   VALUE ZEROS.
       01  Alloc-Remaining              PIC 9(6)   VALUE ZEROS.
       01  Alloc-Quantity               PIC 9(6)   VALUE ZEROS.
       01  Return-LotNo                 PIC 9(4)   VALUE ZEROS.
       01  Lots-Changed-Switch          PIC X      VALUE "N".
           88  Lots-Changed             VALUE "Y".
       01  Lot-Overflow-Switch          PIC X      VALUE "N".
           88  Lot-Table-Overflow       VALUE "Y".

      * The BACKORD.DAT backorders, carried through the session and
      * rewritten at close.  A file bigger than the table is left
      * alone rather than rewritten short.
       01  Backorder-Table.
           02  Backorder-Entry          OCCURS 500 TIMES.
               03  bktBackorderNo       PIC 9(6).
               03  bktDate              PIC 9(8).
               03  bktCustomer-ID       PIC 9(5).
               03  bktOil-Family        PIC X.
               03  bktOil-Number        PIC 99.
               03  bktUnit-Size         PIC 9.
               03  bktQuantity          PIC 9(3).
               03  bktAllocated         PIC 9(3).
               03  bktSalesperson       PIC X(3).
               03  bktStatus            PIC X.
               03  bktReady-Date        PIC 9(8).
               03  bktShip-Date         PIC 9(8).
       01  Backorder-Count              PIC 9(3)   VALUE ZEROS.
       01  Backorder-Index              PIC 9(3)   VALUE ZEROS.
       01  Backorder-Overflow-Switch    PIC X      VALUE "N".
           88  Backorder-Table-Overflow VALUE "Y".
       01  Backorders-Changed-Switch    PIC X      VALUE "N".
           88  Backorders-Changed       VALUE "Y".
       01  Backorder-Found-Switch       PIC X      VALUE "N".
           88  Found-Backorder          VALUE "Y".
       01  Entry-Backorder-No           PIC 9(6)   VALUE ZEROS.
       01  Backorder-Number             PIC 9(6)   VALUE ZEROS.
       01  Reserved-Quantity            PIC 9(6)   VALUE ZEROS.
       01  Backorders-Taken             PIC 9(3)   VALUE ZEROS.
       01  Backorders-Shipped           PIC 9(3)   VALUE ZEROS.

      * Exclusive run lock over the sales chain via RunLock, shared
      * with the day-end driver.
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-PRICES
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-PRICE-AGREEMENTS
           PERFORM LOAD-VOUCHERS
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-OIL-TAX-CLASSES
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-LOTS
           PERFORM LOAD-BACKORDERS
           PERFORM LOAD-OPEN-BALANCES
           PERFORM LOAD-EXISTING-SALES

           IF NOT Selling-From-Shop AND NOT Selling-From-Stall
               MOVE "S" TO Session-Location
           END-IF
           IF Selling-From-Stall
               PERFORM UNTIL Docket-Keyer NOT = SPACES
                   DISPLAY "Operator ID keying the stall dockets: "
                       WITH NO ADVANCING
                   ACCEPT Docket-Keyer
               END-PERFORM
           END-IF
           DISPLAY "Enter a Customer-ID, or 00000 to finish."
           PERFORM UNTIL NOT More-Sales
               DISPLAY "Customer-ID (00000 to end) : "
           IF Vouchers-Changed
               PERFORM SAVE-VOUCHERS
           END-IF
           IF Lots-Changed
               PERFORM SAVE-LOTS
           END-IF
           IF Backorders-Changed
               PERFORM SAVE-BACKORDERS
           END-IF
           PERFORM WRITE-SALES-BATCH
           MOVE "R" TO lkqAction
           MOVE "SALES-CHAIN" TO lkqResource
           DISPLAY "SalesEntry - " Entered-Count
               " sales line(s) taken (" Invoiced-Count
               " invoiced on account, " Vouchers-Sold
               " voucher(s) sold, " Backorders-Taken
               " backordered, " Backorders-Shipped
               " backorder(s) shipped); SALES.DAT now holds "
               Sales-Buffer-Count " line(s)"
           STOP RUN.

               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " cmCustomer-Name
           DISPLAY "Line type (S)ale/(R)eturn/(V)oucher/"
               "(B)ackorder shipment: " WITH NO ADVANCING
           ACCEPT Entry-Trans-Type
           IF Entry-Is-Backorder
               PERFORM SHIP-READY-BACKORDER
               EXIT PARAGRAPH
           END-IF
           IF Entry-Is-Voucher
               IF Voucher-Table-Overflow
                   DISPLAY "Error - VOUCHERS.DAT no longer fits "
               EXIT PARAGRAPH
           END-IF
           IF NOT Entry-Is-Return AND NOT Entry-Is-Sale
               DISPLAY "Error - line type must be S, R, V or B, line "
                   "not taken"
               EXIT PARAGRAPH
           END-IF
           ELSE
               MOVE invQty-Shop (Entry-Oil-Number) TO
                   Location-On-Hand
               PERFORM COMPUTE-RESERVED-QUANTITY
               IF Reserved-Quantity < Location-On-Hand
                   SUBTRACT Reserved-Quantity FROM Location-On-Hand
               ELSE
                   MOVE ZEROS TO Location-On-Hand
               END-IF
           END-IF
           IF Entry-Is-Sale
                   AND Entry-Unit-Sold > Location-On-Hand
               DISPLAY "Warning - INVENTORY.DAT shows only "
                   Location-On-Hand
                   " free at this location for oil "
                   Entry-Oil-Number " (stock held for backorders "
                   "is not free)"
               DISPLAY "Accept the line anyway (Y/N), or "
                   "(B)ackorder it? " WITH NO ADVANCING
               ACCEPT Answer
               IF Answer-Backorder
                   PERFORM TAKE-BACKORDER
                   EXIT PARAGRAPH
               END-IF
               IF NOT Answer-Yes
                   DISPLAY "Line not taken"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM PRICE-AND-TAKE-LINE.

      * Price the validated line - promotion, agreement, manual
      * discount, points, tax - take payment and record it.  A
      * ready backorder being shipped comes in here too.
       PRICE-AND-TAKE-LINE.
           MOVE ZEROS TO Line-Discount
           MOVE ZEROS TO Line-Redeemed
           MOVE "N" TO Line-Taken-Switch
           MOVE SPACE TO Line-Price-Source
           MOVE ZEROS TO Line-Manual-Discount
           IF OIL-PRICE (Entry-Oil-Number, Entry-Unit-Size)
                   NOT = ZEROS
               MOVE OIL-PRICE (Entry-Oil-Number, Entry-Unit-Size)
                   TO List-Unit-Price
           ELSE
               MOVE OIL-COST (Entry-Oil-Number, Entry-Unit-Size)
                   TO List-Unit-Price
           END-IF
           IF Entry-Is-Sale
               PERFORM APPLY-PROMOTION
           END-IF
           PERFORM APPLY-PRICE-AGREEMENT
           IF Entry-Is-Sale
               PERFORM OFFER-MANUAL-DISCOUNT
               PERFORM OFFER-POINTS-REDEMPTION
           END-IF
           PERFORM CALCULATE-LINE-TAX
           MOVE SPACE TO Entry-Payment
           IF Entry-Is-Sale
               DISPLAY "Payment (C)ash/(A)ccount/(V)oucher: "
           END-IF
           PERFORM WRITE-SALE-LINE
           IF Line-Taken
               IF Entry-Is-Sale
                   PERFORM ALLOCATE-SALE-LOTS
               ELSE
                   PERFORM RETURN-TO-LOT
               END-IF
               IF Line-Redeemed > ZEROS
                   PERFORM COMMIT-POINTS-REDEMPTION
               END-IF
               END-IF
           END-IF.

      * A line the shop can't cover is held as an open backorder for
      * the full quantity; no sale line is written until it ships.
       TAKE-BACKORDER.
           IF Backorder-Table-Overflow OR Backorder-Count >= 500
               DISPLAY "Error - BACKORD.DAT is full or no longer "
                   "fits the session table, backorder not taken"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-BACKORDER-NUMBER
           ADD 1 TO Backorder-Count
           MOVE Backorder-Number TO bktBackorderNo (Backorder-Count)
           MOVE Run-Date TO bktDate (Backorder-Count)
           MOVE Entry-Customer-ID TO bktCustomer-ID (Backorder-Count)
           MOVE Entry-Oil-Family TO bktOil-Family (Backorder-Count)
           MOVE Entry-Oil-Number TO bktOil-Number (Backorder-Count)
           MOVE Entry-Unit-Size TO bktUnit-Size (Backorder-Count)
           MOVE Entry-Unit-Sold TO bktQuantity (Backorder-Count)
           MOVE ZEROS TO bktAllocated (Backorder-Count)
           MOVE Entry-Salesperson TO bktSalesperson (Backorder-Count)
           MOVE "O" TO bktStatus (Backorder-Count)
           MOVE ZEROS TO bktReady-Date (Backorder-Count)
           MOVE ZEROS TO bktShip-Date (Backorder-Count)
           SET Backorders-Changed TO TRUE
           ADD 1 TO Backorders-Taken
           DISPLAY "Backorder " Backorder-Number " taken for "
               Entry-Unit-Sold " unit(s) - stock is held for it "
               "when GoodsReceive posts the oil".

      * Line type B: a backorder GoodsReceive has filled is shipped
      * from the shop as an ordinary sale line at today's price.
       SHIP-READY-BACKORDER.
           IF Backorder-Table-Overflow
               DISPLAY "Error - BACKORD.DAT no longer fits the "
                   "session table, line not taken"
               EXIT PARAGRAPH
           END-IF
           IF NOT Selling-From-Shop
               DISPLAY "Error - backorders are held in the shop and "
                   "ship from there, line not taken"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Backorder number           : " WITH NO ADVANCING
           ACCEPT Entry-Backorder-No
           MOVE "N" TO Backorder-Found-Switch
           PERFORM VARYING Backorder-Index FROM 1 BY 1
                   UNTIL Backorder-Index > Backorder-Count
               IF bktBackorderNo (Backorder-Index)
                       = Entry-Backorder-No
                   SET Found-Backorder TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Backorder
               DISPLAY "Error - backorder " Entry-Backorder-No
                   " is not on BACKORD.DAT, line not taken"
               EXIT PARAGRAPH
           END-IF
           IF bktCustomer-ID (Backorder-Index) NOT = Entry-Customer-ID
               DISPLAY "Error - backorder " Entry-Backorder-No
                   " is for customer "
                   bktCustomer-ID (Backorder-Index)
                   ", line not taken"
               EXIT PARAGRAPH
           END-IF
           EVALUATE bktStatus (Backorder-Index)
               WHEN "R"
                   CONTINUE
               WHEN "O"
                   DISPLAY "Error - backorder " Entry-Backorder-No
                       " is not ready, only "
                       bktAllocated (Backorder-Index) " of "
                       bktQuantity (Backorder-Index) " held"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error - backorder " Entry-Backorder-No
                       " is already shipped or cancelled"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE bktOil-Family (Backorder-Index) TO Entry-Oil-Family
           MOVE bktOil-Number (Backorder-Index) TO Entry-Oil-Number
           MOVE bktUnit-Size (Backorder-Index) TO Entry-Unit-Size
           MOVE bktQuantity (Backorder-Index) TO Entry-Unit-Sold
           IF OIL-COST (Entry-Oil-Number, Entry-Unit-Size) = ZEROS
               DISPLAY "Error - oil " Entry-Oil-Number " size "
                   Entry-Unit-Size " is not priced on OILCOST.DAT, "
                   "line not taken - run OilCostMaint first"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO Entry-Trans-Type
           DISPLAY "Shipping oil " Entry-Oil-Number " size "
               Entry-Unit-Size " quantity " Entry-Unit-Sold
           DISPLAY "Salesperson code (blank for the one who took "
               "the backorder) : " WITH NO ADVANCING
           ACCEPT Entry-Salesperson
           IF Entry-Salesperson = SPACES
               MOVE bktSalesperson (Backorder-Index) TO
                   Entry-Salesperson
           END-IF
           PERFORM PRICE-AND-TAKE-LINE
           IF Line-Taken
               MOVE "S" TO bktStatus (Backorder-Index)
               MOVE Run-Date TO bktShip-Date (Backorder-Index)
               SET Backorders-Changed TO TRUE
               ADD 1 TO Backorders-Shipped
               DISPLAY "Backorder " Entry-Backorder-No " shipped"
           END-IF.

       COMPUTE-RESERVED-QUANTITY.
           MOVE ZEROS TO Reserved-Quantity
           PERFORM VARYING Backorder-Index FROM 1 BY 1
                   UNTIL Backorder-Index > Backorder-Count
               IF bktOil-Number (Backorder-Index) = Entry-Oil-Number
                   AND (bktStatus (Backorder-Index) = "O"
                       OR bktStatus (Backorder-Index) = "R")
                   ADD bktAllocated (Backorder-Index) TO
                       Reserved-Quantity
               END-IF
           END-PERFORM.

       ASSIGN-BACKORDER-NUMBER.
           OPEN INPUT BackorderNo-File
           IF BackorderNo-File-Status = "00"
               READ BackorderNo-File
                   AT END MOVE 900001 TO bnNextNumber
               END-READ
               CLOSE BackorderNo-File
           ELSE
               MOVE 900001 TO bnNextNumber
           END-IF
           MOVE bnNextNumber TO Backorder-Number
           ADD 1 TO bnNextNumber
           OPEN OUTPUT BackorderNo-File
           WRITE BackorderNo-Rec
           CLOSE BackorderNo-File.

       LOAD-BACKORDERS.
           OPEN INPUT BackorderFile
           IF Backorder-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BackorderFile
               AT END SET EndOfBackorderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBackorderFile
               IF Backorder-Count < 500
                   ADD 1 TO Backorder-Count
                   MOVE boBackorderNo TO
                       bktBackorderNo (Backorder-Count)
                   MOVE boDate TO bktDate (Backorder-Count)
                   MOVE boCustomer-ID TO
                       bktCustomer-ID (Backorder-Count)
                   MOVE boOil-Family TO
                       bktOil-Family (Backorder-Count)
                   MOVE boOil-Number TO
                       bktOil-Number (Backorder-Count)
                   MOVE boUnit-Size TO bktUnit-Size (Backorder-Count)
                   MOVE boQuantity TO bktQuantity (Backorder-Count)
                   MOVE boAllocated TO bktAllocated (Backorder-Count)
                   MOVE boSalesperson TO
                       bktSalesperson (Backorder-Count)
                   MOVE boStatus TO bktStatus (Backorder-Count)
                   MOVE boReady-Date TO
                       bktReady-Date (Backorder-Count)
                   MOVE boShip-Date TO bktShip-Date (Backorder-Count)
               ELSE
                   SET Backorder-Table-Overflow TO TRUE
               END-IF
               READ BackorderFile
                   AT END SET EndOfBackorderFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BackorderFile
           IF Backorder-Table-Overflow
               DISPLAY "Warning - BACKORD.DAT holds more than 500 "
                   "backorders; backorder operations are disabled "
                   "until it is purged"
           END-IF.

       SAVE-BACKORDERS.
           OPEN OUTPUT BackorderFile
           PERFORM VARYING Backorder-Index FROM 1 BY 1
                   UNTIL Backorder-Index > Backorder-Count
               MOVE bktBackorderNo (Backorder-Index) TO boBackorderNo
               MOVE bktDate (Backorder-Index) TO boDate
               MOVE bktCustomer-ID (Backorder-Index) TO boCustomer-ID
               MOVE bktOil-Family (Backorder-Index) TO boOil-Family
               MOVE bktOil-Number (Backorder-Index) TO boOil-Number
               MOVE bktUnit-Size (Backorder-Index) TO boUnit-Size
               MOVE bktQuantity (Backorder-Index) TO boQuantity
               MOVE bktAllocated (Backorder-Index) TO boAllocated
               MOVE bktSalesperson (Backorder-Index) TO boSalesperson
               MOVE bktStatus (Backorder-Index) TO boStatus
               MOVE bktReady-Date (Backorder-Index) TO boReady-Date
               MOVE bktShip-Date (Backorder-Index) TO boShip-Date
               WRITE BackorderRecord
           END-PERFORM
           CLOSE BackorderFile.

      * An on-account sale needs a credit limit on the master and
      * room under it once the open CUSTAR.DAT balance and this
      * line are added up; a blocked line is simply not taken.
                   MOVE ZEROS TO Sale-Value
               END-IF
           END-IF
           ADD Line-Tax TO Sale-Value
           PERFORM LOOKUP-OPEN-BALANCE
           IF Customer-Open-Balance + Sale-Value > cmCredit-Limit
               DISPLAY "Error - this line would take customer "
           CLOSE CustAR-File
           ADD 1 TO Invoiced-Count
           PERFORM ADD-TO-OPEN-BALANCE
           PERFORM PRINT-CUSTOMER-INVOICE
           DISPLAY "Invoice " Invoice-Number " raised on account "
               "for " Sale-Value.

      * The invoice document: goods net of promotion and points,
      * the tax at its class and rate, and the total now owed on
      * CUSTAR.DAT.
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
           WRITE Invoice-Print-Line FROM Invoice-LineBreak
           MOVE Entry-Oil-Number TO iilOil-Number
           MOVE ottName (Entry-Oil-Number) TO iilOil-Name
           MOVE Entry-Unit-Size TO iilUnit-Size
           MOVE Entry-Unit-Sold TO iilUnit-Sold
           WRITE Invoice-Print-Line FROM Invoice-Item-Line
           MOVE "GOODS (AFTER DISCOUNTS)" TO iamLabel
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

      * Tax is charged on the line value after promotion and points
      * at the rate for the oil's class; a return line carries the
      * same calculation, so the tax it gives back nets off the
      * output tax downstream.
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
           IF OIL-PRICE (Entry-Oil-Number, Entry-Unit-Size)
                   NOT = ZEROS
               COMPUTE Line-Taxable-Value = Entry-Unit-Sold *
                   OIL-PRICE (Entry-Oil-Number, Entry-Unit-Size)
           ELSE
               COMPUTE Line-Taxable-Value = Entry-Unit-Sold *
                   OIL-COST (Entry-Oil-Number, Entry-Unit-Size)
           END-IF
           IF Line-Discount < Line-Taxable-Value
               SUBTRACT Line-Discount FROM Line-Taxable-Value
           ELSE
               MOVE ZEROS TO Line-Taxable-Value
           END-IF
           IF Line-Redeemed < Line-Taxable-Value
               SUBTRACT Line-Redeemed FROM Line-Taxable-Value
           ELSE
               MOVE ZEROS TO Line-Taxable-Value
           END-IF
           COMPUTE Line-Tax ROUNDED =
               Line-Taxable-Value * Line-Tax-Rate / 100
           IF Line-Tax > ZEROS
               DISPLAY "Sales tax (class " Line-Tax-Class " at "
                   Line-Tax-Rate "%) : " Line-Tax
           END-IF.

       ASSIGN-INVOICE-NUMBER.
           OPEN INPUT InvoiceNo-File
           IF InvoiceNo-File-Status = "00"
                           Entry-Unit-Sold * pmtValue (Promo-Index)
                   END-IF
                   ADD 1 TO Discounted-Count
                   MOVE "P" TO Line-Price-Source
                   DISPLAY "Promotion applied - " Line-Discount
                       " off this line"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The customer's own agreements and their price tier's are
      * both candidates; the lowest unit price among them is the
      * agreed price, and it replaces the promotion only when it
      * takes more off the line.  A return is credited at the same
      * agreed price the customer would have paid.
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
           COMPUTE Agreement-Discount = Entry-Unit-Sold *
               (List-Unit-Price - Agreed-Unit-Price)
           IF Agreement-Discount > 9999.99
               DISPLAY "Warning - the agreed price discount on this "
                   "line is too large to record; list price charged"
               EXIT PARAGRAPH
           END-IF
           IF Agreement-Discount > Line-Discount
               MOVE Agreement-Discount TO Line-Discount
               MOVE Agreed-Source TO Line-Price-Source
               IF Agreed-Source = "A"
                   DISPLAY "Customer agreement price applied - "
                       Agreed-Unit-Price " a unit"
               ELSE
                   DISPLAY "Price tier " cmPrice-Tier " price "
                       "applied - " Agreed-Unit-Price " a unit"
               END-IF
           END-IF.

      * Anything staff take off beyond the automatic price is keyed
      * here and recorded as a manual discount for audit; it may
      * not take the line below nothing.
       OFFER-MANUAL-DISCOUNT.
           DISPLAY "Manual discount off the line (0000.00 for "
               "none): " WITH NO ADVANCING
           ACCEPT Entry-Manual-Discount
           IF Entry-Manual-Discount = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Line-List-Value =
               Entry-Unit-Sold * List-Unit-Price
           IF Line-Discount + Entry-Manual-Discount > Line-List-Value
                   OR Line-Discount + Entry-Manual-Discount > 9999.99
               DISPLAY "Error - the discount would exceed the line "
                   "value, no manual discount taken"
               EXIT PARAGRAPH
           END-IF
           ADD Entry-Manual-Discount TO Line-Discount
           MOVE Entry-Manual-Discount TO Line-Manual-Discount
           MOVE "M" TO Line-Price-Source
           DISPLAY "Manual discount of " Line-Manual-Discount
               " recorded on the line".

      * 100 points buy 1.00 off.  The offer only sizes the discount
      * here - the points come off the balance in
      * COMMIT-POINTS-REDEMPTION once the line is actually taken,
           ELSE
               MOVE ZEROS TO Line-Net-Value
           END-IF
           ADD Line-Tax TO Line-Net-Value
           IF vctRemaining (Voucher-Index) >= Line-Net-Value
               MOVE Line-Net-Value TO Voucher-Applied
           ELSE
               CLOSE Promo-File
           END-IF.

      * The last record on or before the sale date is the rate in
      * force for its class - TaxRateMaint saves the file in class
      * and effective-date order.
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

      * Only agreements in force on the sale date are kept.
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

       LOAD-OIL-PRICES.
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status NOT = "00"
               MOVE "S" TO sfLocation
           END-IF
           MOVE Line-Redeemed TO sfRedeemed
           MOVE Line-Tax-Class TO sfTax-Class
           MOVE Line-Tax TO sfTax-Amount
           MOVE Line-Price-Source TO sfPrice-Source
           MOVE List-Unit-Price TO sfList-Price
           MOVE Line-Manual-Discount TO sfManual-Discount
           IF Sales-Buffer-Count < 2000
               ADD 1 TO Sales-Buffer-Count
               MOVE Sales-Rec TO
                   Sales-Buffer-Entry (Sales-Buffer-Count)
               ADD 1 TO Entered-Count
               IF Selling-From-Stall
                   ADD 1 TO Stall-Lines-Keyed
               END-IF
               SET Line-Taken TO TRUE
               DISPLAY "Sale line recorded"
           ELSE
           IF Sales-File-Status = "00"
               PERFORM READ-EXISTING-SALE
               PERFORM UNTIL End-Of-Sales
                   IF Sales-Rec (1:3) = "HDR"
                       MOVE Sales-Rec TO Sales-Header-Record
                   END-IF
                   IF Sales-Rec (1:3) NOT = "HDR"
                           AND Sales-Rec (1:3) NOT = "TRL"
                       IF Sales-Buffer-Count < 2000
           END-READ.

       WRITE-SALES-BATCH.
           IF slhVerified-Count NOT NUMERIC
               MOVE ZEROS TO slhVerified-Count
           END-IF
           IF Stall-Lines-Keyed > ZEROS
               MOVE "U" TO slhVerify-Status
               MOVE Docket-Keyer TO slhKeyed-By
               DISPLAY "SalesEntry - " Stall-Lines-Keyed " stall "
                   "docket line(s) keyed; the batch is held until "
                   "a second operator verifies it with SalesVerify"
           END-IF
           OPEN OUTPUT Sales-File
           STRING "SL" Run-Date DELIMITED BY SIZE INTO slhBatchID
           MOVE Run-Date TO slhCreationDate
           END-PERFORM
           CLOSE Oil-Cost-File.

      * First expiry first out: the live lot of the oil expiring
      * soonest is drawn on until the line is covered.  A lot with
      * no expiry date goes last; an expired one is not sold from.
       ALLOCATE-SALE-LOTS.
           MOVE Entry-Unit-Sold TO Alloc-Remaining
           OPEN EXTEND AllocFile
           IF Alloc-File-Status NOT = "00"
               OPEN OUTPUT AllocFile
           END-IF
           PERFORM FIND-FEFO-LOT
           PERFORM UNTIL Alloc-Remaining = ZEROS
                   OR Best-Lot-Index = ZEROS
               IF lttQuantity (Best-Lot-Index) < Alloc-Remaining
                   MOVE lttQuantity (Best-Lot-Index) TO Alloc-Quantity
               ELSE
                   MOVE Alloc-Remaining TO Alloc-Quantity
               END-IF
               SUBTRACT Alloc-Quantity FROM
                   lttQuantity (Best-Lot-Index)
               SUBTRACT Alloc-Quantity FROM Alloc-Remaining
               SET Lots-Changed TO TRUE
               MOVE lttLotNo (Best-Lot-Index) TO laLotNo
               PERFORM WRITE-ALLOCATION
               DISPLAY "  " Alloc-Quantity " from lot "
                   lttLotNo (Best-Lot-Index) " (batch "
                   lttBatch (Best-Lot-Index) ")"
               PERFORM FIND-FEFO-LOT
           END-PERFORM
           IF Alloc-Remaining > ZEROS
               MOVE Alloc-Remaining TO Alloc-Quantity
               MOVE ZEROS TO laLotNo
               PERFORM WRITE-ALLOCATION
               DISPLAY "Warning - " Alloc-Remaining " unit(s) not "
                   "covered by any live LOTS.DAT lot, recorded "
                   "against lot 0000"
           END-IF
           CLOSE AllocFile.

       FIND-FEFO-LOT.
           MOVE ZEROS TO Best-Lot-Index
           MOVE 99999999 TO Best-Lot-Expiry
           PERFORM VARYING Lot-Index FROM 1 BY 1
                   UNTIL Lot-Index > Lot-Count
               IF lttOil-Number (Lot-Index) = Entry-Oil-Number
                       AND lttQuantity (Lot-Index) > ZEROS
                   IF lttExpiry (Lot-Index) = ZEROS
                       MOVE 99999999 TO Lot-Expiry-Key
                   ELSE
                       MOVE lttExpiry (Lot-Index) TO Lot-Expiry-Key
                   END-IF
                   IF Lot-Expiry-Key >= Run-Date
                       IF Best-Lot-Index = ZEROS
                               OR Lot-Expiry-Key < Best-Lot-Expiry
                           MOVE Lot-Index TO Best-Lot-Index
                           MOVE Lot-Expiry-Key TO Best-Lot-Expiry
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A returned bottle goes back to the lot the customer's most
      * recent sale of the oil was filled from, so a later recall
      * still finds it on the shelf.
       RETURN-TO-LOT.
           MOVE ZEROS TO Return-LotNo
           OPEN INPUT AllocFile
           IF Alloc-File-Status = "00"
               READ AllocFile
                   AT END SET EndOfAllocFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAllocFile
                   IF laSale
                           AND laCustomer-ID = Entry-Customer-ID
                           AND laOil-Number = Entry-Oil-Number
                           AND laLotNo NOT = ZEROS
                       MOVE laLotNo TO Return-LotNo
                   END-IF
                   READ AllocFile
                       AT END SET EndOfAllocFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AllocFile
           END-IF
           IF Return-LotNo NOT = ZEROS
               PERFORM VARYING Lot-Index FROM 1 BY 1
                       UNTIL Lot-Index > Lot-Count
                   IF lttLotNo (Lot-Index) = Return-LotNo
                       ADD Entry-Unit-Sold TO lttQuantity (Lot-Index)
                       SET Lots-Changed TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF Lot-Index > Lot-Count
                   MOVE ZEROS TO Return-LotNo
               END-IF
           END-IF
           OPEN EXTEND AllocFile
           IF Alloc-File-Status NOT = "00"
               OPEN OUTPUT AllocFile
           END-IF
           MOVE Entry-Unit-Sold TO Alloc-Quantity
           MOVE Return-LotNo TO laLotNo
           PERFORM WRITE-ALLOCATION
           CLOSE AllocFile
           IF Return-LotNo NOT = ZEROS
               DISPLAY "  returned to lot " Return-LotNo
           END-IF.

       WRITE-ALLOCATION.
           MOVE Run-Date TO laDate
           IF Entry-Is-Return
               MOVE "R" TO laType
           ELSE
               MOVE "S" TO laType
           END-IF
           MOVE Entry-Customer-ID TO laCustomer-ID
           MOVE Entry-Oil-Number TO laOil-Number
           MOVE Entry-Unit-Size TO laUnit-Size
           MOVE Alloc-Quantity TO laQuantity
           MOVE ZEROS TO laMade-LotNo
           IF Selling-From-Stall
               MOVE "M" TO laLocation
           ELSE
               MOVE "S" TO laLocation
           END-IF
           WRITE LotAllocationRecord.

       LOAD-LOTS.
           OPEN INPUT LotFile
           IF Lot-File-Status = "00"
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLotFile
                   IF Lot-Count < 200
                       ADD 1 TO Lot-Count
                       MOVE ltOil-Number TO
                           lttOil-Number (Lot-Count)
                       MOVE ltLotNo TO lttLotNo (Lot-Count)
                       MOVE ltSupplier-Batch TO lttBatch (Lot-Count)
                       IF ltExpiry-Date NUMERIC
                           MOVE ltExpiry-Date TO
                               lttExpiry (Lot-Count)
                       ELSE
                           MOVE ZEROS TO lttExpiry (Lot-Count)
                       END-IF
                       MOVE ltQuantity TO lttQuantity (Lot-Count)
                       IF ltUnit-Cost NUMERIC AND ltLanded-Cost NUMERIC
                           MOVE ltUnit-Cost TO lttUnit-Cost (Lot-Count)
                           MOVE ltLanded-Cost TO
                               lttLanded-Cost (Lot-Count)
                       ELSE
                           MOVE ZEROS TO lttUnit-Cost (Lot-Count)
                           MOVE ZEROS TO lttLanded-Cost (Lot-Count)
                       END-IF
                   ELSE
                       SET Lot-Table-Overflow TO TRUE
                   END-IF
                   READ LotFile
                       AT END SET EndOfLotFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotFile
               IF Lot-Table-Overflow
                   DISPLAY "Warning - LOTS.DAT holds more than 200 "
                       "lots; allocations are recorded but lot "
                       "quantities will not be drawn down this "
                       "session"
               END-IF
           END-IF.

       SAVE-LOTS.
           IF Lot-Table-Overflow
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LotFile
           PERFORM VARYING Lot-Index FROM 1 BY 1
                   UNTIL Lot-Index > Lot-Count
               MOVE lttOil-Number (Lot-Index) TO ltOil-Number
               MOVE lttLotNo (Lot-Index) TO ltLotNo
               MOVE lttBatch (Lot-Index) TO ltSupplier-Batch
               MOVE lttExpiry (Lot-Index) TO ltExpiry-Date
               MOVE lttQuantity (Lot-Index) TO ltQuantity
               MOVE lttUnit-Cost (Lot-Index) TO ltUnit-Cost
               MOVE lttLanded-Cost (Lot-Index) TO ltLanded-Cost
               WRITE StockLotRecord
           END-PERFORM
           CLOSE LotFile.

       OPEN-CUSTOMER-MASTER.
           OPEN I-O Customer-File
           IF Customer-File-Status NOT = "00"
