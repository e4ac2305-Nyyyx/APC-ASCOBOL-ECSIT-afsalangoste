      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Purchase price variance report.  Every RECVLOG.DAT
      *         delivery received in the operator's date range is
      *         set against three costs - the agreed poUnitCost on
      *         its PURCHORD.DAT order, the unit cost the supplier
      *         invoiced on APLEDGER.DAT (quantity-weighted across
      *         the order's matched and paid invoices) and the
      *         OILCOST.DAT standard cost (the unit-size 1 cost, the
      *         valuation convention Stocktake uses).  The variance
      *         is the actual cost - invoiced, or the order cost
      *         while the delivery is not yet invoiced - less
      *         standard, times the quantity received.  PPV.RPT
      *         lists each delivery and sums the variance, quantity
      *         weighted, by oil, by supplier and for the period.
      *         On request the period variance is posted to
      *         GLFEED.DAT against the purchase price variance
      *         account, balanced against oil purchases; PPVPOST.DAT
      *         remembers the last receipt date posted so no
      *         delivery is posted twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchPriceVarRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RecvLogFile ASSIGN TO "RECVLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RecvLog-File-Status.

       SELECT PurchOrdFile ASSIGN TO "PURCHORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PurchOrd-File-Status.

       SELECT PayableFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Payable-File-Status.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-File-Status.

       SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Feed-File-Status.

       SELECT PPVPostFile ASSIGN TO "PPVPOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PPVPost-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT COAFile ASSIGN TO "COA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COA-File-Status.

       SELECT ReportFile ASSIGN TO "PPV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RecvLogFile.
       01  RecvLog-Record.
           88  EndOfRecvLogFile         VALUE HIGH-VALUES.
           02  rlOrderNo                PIC 9(6).
           02  rlOil-Number             PIC 99.
           02  rlQuantity               PIC 9(6).
           02  rlDate                   PIC 9(8).
           02  rlLotNo                  PIC 9(4).

       FD  PurchOrdFile.
       COPY PORDREC.

       FD  PayableFile.
       COPY APREC.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  ocOil-Number                 PIC 99.
           02  ocUnit-Size                  PIC 9.
           02  ocOil-Cost                   PIC 9(2)V99.

       FD  Inventory-File.
       COPY INVREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  Supplier-File.
       01  Supplier-Rec.
           88  EndOfSupplierFile            VALUE HIGH-VALUES.
           02  suSupplier-ID                PIC 9(4).
           02  suSupplier-Name              PIC X(20).
           02  suSupplier-Address           PIC X(30).
           02  suSupplier-Phone             PIC X(12).

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
           02  glfAccountCode               PIC X(6).
           02  glfDebitCredit                PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD  PPVPostFile.
       01  PPVPost-Rec.
           02  ppLast-Posted-Date           PIC 9(8).
           02  ppPosted-On                  PIC 9(8).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02  bdBusinessDate               PIC 9(8).

       FD COAFile.
       COPY COAREC.

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  RecvLog-File-Status          PIC XX.
       01  PurchOrd-File-Status         PIC XX.
       01  Payable-File-Status          PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Supplier-File-Status         PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  PPVPost-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  COA-File-Status              PIC XX.

       01  Run-Date                     PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           02  Run-Year-Month           PIC 9(6).
           02  Run-Day                  PIC 99.

      * Operator-entered receipt-date range; blank answers take the
      * month to date.
       01  Filter-From-Date             PIC X(8)   VALUE SPACES.
       01  Filter-To-Date               PIC X(8)   VALUE SPACES.
       01  From-Date-Num                PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num                  PIC 9(8)   VALUE ZEROS.

      * Each order's agreed cost and, off APLEDGER.DAT, what was
      * invoiced against it.  An invoice posted before the ledger
      * carried a quantity counts its value against the quantity
      * the order has received.
       01  Order-Table.
           02  Order-Entry               OCCURS 200 TIMES.
               03  odtOrderNo           PIC 9(6).
               03  odtReceived          PIC 9(6).
               03  odtUnitCost          PIC 9(4)V99.
               03  odtInv-Supplier      PIC 9(4).
               03  odtInv-Quantity      PIC 9(7).
               03  odtInv-Value         PIC 9(9)V99.
               03  odtLegacy-Value      PIC 9(9)V99.
       01  Order-Count                  PIC 9(3)   VALUE ZEROS.
       01  Order-Index                  PIC 9(3)   VALUE ZEROS.
       01  Search-Order-No              PIC 9(6)   VALUE ZEROS.
       01  Order-Found-Switch           PIC X      VALUE "N".
           88  Found-Order              VALUE "Y".

       01  Oil-Standard-Table.
           02  ostStandard-Cost         PIC 9(4)V99 OCCURS 30 TIMES
                                         VALUE ZEROS.
       01  Oil-Supplier-Table.
           02  ospSupplier-ID           PIC 9(4)   OCCURS 30 TIMES
                                         VALUE ZEROS.
       01  Oil-Name-Table.
           02  ontName                  PIC X(20)  OCCURS 30 TIMES
                                         VALUE SPACES.

      * Quantity-weighted totals per oil.
       01  Oil-Variance-Table.
           02  Oil-Variance-Entry       OCCURS 30 TIMES.
               03  ovtQuantity          PIC 9(7)       VALUE ZEROS.
               03  ovtStandard-Value    PIC 9(9)V99    VALUE ZEROS.
               03  ovtActual-Value      PIC 9(9)V99    VALUE ZEROS.
               03  ovtVariance          PIC S9(9)V99   VALUE ZEROS.
       01  Oil-Index                    PIC 99     VALUE ZEROS.

      * Quantity-weighted totals per supplier.
       01  Supp-Variance-Table.
           02  Supp-Variance-Entry      OCCURS 50 TIMES.
               03  svtSupplier-ID       PIC 9(4).
               03  svtQuantity          PIC 9(7).
               03  svtStandard-Value    PIC 9(9)V99.
               03  svtActual-Value      PIC 9(9)V99.
               03  svtVariance          PIC S9(9)V99.
       01  Supp-Variance-Count          PIC 9(2)   VALUE ZEROS.
       01  Supp-Variance-Index          PIC 9(2)   VALUE ZEROS.
       01  Supp-Found-Switch            PIC X      VALUE "N".
           88  Found-Supp-Entry         VALUE "Y".

       01  Supplier-Name-Table.
           02  Supplier-Name-Entry      OCCURS 50 TIMES.
               03  sntSupplier-ID       PIC 9(4).
               03  sntName              PIC X(20).
       01  SupplierName-Count           PIC 9(2)   VALUE ZEROS.
       01  SupplierName-Index           PIC 9(2)   VALUE ZEROS.

       01  COA-Code-Table.
           02  COA-Code-Entry           OCCURS 100 TIMES.
               03  coaCode              PIC X(6).
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".
       01  Check-Account                PIC X(6).

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

       01  Line-Supplier-ID             PIC 9(4)   VALUE ZEROS.
       01  Line-Standard-Cost           PIC 9(4)V99 VALUE ZEROS.
       01  Line-Invoiced-Cost           PIC 9(4)V99 VALUE ZEROS.
       01  Line-Actual-Cost             PIC 9(4)V99 VALUE ZEROS.
       01  Line-Standard-Value          PIC 9(9)V99 VALUE ZEROS.
       01  Line-Actual-Value            PIC 9(9)V99 VALUE ZEROS.
       01  Line-Variance                PIC S9(9)V99 VALUE ZEROS.
       01  Invoice-Quantity             PIC 9(7)   VALUE ZEROS.
       01  Average-Standard             PIC 9(4)V99 VALUE ZEROS.
       01  Average-Actual               PIC 9(4)V99 VALUE ZEROS.
       01  Variance-Pct                 PIC S9(3)V9 VALUE ZEROS.
       01  Invoiced-Switch              PIC X      VALUE "N".
           88  Line-Invoiced            VALUE "Y".

       01  Receipts-Reported            PIC 9(5)   VALUE ZEROS.
       01  Receipts-Not-Invoiced        PIC 9(5)   VALUE ZEROS.
       01  Total-Quantity               PIC 9(8)   VALUE ZEROS.
       01  Total-Standard-Value         PIC 9(9)V99 VALUE ZEROS.
       01  Total-Actual-Value           PIC 9(9)V99 VALUE ZEROS.
       01  Total-Variance               PIC S9(9)V99 VALUE ZEROS.
       01  Posting-Amount               PIC 9(8)V99 VALUE ZEROS.
       01  Last-Posted-Date             PIC 9(8)   VALUE ZEROS.
       01  Answer                       PIC X      VALUE "N".
           88  Answer-Yes               VALUE "Y", "y".

       01  Report-Header                PIC X(40)
           VALUE "AROMAMORA PURCHASE PRICE VARIANCE".
       01  Report-Period-Line.
           02  FILLER                   PIC X(15)
               VALUE "RECEIVED FROM ".
           02  rplFrom-Date             PIC 9(8).
           02  FILLER                   PIC X(4)   VALUE " TO ".
           02  rplTo-Date               PIC 9(8).
       01  Report-LineBreak             PIC X(76) VALUE ALL "-".
       01  Report-Section-Title         PIC X(40).

       01  Report-Column-Titles.
           02  FILLER                   PIC X(33)  VALUE
               "RECEIVED ORDER  OIL SUPP    QTY".
           02  FILLER                   PIC X(40)  VALUE
               "    STD      PO     INV    VARIANCE".

       01  Report-Detail-Line.
           02  rdlDate                  PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlOrderNo               PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlSupplier-ID           PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlQuantity              PIC ZZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlStandard-Cost         PIC ZZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlOrder-Cost            PIC ZZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlInvoiced-Cost         PIC ZZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlVariance              PIC -$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlFlag                  PIC X(6).

       01  Oil-Column-Titles.
           02  FILLER                   PIC X(33)  VALUE
               "OIL NAME                     QTY".
           02  FILLER                   PIC X(43)  VALUE
               " AVG STD AVG ACT       VARIANCE   VAR%".

       01  Oil-Summary-Line.
           02  oslOil-Number            PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  oslName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  oslQuantity              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  oslAverage-Standard      PIC ZZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  oslAverage-Actual        PIC ZZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  oslVariance              PIC -$$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  oslVariance-Pct          PIC -ZZ9.9.

       01  Supp-Column-Titles.
           02  FILLER                   PIC X(33)  VALUE
               "SUPP NAME                    QTY".
           02  FILLER                   PIC X(43)  VALUE
               "  STANDARD VAL    ACTUAL VAL       VARIANCE".

       01  Supp-Summary-Line.
           02  sslSupplier-ID           PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslQuantity              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslStandard-Value        PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslActual-Value          PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslVariance              PIC -$$,$$$,$$9.99.

       01  Report-Total-Line.
           02  rtlLabel                 PIC X(30).
           02  rtlAmount                PIC -$$,$$$,$$9.99.

       01  Report-Note-Line             PIC X(76).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-DATE-RANGE
           OPEN INPUT RecvLogFile
           IF RecvLog-File-Status NOT = "00"
               DISPLAY "Error - unable to open RECVLOG.DAT, deliveries "
                   "are posted by GoodsReceive"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PURCHASE-ORDERS
           PERFORM LOAD-INVOICES
           PERFORM LOAD-STANDARD-COSTS
           PERFORM LOAD-OIL-SUPPLIERS
           PERFORM LOAD-OIL-NAMES
           PERFORM LOAD-SUPPLIER-NAMES

           OPEN OUTPUT ReportFile
           WRITE Report-Line FROM Report-Header
           MOVE From-Date-Num TO rplFrom-Date
           MOVE To-Date-Num TO rplTo-Date
           WRITE Report-Line FROM Report-Period-Line
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           READ RecvLogFile
               AT END SET EndOfRecvLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecvLogFile
               IF rlDate NUMERIC
                       AND rlDate >= From-Date-Num
                       AND rlDate <= To-Date-Num
                   PERFORM PRICE-ONE-RECEIPT
               END-IF
               READ RecvLogFile
                   AT END SET EndOfRecvLogFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RecvLogFile
           PERFORM PRINT-OIL-SUMMARY
           PERFORM PRINT-SUPPLIER-SUMMARY
           PERFORM PRINT-PERIOD-TOTALS
           CLOSE ReportFile
           DISPLAY "PurchPriceVarRpt - " Receipts-Reported
               " delivery(ies) priced on PPV.RPT, "
               Receipts-Not-Invoiced " not yet invoiced"
           IF Total-Variance NOT = ZEROS
               PERFORM OFFER-GL-POSTING
           END-IF
           GOBACK.

      * The business date (BUSDATE.DAT) wins over the system clock
      * so a late run reports and posts under the right day.
       GET-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile
           IF BusDate-File-Status = "00"
               READ BusinessDateFile
                   AT END MOVE ZEROS TO bdBusinessDate
               END-READ
               CLOSE BusinessDateFile
           ELSE
               MOVE ZEROS TO bdBusinessDate
           END-IF
           IF bdBusinessDate NOT = ZEROS
               MOVE bdBusinessDate TO Run-Date
           ELSE
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF.

       GET-DATE-RANGE.
           DISPLAY "From receipt date (YYYYMMDD, blank for the "
               "start of the month): " WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To receipt date (YYYYMMDD, blank for today)"
               "                  : " WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date NOT = SPACES
               MOVE Filter-From-Date TO From-Date-Num
           ELSE
               COMPUTE From-Date-Num = Run-Year-Month * 100 + 1
           END-IF
           IF Filter-To-Date NOT = SPACES
               MOVE Filter-To-Date TO To-Date-Num
           ELSE
               MOVE Run-Date TO To-Date-Num
           END-IF.

      * A delivery not yet invoiced is costed at its order price, so
      * the period shows the variance already committed to.
       PRICE-ONE-RECEIPT.
           ADD 1 TO Receipts-Reported
           MOVE rlOrderNo TO Search-Order-No
           PERFORM FIND-ORDER
           MOVE ZEROS TO Line-Standard-Cost
           IF rlOil-Number > 0 AND rlOil-Number <= 30
               MOVE ostStandard-Cost (rlOil-Number) TO
                   Line-Standard-Cost
               MOVE ospSupplier-ID (rlOil-Number) TO Line-Supplier-ID
           ELSE
               MOVE ZEROS TO Line-Supplier-ID
           END-IF
           MOVE "N" TO Invoiced-Switch
           MOVE ZEROS TO Line-Invoiced-Cost
           MOVE SPACES TO rdlFlag
           IF Found-Order
               MOVE odtUnitCost (Order-Index) TO Line-Actual-Cost
               MOVE odtUnitCost (Order-Index) TO rdlOrder-Cost
               IF odtInv-Supplier (Order-Index) > ZEROS
                   MOVE odtInv-Supplier (Order-Index) TO
                       Line-Supplier-ID
               END-IF
               PERFORM COMPUTE-INVOICED-COST
           ELSE
               MOVE Line-Standard-Cost TO Line-Actual-Cost
               MOVE ZEROS TO rdlOrder-Cost
               MOVE "NO PO" TO rdlFlag
           END-IF
           IF Line-Invoiced
               MOVE Line-Invoiced-Cost TO Line-Actual-Cost
           ELSE
               ADD 1 TO Receipts-Not-Invoiced
               IF rdlFlag = SPACES
                   MOVE "NO INV" TO rdlFlag
               END-IF
           END-IF
           COMPUTE Line-Standard-Value =
               rlQuantity * Line-Standard-Cost
           COMPUTE Line-Actual-Value = rlQuantity * Line-Actual-Cost
           COMPUTE Line-Variance =
               Line-Actual-Value - Line-Standard-Value

           MOVE rlDate TO rdlDate
           MOVE rlOrderNo TO rdlOrderNo
           MOVE rlOil-Number TO rdlOil-Number
           MOVE Line-Supplier-ID TO rdlSupplier-ID
           MOVE rlQuantity TO rdlQuantity
           MOVE Line-Standard-Cost TO rdlStandard-Cost
           MOVE Line-Invoiced-Cost TO rdlInvoiced-Cost
           MOVE Line-Variance TO rdlVariance
           WRITE Report-Line FROM Report-Detail-Line

           IF rlOil-Number > 0 AND rlOil-Number <= 30
               ADD rlQuantity TO ovtQuantity (rlOil-Number)
               ADD Line-Standard-Value TO
                   ovtStandard-Value (rlOil-Number)
               ADD Line-Actual-Value TO ovtActual-Value (rlOil-Number)
               ADD Line-Variance TO ovtVariance (rlOil-Number)
           END-IF
           PERFORM FIND-OR-ADD-SUPPLIER
           IF Supp-Variance-Index > ZEROS
               ADD rlQuantity TO svtQuantity (Supp-Variance-Index)
               ADD Line-Standard-Value TO
                   svtStandard-Value (Supp-Variance-Index)
               ADD Line-Actual-Value TO
                   svtActual-Value (Supp-Variance-Index)
               ADD Line-Variance TO svtVariance (Supp-Variance-Index)
           END-IF
           ADD rlQuantity TO Total-Quantity
           ADD Line-Standard-Value TO Total-Standard-Value
           ADD Line-Actual-Value TO Total-Actual-Value
           ADD Line-Variance TO Total-Variance.

       COMPUTE-INVOICED-COST.
           MOVE odtInv-Quantity (Order-Index) TO Invoice-Quantity
           IF odtLegacy-Value (Order-Index) > ZEROS
               ADD odtReceived (Order-Index) TO Invoice-Quantity
           END-IF
           IF Invoice-Quantity = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Line-Invoiced-Cost ROUNDED =
               (odtInv-Value (Order-Index) +
                odtLegacy-Value (Order-Index)) / Invoice-Quantity
               ON SIZE ERROR
                   MOVE 9999.99 TO Line-Invoiced-Cost
           END-COMPUTE
           SET Line-Invoiced TO TRUE.

       FIND-ORDER.
           MOVE "N" TO Order-Found-Switch
           PERFORM VARYING Order-Index FROM 1 BY 1
                   UNTIL Order-Index > Order-Count
               IF odtOrderNo (Order-Index) = Search-Order-No
                   SET Found-Order TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-SUPPLIER.
           MOVE "N" TO Supp-Found-Switch
           PERFORM VARYING Supp-Variance-Index FROM 1 BY 1
                   UNTIL Supp-Variance-Index > Supp-Variance-Count
               IF svtSupplier-ID (Supp-Variance-Index) =
                       Line-Supplier-ID
                   SET Found-Supp-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Supp-Entry
               IF Supp-Variance-Count < 50
                   ADD 1 TO Supp-Variance-Count
                   MOVE Supp-Variance-Count TO Supp-Variance-Index
                   MOVE Line-Supplier-ID TO
                       svtSupplier-ID (Supp-Variance-Index)
                   MOVE ZEROS TO svtQuantity (Supp-Variance-Index)
                   MOVE ZEROS TO
                       svtStandard-Value (Supp-Variance-Index)
                   MOVE ZEROS TO svtActual-Value (Supp-Variance-Index)
                   MOVE ZEROS TO svtVariance (Supp-Variance-Index)
               ELSE
                   MOVE ZEROS TO Supp-Variance-Index
               END-IF
           END-IF.

       PRINT-OIL-SUMMARY.
           WRITE Report-Line FROM Report-LineBreak
           MOVE "VARIANCE BY OIL" TO Report-Section-Title
           WRITE Report-Line FROM Report-Section-Title
           WRITE Report-Line FROM Oil-Column-Titles
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               IF ovtQuantity (Oil-Index) > ZEROS
                   MOVE Oil-Index TO oslOil-Number
                   MOVE ontName (Oil-Index) TO oslName
                   MOVE ovtQuantity (Oil-Index) TO oslQuantity
                   COMPUTE Average-Standard ROUNDED =
                       ovtStandard-Value (Oil-Index) /
                       ovtQuantity (Oil-Index)
                       ON SIZE ERROR
                           MOVE 9999.99 TO Average-Standard
                   END-COMPUTE
                   COMPUTE Average-Actual ROUNDED =
                       ovtActual-Value (Oil-Index) /
                       ovtQuantity (Oil-Index)
                       ON SIZE ERROR
                           MOVE 9999.99 TO Average-Actual
                   END-COMPUTE
                   MOVE Average-Standard TO oslAverage-Standard
                   MOVE Average-Actual TO oslAverage-Actual
                   MOVE ovtVariance (Oil-Index) TO oslVariance
                   IF ovtStandard-Value (Oil-Index) > ZEROS
                       COMPUTE Variance-Pct ROUNDED =
                           ovtVariance (Oil-Index) * 100 /
                           ovtStandard-Value (Oil-Index)
                           ON SIZE ERROR
                               MOVE 999.9 TO Variance-Pct
                       END-COMPUTE
                   ELSE
                       MOVE ZEROS TO Variance-Pct
                   END-IF
                   MOVE Variance-Pct TO oslVariance-Pct
                   WRITE Report-Line FROM Oil-Summary-Line
               END-IF
           END-PERFORM.

       PRINT-SUPPLIER-SUMMARY.
           WRITE Report-Line FROM Report-LineBreak
           MOVE "VARIANCE BY SUPPLIER" TO Report-Section-Title
           WRITE Report-Line FROM Report-Section-Title
           WRITE Report-Line FROM Supp-Column-Titles
           PERFORM VARYING Supp-Variance-Index FROM 1 BY 1
                   UNTIL Supp-Variance-Index > Supp-Variance-Count
               MOVE svtSupplier-ID (Supp-Variance-Index) TO
                   sslSupplier-ID
               PERFORM LOOKUP-SUPPLIER-NAME
               MOVE svtQuantity (Supp-Variance-Index) TO sslQuantity
               MOVE svtStandard-Value (Supp-Variance-Index) TO
                   sslStandard-Value
               MOVE svtActual-Value (Supp-Variance-Index) TO
                   sslActual-Value
               MOVE svtVariance (Supp-Variance-Index) TO sslVariance
               WRITE Report-Line FROM Supp-Summary-Line
           END-PERFORM.

       PRINT-PERIOD-TOTALS.
           WRITE Report-Line FROM Report-LineBreak
           MOVE "PERIOD STANDARD VALUE" TO rtlLabel
           MOVE Total-Standard-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "PERIOD ACTUAL VALUE" TO rtlLabel
           MOVE Total-Actual-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "PURCHASE PRICE VARIANCE" TO rtlLabel
           MOVE Total-Variance TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           IF Receipts-Not-Invoiced > ZEROS
               MOVE "NO INV - not yet invoiced, costed at order price"
                   TO Report-Note-Line
               WRITE Report-Line FROM Report-Note-Line
           END-IF.

      * The variance is moved out of oil purchases into its own
      * account - an adverse variance debits PPV, a favourable one
      * credits it.  Receipts already posted are never posted again.
       OFFER-GL-POSTING.
           PERFORM READ-LAST-POSTED
           IF From-Date-Num NOT > Last-Posted-Date
               DISPLAY "Receipts through " Last-Posted-Date " are "
                   "already posted to GLFEED.DAT - start the range "
                   "after that date to post its variance"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Post the variance to GLFEED.DAT (Y/N)? "
               WITH NO ADVANCING
           ACCEPT Answer
           IF NOT Answer-Yes
               EXIT PARAGRAPH
           END-IF
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); the variance is not "
                   "posted"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           MOVE "520000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           IF NOT Found-COA-Code
               EXIT PARAGRAPH
           END-IF
           MOVE "510000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           IF NOT Found-COA-Code
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF
           IF Total-Variance > ZEROS
               MOVE Total-Variance TO Posting-Amount
           ELSE
               COMPUTE Posting-Amount = ZERO - Total-Variance
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "520000" TO glfAccountCode
           IF Total-Variance > ZEROS
               MOVE "D" TO glfDebitCredit
           ELSE
               MOVE "C" TO glfDebitCredit
           END-IF
           MOVE Posting-Amount TO glfAmount
           MOVE "AROMAMORA PURCHASE PRICE VARIANCE" TO glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "510000" TO glfAccountCode
           IF Total-Variance > ZEROS
               MOVE "C" TO glfDebitCredit
           ELSE
               MOVE "D" TO glfDebitCredit
           END-IF
           MOVE Posting-Amount TO glfAmount
           MOVE "AROMAMORA PURCHASES - PRICE VARIANCE" TO
               glfDescription
           WRITE GL-Feed-Rec
           CLOSE GLFeedFile

           OPEN OUTPUT PPVPostFile
           MOVE To-Date-Num TO ppLast-Posted-Date
           MOVE Run-Date TO ppPosted-On
           WRITE PPVPost-Rec
           CLOSE PPVPostFile
           DISPLAY "PurchPriceVarRpt - variance of " Posting-Amount
               " posted to GLFEED.DAT for receipts through "
               To-Date-Num.

       READ-LAST-POSTED.
           MOVE ZEROS TO Last-Posted-Date
           OPEN INPUT PPVPostFile
           IF PPVPost-File-Status = "00"
               READ PPVPostFile
                   AT END MOVE ZEROS TO ppLast-Posted-Date
               END-READ
               IF ppLast-Posted-Date NUMERIC
                   MOVE ppLast-Posted-Date TO Last-Posted-Date
               END-IF
               CLOSE PPVPostFile
           END-IF.

       LOAD-PURCHASE-ORDERS.
           OPEN INPUT PurchOrdFile
           IF PurchOrd-File-Status NOT = "00"
               DISPLAY "Warning - PURCHORD.DAT not found, deliveries "
                   "print without an order cost"
               EXIT PARAGRAPH
           END-IF
           READ PurchOrdFile
               AT END SET EndOfPurchOrdFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPurchOrdFile
               IF Order-Count < 200
                   ADD 1 TO Order-Count
                   MOVE poOrderNo TO odtOrderNo (Order-Count)
                   MOVE poReceived TO odtReceived (Order-Count)
                   IF poUnitCost NUMERIC
                       MOVE poUnitCost TO odtUnitCost (Order-Count)
                   ELSE
                       MOVE ZEROS TO odtUnitCost (Order-Count)
                   END-IF
                   MOVE ZEROS TO odtInv-Supplier (Order-Count)
                   MOVE ZEROS TO odtInv-Quantity (Order-Count)
                   MOVE ZEROS TO odtInv-Value (Order-Count)
                   MOVE ZEROS TO odtLegacy-Value (Order-Count)
               END-IF
               READ PurchOrdFile
                   AT END SET EndOfPurchOrdFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PurchOrdFile.

      * Only approved invoices count - held ones are still in
      * dispute and debit notes are returns, not prices paid.
       LOAD-INVOICES.
           OPEN INPUT PayableFile
           IF Payable-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PayableFile
               AT END SET EndOfPayableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPayableFile
               IF apInvoice
                       AND (apStatus-Matched OR apStatus-Paid)
                   MOVE apOrderNo TO Search-Order-No
                   PERFORM FIND-ORDER
                   IF Found-Order
                       PERFORM ADD-INVOICE-TO-ORDER
                   END-IF
               END-IF
               READ PayableFile
                   AT END SET EndOfPayableFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PayableFile.

       ADD-INVOICE-TO-ORDER.
           MOVE apSupplier-ID TO odtInv-Supplier (Order-Index)
           IF apQuantity NUMERIC AND apUnit-Cost NUMERIC
                   AND apQuantity > ZEROS
               ADD apQuantity TO odtInv-Quantity (Order-Index)
               COMPUTE odtInv-Value (Order-Index) =
                   odtInv-Value (Order-Index) +
                   apQuantity * apUnit-Cost
           ELSE
               ADD apAmount TO odtLegacy-Value (Order-Index)
           END-IF.

       LOAD-STANDARD-COSTS.
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status NOT = "00"
               DISPLAY "Warning - OILCOST.DAT not found, standard "
                   "costs print as zero - run OilCostMaint"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Cost-File
               AT END SET EndOfOilCostFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilCostFile
               IF ocOil-Number > 0 AND ocOil-Number <= 30
                       AND ocUnit-Size = 1
                   MOVE ocOil-Cost TO ostStandard-Cost (ocOil-Number)
               END-IF
               READ Oil-Cost-File
                   AT END SET EndOfOilCostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Cost-File.

       LOAD-OIL-SUPPLIERS.
           OPEN INPUT Inventory-File
           IF Inventory-File-Status = "00"
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInventoryFile
                   IF ivOil-Number > 0 AND ivOil-Number <= 30
                           AND ivSupplier-ID NUMERIC
                       MOVE ivSupplier-ID TO
                           ospSupplier-ID (ivOil-Number)
                   END-IF
                   READ Inventory-File
                       AT END SET EndOfInventoryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Inventory-File
           END-IF.

       LOAD-OIL-NAMES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omName TO ontName (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

       LOOKUP-SUPPLIER-NAME.
           MOVE "** UNKNOWN **" TO sslName
           PERFORM VARYING SupplierName-Index FROM 1 BY 1
                   UNTIL SupplierName-Index > SupplierName-Count
               IF sntSupplier-ID (SupplierName-Index) =
                       svtSupplier-ID (Supp-Variance-Index)
                   MOVE sntName (SupplierName-Index) TO sslName
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SUPPLIER-NAMES.
           OPEN INPUT Supplier-File
           IF Supplier-File-Status = "00"
               READ Supplier-File
                   AT END SET EndOfSupplierFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSupplierFile
                   IF SupplierName-Count < 50
                       ADD 1 TO SupplierName-Count
                       MOVE suSupplier-ID TO
                           sntSupplier-ID (SupplierName-Count)
                       MOVE suSupplier-Name TO
                           sntName (SupplierName-Count)
                   END-IF
                   READ Supplier-File
                       AT END SET EndOfSupplierFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Supplier-File
           ELSE
               DISPLAY "Warning - SUPPLIER.DAT not found, suppliers "
                   "print unnamed - run SupplierMaint"
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COAFile
           IF COA-File-Status = "00"
               READ COAFile
                   AT END SET EndOfCOAFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCOAFile
                   IF COA-Count < 100
                       ADD 1 TO COA-Count
                       MOVE coAccountCode TO coaCode (COA-Count)
                   END-IF
                   READ COAFile
                       AT END SET EndOfCOAFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COAFile
           ELSE
               DISPLAY "Warning - COA.DAT not found, account codes "
                   "posted unvalidated - run ChartOfAcctMaint"
           END-IF.

      * Both accounts are checked before anything is posted, so an
      * unknown code leaves GLFEED.DAT untouched.
       CHECK-GL-ACCOUNT.
           IF COA-Count = ZEROS
               SET Found-COA-Code TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COA-Found-Switch
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF coaCode (COA-Index) = Check-Account
                   SET Found-COA-Code TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-COA-Code
               DISPLAY "Error - account " Check-Account " is not "
                   "on COA.DAT, variance not posted - add it with "
                   "ChartOfAcctMaint"
               MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM PurchPriceVarRpt.
