      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Return-to-supplier entry for damaged, wrong or
      *         rejected deliveries.  The operator names the
      *         PURCHORD.DAT order and the LOTS.DAT lot the stock
      *         came in on and the quantity going back; the quantity
      *         leaves the shop's INVENTORY.DAT on-hand and the lot,
      *         and a debit note numbered off the DEBNO.DAT control
      *         file is raised at the order's agreed unit cost.  The
      *         debit note is posted to APLEDGER.DAT (apDoc-Type D)
      *         so it offsets the supplier's payable at the next
      *         SuppPayRun, printed on DEBITNOTE.RPT addressed from
      *         SUPPLIER.DAT, logged on SUPPRTN.DAT for
      *         SupplierPerfRpt's quality figures, and its value
      *         posted to GLFEED.DAT (debit accounts payable,
      *         credit oil purchases).
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - LOTS.DAT lots now carry the supplier unit cost
      *            and the landed unit cost (LOTREC); both are kept
      *            when the lot file is rewritten.
      * 10/15/2026 - Debit notes carry the quantity returned and the
      *            order's unit cost (APREC apQuantity /
      *            apUnit-Cost).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppReturn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PurchOrdFile ASSIGN TO "PURCHORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PurchOrd-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT LotFile ASSIGN TO "LOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-File-Status.

       SELECT PayableFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Payable-File-Status.

       SELECT SuppReturnFile ASSIGN TO "SUPPRTN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SuppReturn-File-Status.

       SELECT DebNoFile ASSIGN TO "DEBNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DebNo-File-Status.

       SELECT DebitNoteFile ASSIGN TO "DEBITNOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-File-Status.

       SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Feed-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrdFile.
       COPY PORDREC.

       FD  Inventory-File.
       COPY INVREC.

       FD  LotFile.
       COPY LOTREC.

       FD  PayableFile.
       COPY APREC.

       FD  SuppReturnFile.
       COPY SRTNREC.

       FD  DebNoFile.
       01  DebNo-Rec.
           02  dnNextNumber                PIC 9(6).

       FD  DebitNoteFile.
       01  DebitNote-Line                  PIC X(64).

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

       WORKING-STORAGE SECTION.
       01  PurchOrd-File-Status         PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Lot-File-Status              PIC XX.
       01  Payable-File-Status          PIC XX.
       01  SuppReturn-File-Status       PIC XX.
       01  DebNo-File-Status            PIC XX.
       01  Supplier-File-Status         PIC XX.
       01  GL-Feed-File-Status          PIC XX.

       01  Order-Table.
           02  Order-Entry               OCCURS 200 TIMES.
               03  odtOrderNo           PIC 9(6).
               03  odtOil-Number        PIC 99.
               03  odtReceived          PIC 9(6).
               03  odtUnitCost          PIC 9(4)V99.
       01  Order-Count                  PIC 9(3)   VALUE ZEROS.
       01  Order-Index                  PIC 9(3)   VALUE ZEROS.
       01  Order-Found-Switch           PIC X      VALUE "N".
           88  Found-Order              VALUE "Y".

       01  Inventory-Table.
           02  Inv-Entry                OCCURS 30 TIMES.
               03  invQuantity-On-Hand  PIC 9(6)   VALUE ZEROS.
               03  invReorder-Point     PIC 9(6)   VALUE ZEROS.
               03  invTarget-Level      PIC 9(6)   VALUE ZEROS.
               03  invSupplier-ID       PIC 9(4)   VALUE ZEROS.
               03  invQty-Shop          PIC 9(6)   VALUE ZEROS.
               03  invQty-Stall         PIC 9(6)   VALUE ZEROS.
               03  invAbc-Class         PIC X      VALUE SPACE.
       01  Table-Index                  PIC 99.

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
       01  Lot-Found-Switch             PIC X      VALUE "N".
           88  Found-Lot                VALUE "Y".
       01  Lot-Overflow-Switch          PIC X      VALUE "N".
           88  Lot-Overflow             VALUE "Y".

       01  Supplier-Table.
           02  Supplier-Entry            OCCURS 50 TIMES.
               03  sutSupplier-ID       PIC 9(4).
               03  sutSupplier-Name     PIC X(20).
               03  sutSupplier-Address  PIC X(30).
       01  Supplier-Count               PIC 9(2)   VALUE ZEROS.
       01  Supplier-Index               PIC 9(2)   VALUE ZEROS.
       01  Supplier-Found-Switch        PIC X      VALUE "N".
           88  Found-Supplier           VALUE "Y".

       01  Run-Date                     PIC 9(8).
       01  Entry-Order-No               PIC 9(6).
       01  Entry-LotNo                  PIC 9(4).
       01  Entry-Quantity               PIC 9(6).
       01  Entry-Reason                 PIC X.
       01  Debit-Note-Number            PIC 9(6)   VALUE ZEROS.
       01  Debit-Note-Amount            PIC 9(7)V99 VALUE ZEROS.
       01  Return-Supplier-ID           PIC 9(4)   VALUE ZEROS.
       01  Returned-Count               PIC 9(3)   VALUE ZEROS.
       01  Total-Returned               PIC 9(8)V99 VALUE ZEROS.
       01  More-Returns-Switch          PIC X      VALUE "Y".
           88  More-Returns             VALUE "Y".

       01  DebitNote-Separator          PIC X(40)  VALUE ALL "=".
       01  DebitNote-Header             PIC X(28)
           VALUE "AROMAMORA DEBIT NOTE".
       01  DebitNote-Number-Line.
           02  FILLER                   PIC X(11)  VALUE "DEBIT NOTE ".
           02  dnlDebitNoteNo           PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  dnlDate                  PIC 9(8).
       01  DebitNote-Supplier-Line.
           02  FILLER                   PIC X(11)  VALUE "SUPPLIER   ".
           02  dnlSupplier-Name         PIC X(20).
       01  DebitNote-Address-Line.
           02  FILLER                   PIC X(11)  VALUE SPACES.
           02  dnlSupplier-Address      PIC X(30).
       01  DebitNote-NoSupplier-Line    PIC X(40)
           VALUE "SUPPLIER   (no supplier link on file)".
       01  DebitNote-Order-Line.
           02  FILLER                   PIC X(11)  VALUE "ORDER NO   ".
           02  dnlOrderNo               PIC 9(6).
           02  FILLER                   PIC X(6)   VALUE "  LOT ".
           02  dnlLotNo                 PIC 9(4).
           02  FILLER                   PIC X(6)   VALUE "  OIL ".
           02  dnlOil-Number            PIC 99.
       01  DebitNote-Quantity-Line.
           02  FILLER                   PIC X(11)  VALUE "RETURNED   ".
           02  dnlQuantity              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(4)   VALUE " AT ".
           02  dnlUnitCost              PIC $,$$9.99.
       01  DebitNote-Reason-Line.
           02  FILLER                   PIC X(11)  VALUE "REASON     ".
           02  dnlReason                PIC X(20).
       01  DebitNote-Amount-Line.
           02  FILLER                   PIC X(11)  VALUE "AMOUNT     ".
           02  dnlAmount                PIC $$,$$$,$$9.99.
       01  DebitNote-Blank-Line         PIC X(64)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-PURCHASE-ORDERS
           IF Order-Count = 0
               DISPLAY "PURCHORD.DAT has no orders - nothing can "
                   "be returned against one"
               STOP RUN
           END-IF
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-LOTS
           IF Lot-Overflow
               DISPLAY "Error - LOTS.DAT holds more than 200 lots, "
                   "returns refused"
               STOP RUN
           END-IF
           PERFORM LOAD-SUPPLIERS
           OPEN OUTPUT DebitNoteFile

           DISPLAY "SuppReturn - return damaged, wrong or rejected "
               "stock to the supplier"
           PERFORM UNTIL NOT More-Returns
               DISPLAY "Order number (000000 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Order-No
               IF Entry-Order-No = ZEROS
                   MOVE "N" TO More-Returns-Switch
               ELSE
                   PERFORM RETURN-ONE-DELIVERY
               END-IF
           END-PERFORM

           CLOSE DebitNoteFile
           IF Returned-Count > 0
               PERFORM SAVE-INVENTORY
               PERFORM SAVE-LOTS
               PERFORM WRITE-GL-FEED
           END-IF
           DISPLAY "SuppReturn - " Returned-Count
               " debit note(s) raised for " Total-Returned
           STOP RUN.

       RETURN-ONE-DELIVERY.
           PERFORM FIND-ORDER
           IF NOT Found-Order
               DISPLAY "Error - order " Entry-Order-No
                   " not found on PURCHORD.DAT"
               EXIT PARAGRAPH
           END-IF
           IF odtReceived (Order-Index) = ZEROS
               DISPLAY "Error - nothing has been received on order "
                   Entry-Order-No
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Order " Entry-Order-No " - oil "
               odtOil-Number (Order-Index) ", received "
               odtReceived (Order-Index)
           DISPLAY "Lot number the stock came in on : "
               WITH NO ADVANCING
           ACCEPT Entry-LotNo
           PERFORM FIND-LOT
           IF NOT Found-Lot
               DISPLAY "Error - lot " Entry-LotNo " is not on "
                   "LOTS.DAT"
               EXIT PARAGRAPH
           END-IF
           IF lttOil-Number (Lot-Index) NOT =
                   odtOil-Number (Order-Index)
               DISPLAY "Error - lot " Entry-LotNo " holds oil "
                   lttOil-Number (Lot-Index) ", not the order's oil"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lot " Entry-LotNo " batch " lttBatch (Lot-Index)
               " - " lttQuantity (Lot-Index) " on hand"
           DISPLAY "Quantity going back             : "
               WITH NO ADVANCING
           ACCEPT Entry-Quantity
           IF Entry-Quantity = ZEROS
               DISPLAY "Nothing returned"
               EXIT PARAGRAPH
           END-IF
           IF Entry-Quantity > lttQuantity (Lot-Index)
                   OR Entry-Quantity > odtReceived (Order-Index)
               DISPLAY "Error - more than the lot holds or the "
                   "order received, return refused"
               EXIT PARAGRAPH
           END-IF
           IF Entry-Quantity >
                   invQty-Shop (odtOil-Number (Order-Index))
               DISPLAY "Error - only "
                   invQty-Shop (odtOil-Number (Order-Index))
                   " in the shop; transfer the stall's stock back "
                   "with StockTransfer first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason - D damaged, W wrong oil, R rejected : "
               WITH NO ADVANCING
           ACCEPT Entry-Reason
           IF Entry-Reason NOT = "D" AND Entry-Reason NOT = "W"
                   AND Entry-Reason NOT = "R"
               DISPLAY "Error - reason must be D, W or R"
               EXIT PARAGRAPH
           END-IF

           SUBTRACT Entry-Quantity FROM lttQuantity (Lot-Index)
           SUBTRACT Entry-Quantity FROM
               invQuantity-On-Hand (odtOil-Number (Order-Index))
           SUBTRACT Entry-Quantity FROM
               invQty-Shop (odtOil-Number (Order-Index))
           COMPUTE Debit-Note-Amount ROUNDED =
               Entry-Quantity * odtUnitCost (Order-Index)
           MOVE invSupplier-ID (odtOil-Number (Order-Index)) TO
               Return-Supplier-ID
           PERFORM ASSIGN-DEBIT-NOTE-NUMBER
           PERFORM POST-DEBIT-NOTE
           PERFORM LOG-THE-RETURN
           PERFORM PRINT-DEBIT-NOTE
           ADD 1 TO Returned-Count
           ADD Debit-Note-Amount TO Total-Returned
           DISPLAY "Debit note " Debit-Note-Number " raised for "
               Debit-Note-Amount.

       ASSIGN-DEBIT-NOTE-NUMBER.
           OPEN INPUT DebNoFile
           IF DebNo-File-Status = "00"
               READ DebNoFile
                   AT END MOVE 800001 TO dnNextNumber
               END-READ
               CLOSE DebNoFile
           ELSE
               MOVE 800001 TO dnNextNumber
           END-IF
           MOVE dnNextNumber TO Debit-Note-Number
           ADD 1 TO dnNextNumber
           OPEN OUTPUT DebNoFile
           WRITE DebNo-Rec
           CLOSE DebNoFile.

      * The debit note sits on the payables ledger as an open credit
      * against the supplier until SuppPayRun nets it off a payment.
       POST-DEBIT-NOTE.
           OPEN EXTEND PayableFile
           IF Payable-File-Status NOT = "00"
               OPEN OUTPUT PayableFile
           END-IF
           MOVE Return-Supplier-ID TO apSupplier-ID
           MOVE SPACES TO apSuppInvoiceNo
           STRING "DN" Debit-Note-Number DELIMITED BY SIZE
               INTO apSuppInvoiceNo
           MOVE Entry-Order-No TO apOrderNo
           MOVE Run-Date TO apDate
           MOVE Debit-Note-Amount TO apAmount
           MOVE Entry-Quantity TO apQuantity
           MOVE odtUnitCost (Order-Index) TO apUnit-Cost
           SET apStatus-Matched TO TRUE
           MOVE ZEROS TO apPaymentNo
           MOVE ZEROS TO apPaid-Date
           SET apDebit-Note TO TRUE
           WRITE PayableRecord
           CLOSE PayableFile.

       LOG-THE-RETURN.
           OPEN EXTEND SuppReturnFile
           IF SuppReturn-File-Status NOT = "00"
               OPEN OUTPUT SuppReturnFile
           END-IF
           MOVE Run-Date TO srDate
           MOVE Debit-Note-Number TO srDebitNoteNo
           MOVE Return-Supplier-ID TO srSupplier-ID
           MOVE Entry-Order-No TO srOrderNo
           MOVE odtOil-Number (Order-Index) TO srOil-Number
           MOVE Entry-LotNo TO srLotNo
           MOVE Entry-Quantity TO srQuantity
           MOVE odtUnitCost (Order-Index) TO srUnitCost
           MOVE Debit-Note-Amount TO srAmount
           MOVE Entry-Reason TO srReason
           WRITE SupplierReturnRecord
           CLOSE SuppReturnFile.

       PRINT-DEBIT-NOTE.
           WRITE DebitNote-Line FROM DebitNote-Separator
           WRITE DebitNote-Line FROM DebitNote-Header
           MOVE Debit-Note-Number TO dnlDebitNoteNo
           MOVE Run-Date TO dnlDate
           WRITE DebitNote-Line FROM DebitNote-Number-Line
           PERFORM FIND-SUPPLIER
           IF Found-Supplier
               MOVE sutSupplier-Name (Supplier-Index) TO
                   dnlSupplier-Name
               MOVE sutSupplier-Address (Supplier-Index) TO
                   dnlSupplier-Address
               WRITE DebitNote-Line FROM DebitNote-Supplier-Line
               WRITE DebitNote-Line FROM DebitNote-Address-Line
           ELSE
               WRITE DebitNote-Line FROM DebitNote-NoSupplier-Line
           END-IF
           MOVE Entry-Order-No TO dnlOrderNo
           MOVE Entry-LotNo TO dnlLotNo
           MOVE odtOil-Number (Order-Index) TO dnlOil-Number
           WRITE DebitNote-Line FROM DebitNote-Order-Line
           MOVE Entry-Quantity TO dnlQuantity
           MOVE odtUnitCost (Order-Index) TO dnlUnitCost
           WRITE DebitNote-Line FROM DebitNote-Quantity-Line
           EVALUATE Entry-Reason
               WHEN "D"
                   MOVE "DAMAGED IN DELIVERY" TO dnlReason
               WHEN "W"
                   MOVE "WRONG OIL DELIVERED" TO dnlReason
               WHEN OTHER
                   MOVE "REJECTED ON QUALITY" TO dnlReason
           END-EVALUATE
           WRITE DebitNote-Line FROM DebitNote-Reason-Line
           MOVE Debit-Note-Amount TO dnlAmount
           WRITE DebitNote-Line FROM DebitNote-Amount-Line
           WRITE DebitNote-Line FROM DebitNote-Blank-Line.

      * The returns reverse the purchases SuppInvEntry posted: the
      * payable is debited, the purchases expense credited.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "210000" TO glfAccountCode
           MOVE "D" TO glfDebitCredit
           MOVE Total-Returned TO glfAmount
           MOVE "AROMAMORA SUPPLIER RETURNS - AP" TO
               glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "510000" TO glfAccountCode
           MOVE "C" TO glfDebitCredit
           MOVE Total-Returned TO glfAmount
           MOVE "AROMAMORA SUPPLIER RETURNS - PURCHASES" TO
               glfDescription
           WRITE GL-Feed-Rec

           CLOSE GLFeedFile.

       FIND-ORDER.
           MOVE "N" TO Order-Found-Switch
           PERFORM VARYING Order-Index FROM 1 BY 1
                   UNTIL Order-Index > Order-Count
               IF odtOrderNo (Order-Index) = Entry-Order-No
                   SET Found-Order TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-LOT.
           MOVE "N" TO Lot-Found-Switch
           PERFORM VARYING Lot-Index FROM 1 BY 1
                   UNTIL Lot-Index > Lot-Count
               IF lttLotNo (Lot-Index) = Entry-LotNo
                   SET Found-Lot TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SUPPLIER.
           MOVE "N" TO Supplier-Found-Switch
           PERFORM VARYING Supplier-Index FROM 1 BY 1
                   UNTIL Supplier-Index > Supplier-Count
               IF sutSupplier-ID (Supplier-Index) =
                       Return-Supplier-ID
                   SET Found-Supplier TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PURCHASE-ORDERS.
           OPEN INPUT PurchOrdFile
           IF PurchOrd-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PurchOrdFile
               AT END SET EndOfPurchOrdFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPurchOrdFile
               IF Order-Count < 200
                   ADD 1 TO Order-Count
                   MOVE poOrderNo TO odtOrderNo (Order-Count)
                   MOVE poOil-Number TO odtOil-Number (Order-Count)
                   MOVE poReceived TO odtReceived (Order-Count)
                   IF poUnitCost NUMERIC
                       MOVE poUnitCost TO odtUnitCost (Order-Count)
                   ELSE
                       MOVE ZEROS TO odtUnitCost (Order-Count)
                   END-IF
               END-IF
               READ PurchOrdFile
                   AT END SET EndOfPurchOrdFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PurchOrdFile.

       LOAD-LOTS.
           OPEN INPUT LotFile
           IF Lot-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile
               IF Lot-Count < 200
                   ADD 1 TO Lot-Count
                   MOVE ltOil-Number TO lttOil-Number (Lot-Count)
                   MOVE ltLotNo TO lttLotNo (Lot-Count)
                   MOVE ltSupplier-Batch TO lttBatch (Lot-Count)
                   MOVE ltExpiry-Date TO lttExpiry (Lot-Count)
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
                   SET Lot-Overflow TO TRUE
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile.

       SAVE-LOTS.
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

       LOAD-SUPPLIERS.
           OPEN INPUT Supplier-File
           IF Supplier-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Supplier-File
               AT END SET EndOfSupplierFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSupplierFile
               IF Supplier-Count < 50
                   ADD 1 TO Supplier-Count
                   MOVE suSupplier-ID TO
                       sutSupplier-ID (Supplier-Count)
                   MOVE suSupplier-Name TO
                       sutSupplier-Name (Supplier-Count)
                   MOVE suSupplier-Address TO
                       sutSupplier-Address (Supplier-Count)
               END-IF
               READ Supplier-File
                   AT END SET EndOfSupplierFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Supplier-File.

       LOAD-INVENTORY.
           OPEN INPUT Inventory-File
           IF Inventory-File-Status = "00"
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInventoryFile
                   IF ivOil-Number > 0 AND ivOil-Number <= 30
                       MOVE ivQuantity-On-Hand TO
                           invQuantity-On-Hand (ivOil-Number)
                       MOVE ivReorder-Point TO
                           invReorder-Point (ivOil-Number)
                       IF ivTarget-Level NUMERIC
                           MOVE ivTarget-Level TO
                               invTarget-Level (ivOil-Number)
                       END-IF
                       IF ivSupplier-ID NUMERIC
                           MOVE ivSupplier-ID TO
                               invSupplier-ID (ivOil-Number)
                       END-IF
                       IF ivQty-Shop NUMERIC
                               AND ivQty-Stall NUMERIC
                           MOVE ivQty-Shop TO
                               invQty-Shop (ivOil-Number)
                           MOVE ivQty-Stall TO
                               invQty-Stall (ivOil-Number)
                       ELSE
                           MOVE ivQuantity-On-Hand TO
                               invQty-Shop (ivOil-Number)
                           MOVE ZEROS TO
                               invQty-Stall (ivOil-Number)
                       END-IF
                       MOVE ivAbc-Class TO
                           invAbc-Class (ivOil-Number)
                   END-IF
                   READ Inventory-File
                       AT END SET EndOfInventoryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Inventory-File
           ELSE
               DISPLAY "INVENTORY.DAT not found - starting from "
                   "zero quantities."
           END-IF.

       SAVE-INVENTORY.
           OPEN OUTPUT Inventory-File
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               MOVE Table-Index TO ivOil-Number
               MOVE invQuantity-On-Hand (Table-Index) TO
                   ivQuantity-On-Hand
               MOVE invReorder-Point (Table-Index) TO ivReorder-Point
               MOVE invTarget-Level (Table-Index) TO ivTarget-Level
               MOVE invSupplier-ID (Table-Index) TO ivSupplier-ID
               MOVE invQty-Shop (Table-Index) TO ivQty-Shop
               MOVE invQty-Stall (Table-Index) TO ivQty-Stall
               MOVE invAbc-Class (Table-Index) TO ivAbc-Class
               WRITE Inventory-Rec
           END-PERFORM
           CLOSE Inventory-File.

       END PROGRAM SuppReturn.
