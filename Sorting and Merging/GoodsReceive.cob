      *            sitting in the shop.
      *            Deliveries land in the shop; StockTransfer moves
      *            stock out to the stall.
      * 10/15/2026 - Each new lot carries the order's agreed unit cost
      *            as both its supplier and landed unit cost, and
      *            the RECVLOG.DAT line names the lot it became, so
      *            LandedCostEntry can spread freight, duty and
      *            handling onto the delivery's lots.
      * 10/15/2026 - Each delivery is now offered to the open
      *            BACKORD.DAT customer backorders (BOREC) for its
      *            oil, oldest first: the shop stock not already held
      *            for a backorder is allocated to them, each one is
      *            listed as it is filled, and a backorder whose
      *            whole quantity is held becomes ready to ship.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoodsReceive.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotNo-File-Status.

       SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchOrdFile.
           02  rlOil-Number             PIC 99.
           02  rlQuantity               PIC 9(6).
           02  rlDate                   PIC 9(8).
           02  rlLotNo                  PIC 9(4).

       FD  LotFile.
       COPY LOTREC.
       01  LotNo-Rec.
           02  lnNextNumber             PIC 9(4).

       FD  BackorderFile.
       COPY BOREC.

       WORKING-STORAGE SECTION.
       01  PurchOrd-File-Status         PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  RecvLog-File-Status          PIC XX.
       01  Lot-File-Status              PIC XX.
       01  LotNo-File-Status            PIC XX.
       01  Backorder-File-Status        PIC XX.

       01  Entry-Supplier-Batch         PIC X(10).
       01  Entry-Expiry-Date            PIC 9(8).
       01  Entry-Order-No               PIC 9(6).
       01  Entry-Quantity               PIC 9(6).
       01  Received-Count               PIC 9(3)   VALUE ZEROS.

      * The BACKORD.DAT backorders, in the order they were taken, so
      * a delivery fills the oldest first.  A file bigger than the
      * table is left alone rather than rewritten short.
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
       01  Reserved-Quantity            PIC 9(6)   VALUE ZEROS.
       01  Free-Quantity                PIC 9(6)   VALUE ZEROS.
       01  Backorder-Outstanding        PIC 9(3)   VALUE ZEROS.
       01  Backorder-Allocation         PIC 9(3)   VALUE ZEROS.
       01  Ready-Count                  PIC 9(3)   VALUE ZEROS.
       01  More-Receipts-Switch         PIC X      VALUE "Y".
           88  More-Receipts            VALUE "Y".

               STOP RUN
           END-IF
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-BACKORDERS
           PERFORM OPEN-RECEIVE-LOG

           DISPLAY "GoodsReceive - post deliveries against open "
               PERFORM SAVE-INVENTORY
               PERFORM SAVE-PURCHASE-ORDERS
           END-IF
           IF Backorders-Changed
               PERFORM SAVE-BACKORDERS
           END-IF
           DISPLAY "GoodsReceive - " Received-Count
               " delivery(ies) posted, " Ready-Count
               " backorder(s) now ready to ship"
           STOP RUN.

       RECEIVE-ONE-DELIVERY.
               MOVE "P" TO odtStatus (Order-Index)
               DISPLAY "Order " Entry-Order-No " partially filled"
           END-IF
           PERFORM RECORD-THE-LOT
           PERFORM LOG-THE-RECEIPT
           ADD 1 TO Received-Count
           IF NOT Backorder-Table-Overflow
               PERFORM ALLOCATE-TO-BACKORDERS
           END-IF.

      * Shop stock of the oil that isn't already held for a backorder
      * goes to the open backorders oldest first; one whose whole
      * quantity is now held is ready to ship.  The stock stays on
      * hand - SalesEntry takes it out when the backorder ships.
       ALLOCATE-TO-BACKORDERS.
           MOVE ZEROS TO Reserved-Quantity
           PERFORM VARYING Backorder-Index FROM 1 BY 1
                   UNTIL Backorder-Index > Backorder-Count
               IF bktOil-Number (Backorder-Index)
                       = odtOil-Number (Order-Index)
                   AND (bktStatus (Backorder-Index) = "O"
                       OR bktStatus (Backorder-Index) = "R")
                   ADD bktAllocated (Backorder-Index) TO
                       Reserved-Quantity
               END-IF
           END-PERFORM
           IF invQty-Shop (odtOil-Number (Order-Index))
                   NOT > Reserved-Quantity
               EXIT PARAGRAPH
           END-IF
           COMPUTE Free-Quantity =
               invQty-Shop (odtOil-Number (Order-Index))
               - Reserved-Quantity
           PERFORM VARYING Backorder-Index FROM 1 BY 1
                   UNTIL Backorder-Index > Backorder-Count
                       OR Free-Quantity = ZEROS
               IF bktOil-Number (Backorder-Index)
                       = odtOil-Number (Order-Index)
                   AND bktStatus (Backorder-Index) = "O"
                   COMPUTE Backorder-Outstanding =
                       bktQuantity (Backorder-Index)
                       - bktAllocated (Backorder-Index)
                   IF Backorder-Outstanding > Free-Quantity
                       MOVE Free-Quantity TO Backorder-Allocation
                   ELSE
                       MOVE Backorder-Outstanding TO
                           Backorder-Allocation
                   END-IF
                   ADD Backorder-Allocation TO
                       bktAllocated (Backorder-Index)
                   SUBTRACT Backorder-Allocation FROM Free-Quantity
                   SET Backorders-Changed TO TRUE
                   IF bktAllocated (Backorder-Index)
                           >= bktQuantity (Backorder-Index)
                       MOVE "R" TO bktStatus (Backorder-Index)
                       MOVE Run-Date TO bktReady-Date (Backorder-Index)
                       ADD 1 TO Ready-Count
                       DISPLAY "Backorder "
                           bktBackorderNo (Backorder-Index)
                           " customer " bktCustomer-ID (Backorder-Index)
                           " - " Backorder-Allocation
                           " allocated, READY TO SHIP"
                   ELSE
                       DISPLAY "Backorder "
                           bktBackorderNo (Backorder-Index)
                           " customer " bktCustomer-ID (Backorder-Index)
                           " - " Backorder-Allocation
                           " allocated, " bktAllocated (Backorder-Index)
                           " of " bktQuantity (Backorder-Index)
                           " now held"
                   END-IF
               END-IF
           END-PERFORM.

      * The delivery becomes its own lot with the supplier's batch
      * number and expiry date, numbered the way receipts are
           MOVE Entry-Supplier-Batch TO ltSupplier-Batch
           MOVE Entry-Expiry-Date TO ltExpiry-Date
           MOVE Entry-Quantity TO ltQuantity
           MOVE odtUnitCost (Order-Index) TO ltUnit-Cost
           MOVE odtUnitCost (Order-Index) TO ltLanded-Cost
           WRITE StockLotRecord
           CLOSE LotFile
           DISPLAY "Recorded as lot " Lot-Number " expiring "
           MOVE odtOil-Number (Order-Index) TO rlOil-Number
           MOVE Entry-Quantity TO rlQuantity
           MOVE Run-Date TO rlDate
           MOVE Lot-Number TO rlLotNo
           WRITE RecvLog-Record.

       FIND-ORDER.
           END-PERFORM
           CLOSE PurchOrdFile.

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
                   "backorders; deliveries are not allocated to "
                   "backorders until it is purged"
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

       OPEN-RECEIVE-LOG.
           OPEN EXTEND RecvLogFile
           IF RecvLog-File-Status NOT = "00"
