      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Landed-cost entry.  The operator names a delivery by
      *         its receipt date and supplier; every RECVLOG.DAT line
      *         GoodsReceive posted that day for that supplier's oils
      *         is listed, and the freight, import duty and handling
      *         billed on the delivery are keyed and spread across
      *         the lines by value (quantity times the lot's supplier
      *         unit cost) or by quantity.  Each line's share raises
      *         the landed unit cost of the LOTS.DAT lot it became,
      *         which LandedCost turns into the factor stock
      *         valuation and cost of sales use; every share is
      *         logged on LANDCOST.DAT (LANDREC) for LandedVarRpt.
      *         A later bill for the same delivery simply adds on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandedCostEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RecvLogFile ASSIGN TO "RECVLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RecvLog-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT LotFile ASSIGN TO "LOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-File-Status.

       SELECT LandedFile ASSIGN TO "LANDCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Landed-File-Status.

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

       FD  Inventory-File.
       COPY INVREC.

       FD  LotFile.
       COPY LOTREC.

       FD  LandedFile.
       COPY LANDREC.

       WORKING-STORAGE SECTION.
       01  RecvLog-File-Status          PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Lot-File-Status              PIC XX.
       01  Landed-File-Status           PIC XX.

      * Supplier per oil, off INVENTORY.DAT.
       01  Oil-Supplier-Table.
           02  ostSupplier-ID           PIC 9(4)   OCCURS 30 TIMES
                                         VALUE ZEROS.

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
       01  Lot-Overflow-Switch          PIC X      VALUE "N".
           88  Lot-Overflow             VALUE "Y".

      * The delivery's receipt lines and their share of the charges.
       01  Receipt-Table.
           02  Receipt-Entry            OCCURS 20 TIMES.
               03  rctOrderNo           PIC 9(6).
               03  rctOil-Number        PIC 99.
               03  rctQuantity          PIC 9(6).
               03  rctLotNo             PIC 9(4).
               03  rctLot-Index         PIC 9(3).
               03  rctBasis             PIC 9(9)V99.
               03  rctFreight           PIC 9(5)V99.
               03  rctDuty              PIC 9(5)V99.
               03  rctHandling          PIC 9(5)V99.
       01  Receipt-Count                PIC 9(2)   VALUE ZEROS.
       01  Receipt-Index                PIC 9(2)   VALUE ZEROS.
       01  Basis-Total                  PIC 9(10)V99 VALUE ZEROS.

       01  Run-Date                     PIC 9(8).
       01  Entry-Recv-Date              PIC 9(8).
       01  Entry-Supplier-ID            PIC 9(4).
       01  Entry-Freight                PIC 9(5)V99.
       01  Entry-Duty                   PIC 9(5)V99.
       01  Entry-Handling               PIC 9(5)V99.
       01  Entry-Method                 PIC X.
       01  Entry-Confirm                PIC X.
       01  Charge-Total                 PIC 9(6)V99 VALUE ZEROS.
       01  Line-Charge                  PIC 9(6)V99 VALUE ZEROS.
       01  Freight-Left                 PIC 9(5)V99 VALUE ZEROS.
       01  Duty-Left                    PIC 9(5)V99 VALUE ZEROS.
       01  Handling-Left                PIC 9(5)V99 VALUE ZEROS.
       01  Landed-Uplift                PIC 9(4)V99 VALUE ZEROS.
       01  Deliveries-Costed            PIC 9(3)   VALUE ZEROS.
       01  Display-Amount               PIC ZZ,ZZ9.99.
       01  More-Deliveries-Switch       PIC X      VALUE "Y".
           88  More-Deliveries          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-OIL-SUPPLIERS
           PERFORM LOAD-LOTS
           IF Lot-Overflow
               DISPLAY "Error - LOTS.DAT holds more than 200 lots, "
                   "landed costs cannot be posted"
               STOP RUN
           END-IF

           DISPLAY "LandedCostEntry - spread freight, duty and "
               "handling onto a delivery"
           PERFORM UNTIL NOT More-Deliveries
               DISPLAY "Receipt date (YYYYMMDD, 00000000 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Recv-Date
               IF Entry-Recv-Date = ZEROS
                   MOVE "N" TO More-Deliveries-Switch
               ELSE
                   PERFORM COST-ONE-DELIVERY
               END-IF
           END-PERFORM

           IF Deliveries-Costed > 0
               PERFORM SAVE-LOTS
           END-IF
           DISPLAY "LandedCostEntry - " Deliveries-Costed
               " delivery(ies) costed"
           STOP RUN.

       COST-ONE-DELIVERY.
           DISPLAY "Supplier-ID                              : "
               WITH NO ADVANCING
           ACCEPT Entry-Supplier-ID
           PERFORM GATHER-RECEIPT-LINES
           IF Receipt-Count = 0
               DISPLAY "No RECVLOG.DAT line on " Entry-Recv-Date
                   " for supplier " Entry-Supplier-ID
                   " with a lot to cost"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Receipt-Index FROM 1 BY 1
                   UNTIL Receipt-Index > Receipt-Count
               DISPLAY "  Order " rctOrderNo (Receipt-Index)
                   " oil " rctOil-Number (Receipt-Index)
                   " qty " rctQuantity (Receipt-Index)
                   " lot " rctLotNo (Receipt-Index)
           END-PERFORM
           DISPLAY "Freight (e.g. 00045.00)  : " WITH NO ADVANCING
           ACCEPT Entry-Freight
           DISPLAY "Import duty              : " WITH NO ADVANCING
           ACCEPT Entry-Duty
           DISPLAY "Handling                 : " WITH NO ADVANCING
           ACCEPT Entry-Handling
           COMPUTE Charge-Total =
               Entry-Freight + Entry-Duty + Entry-Handling
           IF Charge-Total = ZEROS
               DISPLAY "No charges keyed, delivery left as it was"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Spread by V value or Q quantity : "
               WITH NO ADVANCING
           ACCEPT Entry-Method
           IF Entry-Method NOT = "V" AND Entry-Method NOT = "Q"
               DISPLAY "Error - method must be V or Q"
               EXIT PARAGRAPH
           END-IF
           PERFORM SPREAD-CHARGES
           IF Basis-Total = ZEROS
               DISPLAY "Error - the lines carry no value to spread "
                   "by; spread by quantity instead"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Receipt-Index FROM 1 BY 1
                   UNTIL Receipt-Index > Receipt-Count
               COMPUTE Line-Charge = rctFreight (Receipt-Index)
                   + rctDuty (Receipt-Index)
                   + rctHandling (Receipt-Index)
               MOVE Line-Charge TO Display-Amount
               DISPLAY "  Lot " rctLotNo (Receipt-Index)
                   " takes " Display-Amount
           END-PERFORM
           DISPLAY "Post these landed costs (Y/N) : "
               WITH NO ADVANCING
           ACCEPT Entry-Confirm
           IF Entry-Confirm NOT = "Y" AND Entry-Confirm NOT = "y"
               DISPLAY "Delivery left as it was"
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-LANDED-COSTS
           ADD 1 TO Deliveries-Costed.

       GATHER-RECEIPT-LINES.
           MOVE ZEROS TO Receipt-Count
           OPEN INPUT RecvLogFile
           IF RecvLog-File-Status NOT = "00"
               DISPLAY "Error - RECVLOG.DAT not found"
               EXIT PARAGRAPH
           END-IF
           READ RecvLogFile
               AT END SET EndOfRecvLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecvLogFile
               IF rlDate = Entry-Recv-Date
                       AND rlOil-Number > 0 AND rlOil-Number <= 30
                   IF ostSupplier-ID (rlOil-Number) = Entry-Supplier-ID
                           AND rlLotNo NUMERIC
                       IF rlLotNo > ZEROS
                           PERFORM ADD-RECEIPT-LINE
                       END-IF
                   END-IF
               END-IF
               READ RecvLogFile
                   AT END SET EndOfRecvLogFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RecvLogFile.

       ADD-RECEIPT-LINE.
           PERFORM VARYING Lot-Index FROM 1 BY 1
                   UNTIL Lot-Index > Lot-Count
               IF lttLotNo (Lot-Index) = rlLotNo
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Lot-Index > Lot-Count
               DISPLAY "Warning - lot " rlLotNo " is no longer on "
                   "LOTS.DAT, its line is skipped"
               EXIT PARAGRAPH
           END-IF
           IF Receipt-Count >= 20
               DISPLAY "Warning - more than 20 lines on the "
                   "delivery, the rest are skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Receipt-Count
           MOVE rlOrderNo TO rctOrderNo (Receipt-Count)
           MOVE rlOil-Number TO rctOil-Number (Receipt-Count)
           MOVE rlQuantity TO rctQuantity (Receipt-Count)
           MOVE rlLotNo TO rctLotNo (Receipt-Count)
           MOVE Lot-Index TO rctLot-Index (Receipt-Count).

      * Each charge is shared in proportion to the line's value or
      * quantity; the last line takes whatever rounding leaves, so
      * the shares always add back to the bill.
       SPREAD-CHARGES.
           MOVE ZEROS TO Basis-Total
           PERFORM VARYING Receipt-Index FROM 1 BY 1
                   UNTIL Receipt-Index > Receipt-Count
               IF Entry-Method = "V"
                   COMPUTE rctBasis (Receipt-Index) =
                       rctQuantity (Receipt-Index) *
                       lttUnit-Cost (rctLot-Index (Receipt-Index))
               ELSE
                   MOVE rctQuantity (Receipt-Index) TO
                       rctBasis (Receipt-Index)
               END-IF
               ADD rctBasis (Receipt-Index) TO Basis-Total
           END-PERFORM
           IF Basis-Total = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Freight TO Freight-Left
           MOVE Entry-Duty TO Duty-Left
           MOVE Entry-Handling TO Handling-Left
           PERFORM VARYING Receipt-Index FROM 1 BY 1
                   UNTIL Receipt-Index > Receipt-Count
               IF Receipt-Index = Receipt-Count
                   MOVE Freight-Left TO rctFreight (Receipt-Index)
                   MOVE Duty-Left TO rctDuty (Receipt-Index)
                   MOVE Handling-Left TO rctHandling (Receipt-Index)
               ELSE
                   COMPUTE rctFreight (Receipt-Index) ROUNDED =
                       Entry-Freight * rctBasis (Receipt-Index)
                       / Basis-Total
                   COMPUTE rctDuty (Receipt-Index) ROUNDED =
                       Entry-Duty * rctBasis (Receipt-Index)
                       / Basis-Total
                   COMPUTE rctHandling (Receipt-Index) ROUNDED =
                       Entry-Handling * rctBasis (Receipt-Index)
                       / Basis-Total
                   SUBTRACT rctFreight (Receipt-Index) FROM
                       Freight-Left
                   SUBTRACT rctDuty (Receipt-Index) FROM Duty-Left
                   SUBTRACT rctHandling (Receipt-Index) FROM
                       Handling-Left
               END-IF
           END-PERFORM.

      * The share is spread over the quantity the delivery brought
      * in, so every unit of the lot - sold or not - carries it.
       POST-LANDED-COSTS.
           OPEN EXTEND LandedFile
           IF Landed-File-Status NOT = "00"
               OPEN OUTPUT LandedFile
           END-IF
           PERFORM VARYING Receipt-Index FROM 1 BY 1
                   UNTIL Receipt-Index > Receipt-Count
               MOVE rctLot-Index (Receipt-Index) TO Lot-Index
               COMPUTE Line-Charge = rctFreight (Receipt-Index)
                   + rctDuty (Receipt-Index)
                   + rctHandling (Receipt-Index)
               IF rctQuantity (Receipt-Index) > ZEROS
                   COMPUTE Landed-Uplift ROUNDED =
                       Line-Charge / rctQuantity (Receipt-Index)
                       ON SIZE ERROR
                           MOVE ZEROS TO Landed-Uplift
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO Landed-Uplift
               END-IF
               IF lttLanded-Cost (Lot-Index) = ZEROS
                   MOVE lttUnit-Cost (Lot-Index) TO
                       lttLanded-Cost (Lot-Index)
               END-IF
               ADD Landed-Uplift TO lttLanded-Cost (Lot-Index)
               MOVE Run-Date TO ldEntry-Date
               MOVE Entry-Recv-Date TO ldRecv-Date
               MOVE Entry-Supplier-ID TO ldSupplier-ID
               MOVE rctOrderNo (Receipt-Index) TO ldOrderNo
               MOVE rctOil-Number (Receipt-Index) TO ldOil-Number
               MOVE rctLotNo (Receipt-Index) TO ldLotNo
               MOVE rctQuantity (Receipt-Index) TO ldQuantity
               MOVE lttUnit-Cost (Lot-Index) TO ldUnit-Cost
               MOVE rctFreight (Receipt-Index) TO ldFreight
               MOVE rctDuty (Receipt-Index) TO ldDuty
               MOVE rctHandling (Receipt-Index) TO ldHandling
               MOVE lttLanded-Cost (Lot-Index) TO ldLanded-Cost
               MOVE Entry-Method TO ldMethod
               WRITE LandedCostRecord
           END-PERFORM
           CLOSE LandedFile
           DISPLAY "Landed costs posted to " Receipt-Count " lot(s)".

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
                           ostSupplier-ID (ivOil-Number)
                   END-IF
                   READ Inventory-File
                       AT END SET EndOfInventoryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Inventory-File
           ELSE
               DISPLAY "Warning - INVENTORY.DAT not found, receipts "
                   "cannot be matched to suppliers"
           END-IF.

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

       END PROGRAM LandedCostEntry.
