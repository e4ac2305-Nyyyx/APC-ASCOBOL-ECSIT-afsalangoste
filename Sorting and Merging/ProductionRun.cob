      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Make a blend.  The operator names the blend, the
      *         BLENDS.DAT recipe batch size and how many batches;
      *         the run is refused outright when the shop cannot
      *         cover any component.  Otherwise each component's
      *         quantity comes out of INVENTORY.DAT (total and shop
      *         figures - blends are made in the shop), the finished
      *         blend goes into shop stock as its own LOTS.DAT lot,
      *         the component OILCOST.DAT costs are rolled into the
      *         blend's cost for every unit size they are priced at,
      *         the run is logged to PRODLOG.DAT and a production
      *         sheet is printed on PRODSHEET.RPT for the shop floor
      *         - so blends stop being made by hand and adjusted in
      *         through InventoryMaint.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Components are now drawn from their LOTS.DAT lots
      *            first expiry first out, the way SalesEntry fills a
      *            sale line, and each lot drawn on is recorded on
      *            LOTALLOC.DAT (ALLOCREC) against the blend lot it
      *            went into, so a recalled component batch can be
      *            traced through the blend to the customer.  The lot
      *            file is now carried through the session and
      *            rewritten at close with the new blend lots on it.
      * 10/15/2026 - LOTS.DAT lots now carry the supplier unit cost
      *            and the landed unit cost (LOTREC); both are kept
      *            when the lot file is rewritten.  A blend lot
      *            is costed at the rolled unit cost, and landed at
      *            its components' landed costs (LandedCost), so
      *            freight and duty on the oils follow them into
      *            the blend.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductionRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Blend-File ASSIGN TO "BLENDS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Blend-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT LotFile ASSIGN TO "LOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-File-Status.

       SELECT LotNoFile ASSIGN TO "LOTNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotNo-File-Status.

       SELECT ProdNoFile ASSIGN TO "PRODNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ProdNo-File-Status.

       SELECT ProdLogFile ASSIGN TO "PRODLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ProdLog-File-Status.

       SELECT SheetFile ASSIGN TO "PRODSHEET.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AllocFile ASSIGN TO "LOTALLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Alloc-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Blend-File.
       COPY BLENDREC.

       FD  Inventory-File.
       COPY INVREC.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  ocOil-Number                 PIC 99.
           02  ocUnit-Size                  PIC 9.
           02  ocOil-Cost                   PIC 9(2)V99.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  LotFile.
       COPY LOTREC.

       FD  LotNoFile.
       01  LotNo-Rec.
           02  lnNextNumber             PIC 9(4).

       FD  ProdNoFile.
       01  ProdNo-Rec.
           02  pnNextNumber             PIC 9(6).

       FD  ProdLogFile.
       01  ProdLog-Record.
           02  prRunNo                  PIC 9(6).
           02  prDate                   PIC 9(8).
           02  prBlend-Oil              PIC 99.
           02  prBatch-Size             PIC 9(4).
           02  prBatches                PIC 9(3).
           02  prQuantity               PIC 9(6).
           02  prLotNo                  PIC 9(4).
           02  prComponent-Cost         PIC 9(8)V99.
           02  prUnit-Cost              PIC 9(2)V99.

       FD  SheetFile.
       01  Sheet-Line                   PIC X(80).

       FD  AllocFile.
       COPY ALLOCREC.

       WORKING-STORAGE SECTION.
       01  Blend-File-Status            PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Lot-File-Status              PIC XX.
       01  LotNo-File-Status            PIC XX.
       01  ProdNo-File-Status           PIC XX.
       01  ProdLog-File-Status          PIC XX.
       01  Alloc-File-Status            PIC XX.

      * The LOTS.DAT lots, drawn down first expiry first out and
      * rewritten at close with the blend lots made.  A file bigger
      * than the table refuses the session rather than be rewritten
      * short.
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
       01  Alloc-Oil                    PIC 99     VALUE ZEROS.
       01  Alloc-Remaining              PIC 9(6)   VALUE ZEROS.
       01  Alloc-Quantity               PIC 9(6)   VALUE ZEROS.

       01  Recipe-Table.
           02  Recipe-Entry             OCCURS 300 TIMES.
               03  rctBlend-Oil         PIC 99.
               03  rctBatch-Size        PIC 9(4).
               03  rctComponent-Oil     PIC 99.
               03  rctComponent-Qty     PIC 9(4).
       01  Recipe-Count                 PIC 9(3)   VALUE ZEROS.
       01  Recipe-Index                 PIC 9(3)   VALUE ZEROS.

      * The components of the batch being made, with what the run
      * needs of each.
       01  Component-Table.
           02  Component-Entry          OCCURS 20 TIMES.
               03  cptOil               PIC 99.
               03  cptPer-Batch         PIC 9(4).
               03  cptRequired          PIC 9(6).
               03  cptExtended-Cost     PIC 9(8)V99.
       01  Component-Count              PIC 99     VALUE ZEROS.
       01  Component-Index              PIC 99     VALUE ZEROS.

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

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
               03  OIL-COST             PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
       01  Size-Index                   PIC 9.

       01  Oil-Master-Table.
           02  Oil-Master-Entry          OCCURS 30 TIMES.
               03  omtFamily            PIC X      VALUE SPACE.
               03  omtName              PIC X(20)  VALUE SPACES.

       01  Run-Date                     PIC 9(8).
       01  Run-Number                   PIC 9(6)   VALUE ZEROS.
       01  Lot-Number                   PIC 9(4)   VALUE ZEROS.
       01  Entry-Blend-Oil              PIC 99.
       01  Entry-Batch-Size             PIC 9(4).
       01  Entry-Batches                PIC 9(3).
       01  Entry-Expiry-Date            PIC 9(8).
       01  Finished-Quantity            PIC 9(6)   VALUE ZEROS.
       01  Component-Cost-Total         PIC 9(8)V99 VALUE ZEROS.
       01  Size-Cost-Total              PIC 9(8)V99 VALUE ZEROS.
       01  Blend-Unit-Cost              PIC 9(2)V99 VALUE ZEROS.
       01  Blend-Landed-Value           PIC 9(10)V99 VALUE ZEROS.

      * Landed cost factor per oil, answered through LandedCost.
       COPY LCOSTCHK.
       01  Size-Priced-Switch           PIC X      VALUE "Y".
           88  Size-Fully-Priced        VALUE "Y".
       01  Short-Switch                 PIC X      VALUE "N".
           88  Component-Short          VALUE "Y".
       01  Runs-Made                    PIC 9(3)   VALUE ZEROS.
       01  More-Runs-Switch             PIC X      VALUE "Y".
           88  More-Runs                VALUE "Y".

       01  Sheet-Title-Line.
           02  FILLER                   PIC X(30)
               VALUE "AROMAMORA PRODUCTION SHEET".
           02  FILLER                   PIC X(5)   VALUE "RUN ".
           02  sttRun-Number            PIC 9(6).
           02  FILLER                   PIC X(8)   VALUE "  DATED ".
           02  sttDate                  PIC 9(8).
       01  Sheet-Blend-Line.
           02  FILLER                   PIC X(6)   VALUE "BLEND ".
           02  sblBlend-Oil             PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sblBlend-Name            PIC X(20).
           02  FILLER                   PIC X(7)   VALUE " BATCH ".
           02  sblBatch-Size            PIC Z,ZZ9.
           02  FILLER                   PIC X(3)   VALUE " X ".
           02  sblBatches               PIC ZZ9.
           02  FILLER                   PIC X(3)   VALUE " = ".
           02  sblQuantity              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(10)  VALUE " UNITS LOT".
           02  FILLER                   PIC X      VALUE SPACE.
           02  sblLotNo                 PIC 9(4).
       01  Sheet-Column-Titles.
           02  FILLER                   PIC X(5)   VALUE "OIL".
           02  FILLER                   PIC X(21)  VALUE "COMPONENT".
           02  FILLER                   PIC X(4)   VALUE "FAM".
           02  FILLER                   PIC X(10)  VALUE " PER BATCH".
           02  FILLER                   PIC X(10)  VALUE "  REQUIRED".
           02  FILLER                   PIC X(10)  VALUE " UNIT COST".
           02  FILLER                   PIC X(14)
               VALUE "      EXT COST".
           02  FILLER                   PIC X(6)   VALUE "  TICK".
       01  Sheet-Detail-Line.
           02  sdlOil                   PIC 99.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  sdlName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlFamily                PIC X.
           02  FILLER                   PIC X(7)   VALUE SPACES.
           02  sdlPer-Batch             PIC ZZ,ZZ9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  sdlRequired              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  sdlUnit-Cost             PIC $$9.99.
           02  sdlExtended-Cost         PIC $$$,$$$,$$9.99.
           02  FILLER                   PIC X(6)   VALUE "  [ ]".
       01  Sheet-Total-Line.
           02  stlLabel                 PIC X(40).
           02  FILLER                   PIC X(19)  VALUE SPACES.
           02  stlAmount                PIC $$$,$$$,$$9.99.
       01  Sheet-Signoff-Line           PIC X(60)
           VALUE "MADE BY ____________    CHECKED BY ____________".
       01  Sheet-LineBreak              PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-RECIPES
           IF Recipe-Count = 0
               DISPLAY "BLENDS.DAT has no recipes - set them up with "
                   "BlendMaint first"
               STOP RUN
           END-IF
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-MASTER
           PERFORM LOAD-LOTS
           CALL "LandedCost" USING Landed-Cost-Area
           OPEN OUTPUT SheetFile
           OPEN EXTEND ProdLogFile
           IF ProdLog-File-Status NOT = "00"
               OPEN OUTPUT ProdLogFile
           END-IF

           DISPLAY "ProductionRun - make blends from recipe"
           DISPLAY "Enter the blend's Oil-Number, batch size and "
               "number of batches, or 00 to finish."
           PERFORM UNTIL NOT More-Runs
               DISPLAY "Blend Oil-Number (00 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Blend-Oil
               IF Entry-Blend-Oil = 0
                   MOVE "N" TO More-Runs-Switch
               ELSE
                   IF Entry-Blend-Oil > 30
                       DISPLAY "Oil-Number must be 01-30, try again."
                   ELSE
                       PERFORM MAKE-ONE-BLEND
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ProdLogFile
           CLOSE SheetFile
           IF Runs-Made > 0
               PERFORM SAVE-INVENTORY
               PERFORM SAVE-OIL-COSTS
               PERFORM SAVE-LOTS
           END-IF
           DISPLAY "ProductionRun - " Runs-Made " run(s) made, "
               "production sheets on PRODSHEET.RPT"
           STOP RUN.

       MAKE-ONE-BLEND.
           DISPLAY "Batch size (finished units)  : "
               WITH NO ADVANCING
           ACCEPT Entry-Batch-Size
           PERFORM GATHER-COMPONENTS
           IF Component-Count = 0
               DISPLAY "Error - no BLENDS.DAT recipe for blend "
                   Entry-Blend-Oil " in batches of " Entry-Batch-Size
                   ", nothing made"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Number of batches            : "
               WITH NO ADVANCING
           ACCEPT Entry-Batches
           IF Entry-Batches = ZEROS
               DISPLAY "Zero batches, nothing made."
               EXIT PARAGRAPH
           END-IF
           COMPUTE Finished-Quantity = Entry-Batch-Size * Entry-Batches
               ON SIZE ERROR
                   DISPLAY "Error - run too large for one lot, "
                       "nothing made"
                   EXIT PARAGRAPH
           END-COMPUTE
           PERFORM CHECK-COMPONENT-STOCK
           IF Component-Short
               DISPLAY "Run refused - component stock short, "
                   "nothing made"
               EXIT PARAGRAPH
           END-IF
           IF Lot-Count NOT < 200
               DISPLAY "Run refused - LOTS.DAT has no room for the "
                   "blend lot, nothing made"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Blend expiry date (YYYYMMDD) : "
               WITH NO ADVANCING
           ACCEPT Entry-Expiry-Date
           PERFORM ASSIGN-RUN-NUMBER
           PERFORM ASSIGN-LOT-NUMBER
           PERFORM CONSUME-COMPONENTS
           ADD Finished-Quantity TO
               invQuantity-On-Hand (Entry-Blend-Oil)
           ADD Finished-Quantity TO invQty-Shop (Entry-Blend-Oil)
           PERFORM ROLL-BLEND-COST
           PERFORM RECORD-THE-LOT
           PERFORM LOG-THE-RUN
           PERFORM PRINT-PRODUCTION-SHEET
           ADD 1 TO Runs-Made
           DISPLAY "Run " Run-Number " made " Finished-Quantity
               " of blend " Entry-Blend-Oil " as lot " Lot-Number.

       GATHER-COMPONENTS.
           MOVE ZEROS TO Component-Count
           PERFORM VARYING Recipe-Index FROM 1 BY 1
                   UNTIL Recipe-Index > Recipe-Count
               IF rctBlend-Oil (Recipe-Index) = Entry-Blend-Oil
                       AND rctBatch-Size (Recipe-Index)
                           = Entry-Batch-Size
                       AND rctComponent-Oil (Recipe-Index) > 0
                       AND rctComponent-Oil (Recipe-Index) <= 30
                   IF Component-Count < 20
                       ADD 1 TO Component-Count
                       MOVE rctComponent-Oil (Recipe-Index) TO
                           cptOil (Component-Count)
                       MOVE rctComponent-Qty (Recipe-Index) TO
                           cptPer-Batch (Component-Count)
                   ELSE
                       DISPLAY "Warning - recipe has more than 20 "
                           "components, extra lines ignored"
                   END-IF
               END-IF
           END-PERFORM.

      * Every component is checked before anything moves, so a short
      * run leaves stock exactly as it was.
       CHECK-COMPONENT-STOCK.
           MOVE "N" TO Short-Switch
           PERFORM VARYING Component-Index FROM 1 BY 1
                   UNTIL Component-Index > Component-Count
               COMPUTE cptRequired (Component-Index) =
                   cptPer-Batch (Component-Index) * Entry-Batches
                   ON SIZE ERROR
                       MOVE 999999 TO cptRequired (Component-Index)
               END-COMPUTE
               IF cptRequired (Component-Index) >
                       invQty-Shop (cptOil (Component-Index))
                   SET Component-Short TO TRUE
                   DISPLAY "Short - oil " cptOil (Component-Index)
                       " needs " cptRequired (Component-Index)
                       ", the shop holds "
                       invQty-Shop (cptOil (Component-Index))
               END-IF
           END-PERFORM.

       CONSUME-COMPONENTS.
           OPEN EXTEND AllocFile
           IF Alloc-File-Status NOT = "00"
               OPEN OUTPUT AllocFile
           END-IF
           PERFORM VARYING Component-Index FROM 1 BY 1
                   UNTIL Component-Index > Component-Count
               PERFORM ALLOCATE-COMPONENT-LOTS
               SUBTRACT cptRequired (Component-Index) FROM
                   invQty-Shop (cptOil (Component-Index))
               IF cptRequired (Component-Index) >
                       invQuantity-On-Hand (cptOil (Component-Index))
                   MOVE ZEROS TO
                       invQuantity-On-Hand (cptOil (Component-Index))
               ELSE
                   SUBTRACT cptRequired (Component-Index) FROM
                       invQuantity-On-Hand (cptOil (Component-Index))
               END-IF
           END-PERFORM
           CLOSE AllocFile.

      * First expiry first out, as SalesEntry fills a sale line;
      * what no live lot covers is recorded against lot 0000.
       ALLOCATE-COMPONENT-LOTS.
           MOVE cptOil (Component-Index) TO Alloc-Oil
           MOVE cptRequired (Component-Index) TO Alloc-Remaining
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
               MOVE lttLotNo (Best-Lot-Index) TO laLotNo
               PERFORM WRITE-ALLOCATION
               PERFORM FIND-FEFO-LOT
           END-PERFORM
           IF Alloc-Remaining > ZEROS
               MOVE Alloc-Remaining TO Alloc-Quantity
               MOVE ZEROS TO laLotNo
               PERFORM WRITE-ALLOCATION
           END-IF.

       FIND-FEFO-LOT.
           MOVE ZEROS TO Best-Lot-Index
           MOVE 99999999 TO Best-Lot-Expiry
           PERFORM VARYING Lot-Index FROM 1 BY 1
                   UNTIL Lot-Index > Lot-Count
               IF lttOil-Number (Lot-Index) = Alloc-Oil
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

       WRITE-ALLOCATION.
           MOVE Run-Date TO laDate
           MOVE "P" TO laType
           MOVE ZEROS TO laCustomer-ID
           MOVE Alloc-Oil TO laOil-Number
           MOVE ZEROS TO laUnit-Size
           MOVE Alloc-Quantity TO laQuantity
           MOVE Lot-Number TO laMade-LotNo
           MOVE "S" TO laLocation
           WRITE LotAllocationRecord.

      * The blend's cost per unit at each size is the recipe's
      * component cost at that size spread over the batch; a size
      * where any component is unpriced keeps its existing cost.
      * The unit-size 1 figure is the one stock is valued at.
       ROLL-BLEND-COST.
           MOVE ZEROS TO Component-Cost-Total
           PERFORM VARYING Component-Index FROM 1 BY 1
                   UNTIL Component-Index > Component-Count
               COMPUTE cptExtended-Cost (Component-Index) =
                   cptRequired (Component-Index) *
                   OIL-COST (cptOil (Component-Index), 1)
               ADD cptExtended-Cost (Component-Index) TO
                   Component-Cost-Total
           END-PERFORM
           PERFORM VARYING Size-Index FROM 1 BY 1
                   UNTIL Size-Index > 9
               MOVE ZEROS TO Size-Cost-Total
               MOVE "Y" TO Size-Priced-Switch
               PERFORM VARYING Component-Index FROM 1 BY 1
                       UNTIL Component-Index > Component-Count
                   IF OIL-COST (cptOil (Component-Index), Size-Index)
                           = ZEROS
                       MOVE "N" TO Size-Priced-Switch
                   END-IF
                   COMPUTE Size-Cost-Total = Size-Cost-Total +
                       cptPer-Batch (Component-Index) *
                       OIL-COST (cptOil (Component-Index), Size-Index)
               END-PERFORM
               IF Size-Fully-Priced
                   COMPUTE OIL-COST (Entry-Blend-Oil, Size-Index)
                       ROUNDED = Size-Cost-Total / Entry-Batch-Size
                       ON SIZE ERROR
                           DISPLAY "Warning - rolled cost for size "
                               Size-Index " too large, left as it was"
                   END-COMPUTE
               END-IF
           END-PERFORM
           MOVE OIL-COST (Entry-Blend-Oil, 1) TO Blend-Unit-Cost.

      * The finished run becomes its own lot, its batch reference
      * the production run number, so it ages and counts like any
      * delivery.
       RECORD-THE-LOT.
           ADD 1 TO Lot-Count
           MOVE Entry-Blend-Oil TO lttOil-Number (Lot-Count)
           MOVE Lot-Number TO lttLotNo (Lot-Count)
           MOVE SPACES TO lttBatch (Lot-Count)
           STRING "PROD" Run-Number DELIMITED BY SIZE
               INTO lttBatch (Lot-Count)
           MOVE Entry-Expiry-Date TO lttExpiry (Lot-Count)
           MOVE Finished-Quantity TO lttQuantity (Lot-Count)
           MOVE Blend-Unit-Cost TO lttUnit-Cost (Lot-Count)
           MOVE ZEROS TO Blend-Landed-Value
           PERFORM VARYING Component-Index FROM 1 BY 1
                   UNTIL Component-Index > Component-Count
               COMPUTE Blend-Landed-Value = Blend-Landed-Value +
                   cptExtended-Cost (Component-Index) *
                   lcOil-Factor (cptOil (Component-Index))
           END-PERFORM
           IF Finished-Quantity > ZEROS
               COMPUTE lttLanded-Cost (Lot-Count) ROUNDED =
                   Blend-Landed-Value / Finished-Quantity
                   ON SIZE ERROR
                       MOVE Blend-Unit-Cost TO
                           lttLanded-Cost (Lot-Count)
               END-COMPUTE
           ELSE
               MOVE Blend-Unit-Cost TO lttLanded-Cost (Lot-Count)
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
                   IF ltExpiry-Date NUMERIC
                       MOVE ltExpiry-Date TO lttExpiry (Lot-Count)
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
                   DISPLAY "Error - LOTS.DAT holds more than 200 "
                       "lots; write off the empty ones before "
                       "making blends"
                   CLOSE LotFile
                   STOP RUN
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

       ASSIGN-LOT-NUMBER.
           OPEN INPUT LotNoFile
           IF LotNo-File-Status = "00"
               READ LotNoFile
                   AT END MOVE 1001 TO lnNextNumber
               END-READ
               CLOSE LotNoFile
           ELSE
               MOVE 1001 TO lnNextNumber
           END-IF
           MOVE lnNextNumber TO Lot-Number
           ADD 1 TO lnNextNumber
           OPEN OUTPUT LotNoFile
           WRITE LotNo-Rec
           CLOSE LotNoFile.

       ASSIGN-RUN-NUMBER.
           OPEN INPUT ProdNoFile
           IF ProdNo-File-Status = "00"
               READ ProdNoFile
                   AT END MOVE 100001 TO pnNextNumber
               END-READ
               CLOSE ProdNoFile
           ELSE
               MOVE 100001 TO pnNextNumber
           END-IF
           MOVE pnNextNumber TO Run-Number
           ADD 1 TO pnNextNumber
           OPEN OUTPUT ProdNoFile
           WRITE ProdNo-Rec
           CLOSE ProdNoFile.

       LOG-THE-RUN.
           MOVE Run-Number TO prRunNo
           MOVE Run-Date TO prDate
           MOVE Entry-Blend-Oil TO prBlend-Oil
           MOVE Entry-Batch-Size TO prBatch-Size
           MOVE Entry-Batches TO prBatches
           MOVE Finished-Quantity TO prQuantity
           MOVE Lot-Number TO prLotNo
           MOVE Component-Cost-Total TO prComponent-Cost
           MOVE Blend-Unit-Cost TO prUnit-Cost
           WRITE ProdLog-Record.

       PRINT-PRODUCTION-SHEET.
           MOVE Run-Number TO sttRun-Number
           MOVE Run-Date TO sttDate
           WRITE Sheet-Line FROM Sheet-Title-Line
           MOVE Entry-Blend-Oil TO sblBlend-Oil
           MOVE omtName (Entry-Blend-Oil) TO sblBlend-Name
           MOVE Entry-Batch-Size TO sblBatch-Size
           MOVE Entry-Batches TO sblBatches
           MOVE Finished-Quantity TO sblQuantity
           MOVE Lot-Number TO sblLotNo
           WRITE Sheet-Line FROM Sheet-Blend-Line
           WRITE Sheet-Line FROM Sheet-LineBreak
           WRITE Sheet-Line FROM Sheet-Column-Titles
           PERFORM VARYING Component-Index FROM 1 BY 1
                   UNTIL Component-Index > Component-Count
               MOVE cptOil (Component-Index) TO sdlOil
               MOVE omtName (cptOil (Component-Index)) TO sdlName
               MOVE omtFamily (cptOil (Component-Index)) TO sdlFamily
               MOVE cptPer-Batch (Component-Index) TO sdlPer-Batch
               MOVE cptRequired (Component-Index) TO sdlRequired
               MOVE OIL-COST (cptOil (Component-Index), 1) TO
                   sdlUnit-Cost
               MOVE cptExtended-Cost (Component-Index) TO
                   sdlExtended-Cost
               WRITE Sheet-Line FROM Sheet-Detail-Line
           END-PERFORM
           WRITE Sheet-Line FROM Sheet-LineBreak
           MOVE "TOTAL COMPONENT COST" TO stlLabel
           MOVE Component-Cost-Total TO stlAmount
           WRITE Sheet-Line FROM Sheet-Total-Line
           MOVE "BLEND COST PER UNIT (SIZE 1)" TO stlLabel
           MOVE Blend-Unit-Cost TO stlAmount
           WRITE Sheet-Line FROM Sheet-Total-Line
           WRITE Sheet-Line FROM Sheet-Signoff-Line
           MOVE SPACES TO Sheet-Line
           WRITE Sheet-Line.

       LOAD-RECIPES.
           OPEN INPUT Blend-File
           IF Blend-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Blend-File
               AT END SET EndOfBlendFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBlendFile
               IF Recipe-Count < 300
                   ADD 1 TO Recipe-Count
                   MOVE blBlend-Oil TO rctBlend-Oil (Recipe-Count)
                   MOVE blBatch-Size TO rctBatch-Size (Recipe-Count)
                   MOVE blComponent-Oil TO
                       rctComponent-Oil (Recipe-Count)
                   MOVE blComponent-Qty TO
                       rctComponent-Qty (Recipe-Count)
               END-IF
               READ Blend-File
                   AT END SET EndOfBlendFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Blend-File.

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

       SAVE-OIL-COSTS.
           OPEN OUTPUT Oil-Cost-File
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               PERFORM VARYING Size-Index FROM 1 BY 1
                       UNTIL Size-Index > 9
                   MOVE Table-Index TO ocOil-Number
                   MOVE Size-Index TO ocUnit-Size
                   MOVE OIL-COST (Table-Index, Size-Index) TO
                       ocOil-Cost
                   WRITE Oil-Cost-Rec
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Cost-File.

       LOAD-OIL-MASTER.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omFamily TO omtFamily (omOil-Number)
                       MOVE omName TO omtName (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

       LOAD-INVENTORY.
           OPEN INPUT Inventory-File
           IF Inventory-File-Status NOT = "00"
               DISPLAY "Error - unable to open INVENTORY.DAT, "
                   "run InventoryMaint to create it"
               STOP RUN
           END-IF
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
                       MOVE ZEROS TO invQty-Stall (ivOil-Number)
                   END-IF
                   MOVE ivAbc-Class TO
                       invAbc-Class (ivOil-Number)
               END-IF
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Inventory-File.

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

       END PROGRAM ProductionRun.
