      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Revalue the stock on hand when an oil's cost changes,
      *         on behalf of whichever cost maintainer CALLs it
      *         (OilCostMaint, SuppPriceImport), so the ledger moves
      *         with InvValuationRpt instead of drifting from it.
      *         COSTBASE.DAT holds the unit-size 1 cost each oil's
      *         stock was last carried at in the ledger; every oil
      *         whose OILCOST.DAT cost now differs is valued at old
      *         and new cost - both scaled by the LandedCost factor,
      *         as InvValuationRpt values them - for the INVENTORY
      *         .DAT quantity on hand in the shop and on the stall
      *         at that moment.  REVAL.RPT keeps the register; the
      *         net adjustment goes to GLFEED.DAT against inventory
      *         (130000) and stock revaluation (530000) under the
      *         PERIODS.DAT period rules, and only once it is posted
      *         does COSTBASE.DAT move to the new costs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostReval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.

       SELECT Cost-Base-File ASSIGN TO "COSTBASE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Cost-Base-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Feed-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT COAFile ASSIGN TO "COA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COA-File-Status.

       SELECT ReportFile ASSIGN TO "REVAL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Report-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  ocOil-Number                 PIC 99.
           02  ocUnit-Size                  PIC 9.
           02  ocOil-Cost                   PIC 9(2)V99.

       FD  Cost-Base-File.
       01  Cost-Base-Rec.
           88  EndOfCostBaseFile            VALUE HIGH-VALUES.
           02  cbOil-Number                 PIC 99.
           02  cbOil-Cost                   PIC 9(2)V99.
           02  cbSet-Date                   PIC 9(8).

       FD  Inventory-File.
       COPY INVREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
           02  glfAccountCode               PIC X(6).
           02  glfDebitCredit                PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02  bdBusinessDate               PIC 9(8).

       FD COAFile.
       COPY COAREC.

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Oil-Cost-File-Status         PIC XX.
       01  Cost-Base-File-Status        PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  COA-File-Status              PIC XX.
       01  Report-File-Status           PIC XX.

       01  Run-Date                     PIC 9(8).

      * Per oil: the cost the ledger carries, the cost now on
      * OILCOST.DAT, and the stock on hand by location.
       01  Reval-Table.
           02  Reval-Entry               OCCURS 30 TIMES.
               03  rvtBase-Cost         PIC 99V99.
               03  rvtBase-Date         PIC 9(8).
               03  rvtNew-Cost          PIC 99V99.
               03  rvtShop-Qty          PIC 9(6).
               03  rvtStall-Qty         PIC 9(6).
               03  rvtName              PIC X(20).
       01  Oil-Index                    PIC 99     VALUE ZEROS.
       01  Oils-Changed                 PIC 99     VALUE ZEROS.

      * Landed cost factor per oil, answered through LandedCost.
       COPY LCOSTCHK.

      * The posting month must be open, answered through PeriodCheck.
       COPY PERCHK.

       01  COA-Table.
           02  coaCode                  PIC X(6)   OCCURS 100 TIMES.
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".
       01  Check-Account                PIC X(6).

       01  Old-Landed-Cost              PIC 99V99  VALUE ZEROS.
       01  New-Landed-Cost              PIC 99V99  VALUE ZEROS.
       01  Line-Quantity                PIC 9(6)   VALUE ZEROS.
       01  Old-Value                    PIC 9(8)V99 VALUE ZEROS.
       01  New-Value                    PIC 9(8)V99 VALUE ZEROS.
       01  Line-Adjustment              PIC S9(8)V99 VALUE ZEROS.
       01  Total-Old-Value              PIC 9(9)V99 VALUE ZEROS.
       01  Total-New-Value              PIC 9(9)V99 VALUE ZEROS.
       01  Net-Adjustment               PIC S9(9)V99 VALUE ZEROS.
       01  Posting-Amount               PIC 9(8)V99 VALUE ZEROS.

       01  Report-Header.
           02  FILLER                   PIC X(38)
               VALUE "AROMAMORA STOCK REVALUATION REGISTER".
           02  FILLER                   PIC X(5)   VALUE "DATE ".
           02  rhlDate                  PIC 9(8).
       01  Report-LineBreak             PIC X(78) VALUE ALL "-".
       01  Report-Column-Titles.
           02  FILLER                   PIC X(36)  VALUE
               "OIL NAME        LOC   ON HAND   OLD".
           02  FILLER                   PIC X(42)  VALUE
               "  NEW   OLD VALUE   NEW VALUE   ADJUSTMENT".
       01  Report-Detail-Line.
           02  rdlOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlName                  PIC X(12).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlLocation              PIC X(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlQuantity              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlOld-Cost              PIC Z9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlNew-Cost              PIC Z9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlOld-Value             PIC ZZZZ,ZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlNew-Value             PIC ZZZZ,ZZ9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlAdjustment            PIC -ZZZZ,ZZ9.99.
       01  Report-Total-Line.
           02  rtlLabel                 PIC X(32).
           02  rtlAmount                PIC -ZZ,ZZZ,ZZ9.99.
       01  Report-Note-Line             PIC X(78).

       LINKAGE SECTION.
       COPY REVALCHK.

       PROCEDURE DIVISION USING Cost-Reval-Area.
       MAIN-PROCEDURE.
           SET rvNothing-Posted TO TRUE
           MOVE ZEROS TO rvNet-Adjustment
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-NEW-COSTS
           PERFORM LOAD-BASE-COSTS
           IF Cost-Base-File-Status NOT = "00"
               PERFORM SAVE-BASE-COSTS
               IF rvRevalue
                   DISPLAY "CostReval - COSTBASE.DAT started at the "
                       "current costs, nothing to revalue"
               END-IF
               GOBACK
           END-IF
           IF rvSet-Baseline
               GOBACK
           END-IF

           MOVE ZEROS TO Oils-Changed
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               IF rvtNew-Cost (Oil-Index) NOT =
                       rvtBase-Cost (Oil-Index)
                   ADD 1 TO Oils-Changed
               END-IF
           END-PERFORM
           IF Oils-Changed = ZEROS
               GOBACK
           END-IF

           PERFORM LOAD-INVENTORY
           PERFORM LOAD-OIL-NAMES
           CALL "LandedCost" USING Landed-Cost-Area
           PERFORM PRINT-REVALUATION-REGISTER
           MOVE Net-Adjustment TO rvNet-Adjustment
           IF Net-Adjustment = ZEROS
               PERFORM SAVE-BASE-COSTS
               DISPLAY "CostReval - " Oils-Changed " cost change(s), "
                   "no stock on hand to revalue (REVAL.RPT)"
               GOBACK
           END-IF
           PERFORM POST-REVALUATION
           IF rvPosted
               PERFORM SAVE-BASE-COSTS
           END-IF
           GOBACK.

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

      * The unit-size 1 cost stands in as the oil's unit cost, the
      * convention InvValuationRpt and Stocktake value stock with.
       LOAD-NEW-COSTS.
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               MOVE ZEROS TO rvtNew-Cost (Oil-Index)
               MOVE ZEROS TO rvtBase-Cost (Oil-Index)
               MOVE ZEROS TO rvtBase-Date (Oil-Index)
               MOVE ZEROS TO rvtShop-Qty (Oil-Index)
               MOVE ZEROS TO rvtStall-Qty (Oil-Index)
               MOVE SPACES TO rvtName (Oil-Index)
           END-PERFORM
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Cost-File
               AT END SET EndOfOilCostFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilCostFile
               IF ocOil-Number > 0 AND ocOil-Number <= 30
                       AND ocUnit-Size = 1
                   MOVE ocOil-Cost TO rvtNew-Cost (ocOil-Number)
               END-IF
               READ Oil-Cost-File
                   AT END SET EndOfOilCostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Cost-File.

       LOAD-BASE-COSTS.
           OPEN INPUT Cost-Base-File
           IF Cost-Base-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Cost-Base-File
               AT END SET EndOfCostBaseFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCostBaseFile
               IF cbOil-Number > 0 AND cbOil-Number <= 30
                       AND cbOil-Cost NUMERIC
                   MOVE cbOil-Cost TO rvtBase-Cost (cbOil-Number)
                   MOVE cbSet-Date TO rvtBase-Date (cbOil-Number)
               END-IF
               READ Cost-Base-File
                   AT END SET EndOfCostBaseFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Cost-Base-File.

       SAVE-BASE-COSTS.
           OPEN OUTPUT Cost-Base-File
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               MOVE Oil-Index TO cbOil-Number
               MOVE rvtNew-Cost (Oil-Index) TO cbOil-Cost
               IF rvtNew-Cost (Oil-Index) = rvtBase-Cost (Oil-Index)
                       AND rvtBase-Date (Oil-Index) NOT = ZEROS
                   MOVE rvtBase-Date (Oil-Index) TO cbSet-Date
               ELSE
                   MOVE Run-Date TO cbSet-Date
               END-IF
               WRITE Cost-Base-Rec
           END-PERFORM
           CLOSE Cost-Base-File.

      * A legacy stock record without the location split counts as
      * sitting in the shop, as every other reader treats it.
       LOAD-INVENTORY.
           OPEN INPUT Inventory-File
           IF Inventory-File-Status NOT = "00"
               DISPLAY "Warning - INVENTORY.DAT not found, no stock "
                   "on hand to revalue"
               EXIT PARAGRAPH
           END-IF
           READ Inventory-File
               AT END SET EndOfInventoryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInventoryFile
               IF ivOil-Number > 0 AND ivOil-Number <= 30
                   IF ivQty-Shop NUMERIC AND ivQty-Stall NUMERIC
                       MOVE ivQty-Shop TO rvtShop-Qty (ivOil-Number)
                       MOVE ivQty-Stall TO
                           rvtStall-Qty (ivOil-Number)
                   ELSE
                       MOVE ivQuantity-On-Hand TO
                           rvtShop-Qty (ivOil-Number)
                       MOVE ZEROS TO rvtStall-Qty (ivOil-Number)
                   END-IF
               END-IF
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Inventory-File.

       LOAD-OIL-NAMES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omName TO rvtName (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

      * The register accumulates, one run after another.
       PRINT-REVALUATION-REGISTER.
           MOVE ZEROS TO Total-Old-Value Total-New-Value
               Net-Adjustment
           OPEN EXTEND ReportFile
           IF Report-File-Status NOT = "00"
               OPEN OUTPUT ReportFile
           END-IF
           MOVE Run-Date TO rhlDate
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               IF rvtNew-Cost (Oil-Index) NOT =
                       rvtBase-Cost (Oil-Index)
                   PERFORM REVALUE-ONE-OIL
               END-IF
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE "STOCK AT OLD COST" TO rtlLabel
           MOVE Total-Old-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "STOCK AT NEW COST" TO rtlLabel
           MOVE Total-New-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "NET REVALUATION ADJUSTMENT" TO rtlLabel
           MOVE Net-Adjustment TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           CLOSE ReportFile.

       REVALUE-ONE-OIL.
           COMPUTE Old-Landed-Cost ROUNDED =
               rvtBase-Cost (Oil-Index) * lcOil-Factor (Oil-Index)
               ON SIZE ERROR
                   MOVE 99.99 TO Old-Landed-Cost
           END-COMPUTE
           COMPUTE New-Landed-Cost ROUNDED =
               rvtNew-Cost (Oil-Index) * lcOil-Factor (Oil-Index)
               ON SIZE ERROR
                   MOVE 99.99 TO New-Landed-Cost
           END-COMPUTE
           MOVE Oil-Index TO rdlOil-Number
           MOVE rvtName (Oil-Index) TO rdlName
           MOVE "SHOP" TO rdlLocation
           MOVE rvtShop-Qty (Oil-Index) TO Line-Quantity
           PERFORM PRINT-LOCATION-LINE
           IF rvtStall-Qty (Oil-Index) > ZEROS
               MOVE SPACES TO rdlName
               MOVE "STALL" TO rdlLocation
               MOVE rvtStall-Qty (Oil-Index) TO Line-Quantity
               PERFORM PRINT-LOCATION-LINE
           END-IF.

       PRINT-LOCATION-LINE.
           COMPUTE Old-Value = Line-Quantity * Old-Landed-Cost
           COMPUTE New-Value = Line-Quantity * New-Landed-Cost
           COMPUTE Line-Adjustment = New-Value - Old-Value
           MOVE Line-Quantity TO rdlQuantity
           MOVE Old-Landed-Cost TO rdlOld-Cost
           MOVE New-Landed-Cost TO rdlNew-Cost
           MOVE Old-Value TO rdlOld-Value
           MOVE New-Value TO rdlNew-Value
           MOVE Line-Adjustment TO rdlAdjustment
           WRITE Report-Line FROM Report-Detail-Line
           ADD Old-Value TO Total-Old-Value
           ADD New-Value TO Total-New-Value
           ADD Line-Adjustment TO Net-Adjustment.

      * A cost rise debits inventory and credits stock revaluation;
      * a fall does the reverse.  Both accounts are checked before
      * anything is written, so a refusal leaves GLFEED.DAT alone.
       POST-REVALUATION.
           SET rvNot-Posted TO TRUE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               MOVE "NOT POSTED - accounting month closed" TO
                   Report-Note-Line
               PERFORM WRITE-REGISTER-NOTE
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); the revaluation of "
                   Net-Adjustment " is not posted"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           MOVE "130000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           IF NOT Found-COA-Code
               EXIT PARAGRAPH
           END-IF
           MOVE "530000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           IF NOT Found-COA-Code
               EXIT PARAGRAPH
           END-IF

           IF Net-Adjustment > ZEROS
               MOVE Net-Adjustment TO Posting-Amount
           ELSE
               COMPUTE Posting-Amount = ZERO - Net-Adjustment
           END-IF
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF
           MOVE Run-Date TO glfJournalDate
           MOVE "130000" TO glfAccountCode
           IF Net-Adjustment > ZEROS
               MOVE "D" TO glfDebitCredit
           ELSE
               MOVE "C" TO glfDebitCredit
           END-IF
           MOVE Posting-Amount TO glfAmount
           MOVE "AROMAMORA INVENTORY - COST REVALUATION" TO
               glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "530000" TO glfAccountCode
           IF Net-Adjustment > ZEROS
               MOVE "C" TO glfDebitCredit
           ELSE
               MOVE "D" TO glfDebitCredit
           END-IF
           MOVE Posting-Amount TO glfAmount
           MOVE "AROMAMORA STOCK REVALUATION" TO glfDescription
           WRITE GL-Feed-Rec
           CLOSE GLFeedFile
           SET rvPosted TO TRUE
           MOVE "POSTED TO GLFEED.DAT - 130000 / 530000" TO
               Report-Note-Line
           PERFORM WRITE-REGISTER-NOTE
           DISPLAY "CostReval - stock revaluation of " Net-Adjustment
               " posted to GLFEED.DAT (REVAL.RPT)".

       WRITE-REGISTER-NOTE.
           OPEN EXTEND ReportFile
           IF Report-File-Status NOT = "00"
               OPEN OUTPUT ReportFile
           END-IF
           WRITE Report-Line FROM Report-Note-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           CLOSE ReportFile.

       LOAD-CHART-OF-ACCOUNTS.
           MOVE ZEROS TO COA-Count
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
               MOVE "NOT POSTED - account not on COA.DAT" TO
                   Report-Note-Line
               PERFORM WRITE-REGISTER-NOTE
               DISPLAY "Error - account " Check-Account " is not "
                   "on COA.DAT, revaluation not posted - add it with "
                   "ChartOfAcctMaint"
           END-IF.

       END PROGRAM CostReval.
