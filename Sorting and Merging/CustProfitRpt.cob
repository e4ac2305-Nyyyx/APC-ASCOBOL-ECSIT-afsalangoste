      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Report what each Aromamora customer actually makes us
      *         over a SALES.DAT sale-date range, where
      *         TopCustomersRpt only ranks turnover.  Per customer:
      *         gross sales at the list price the line was charged
      *         against (sfList-Price, or the OILPRICE.DAT price in
      *         force on the sale date for a legacy line), the
      *         promotion / agreement / tier discount and the manual
      *         discount out of sfDiscount, the loyalty value
      *         redeemed (sfRedeemed), Return-Line credits, landed
      *         cost of goods off OILCOST.DAT (LandedCost), and the
      *         CUSTAR.DAT balance still owing past the customer's
      *         terms - there is no customer write-off, so overdue
      *         money is charged against the customer until it is
      *         paid.  CUSTPROF.RPT ranks the customers by net
      *         contribution, then groups the ranking by price tier
      *         with tier subtotals, then totals the contribution by
      *         the salesperson who took each line.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A sale-date range now also reaches the days
      *            SalesDayEnd has already closed: they are read
      *            from the SALESHIST.IDX indexed history from the
      *            from date to the to date only, ahead of the open
      *            SALES.DAT batch.  With no range asked for, only
      *            SALES.DAT is reported, as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustProfitRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Sales-File ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT Sales-History-File ASSIGN TO "SALESHIST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hxHistory-Key
                 ALTERNATE RECORD KEY IS hxCustomer-ID
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS hxSalesperson
                     WITH DUPLICATES
                 FILE STATUS IS Sales-History-File-Status.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.

       SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Price-File-Status.

       SELECT CustAR-File ASSIGN TO "CUSTAR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustAR-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       SELECT Salesperson-File ASSIGN TO "SALESPER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Salesperson-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT ReportFile ASSIGN TO "CUSTPROF.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
       COPY SALESREC.

       FD  Sales-History-File.
       COPY SHISTREC.

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

       FD  CustAR-File.
       COPY CARREC.

       FD  Customer-File.
       01  Customer-Rec.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  Salesperson-File.
       01  Salesperson-Rec.
           88  EndOfSalespersonFile         VALUE HIGH-VALUES.
           02  spCode                       PIC X(3).
           02  spName                       PIC X(20).
           02  spRate                       PIC 99V99.

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02  bdBusinessDate               PIC 9(8).

       FD  ReportFile.
       01  Report-Line                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  Sales-File-Status            PIC XX.
       01  Sales-History-File-Status    PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  CustAR-File-Status           PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Salesperson-File-Status      PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Customer-Master-Switch       PIC X      VALUE "N".
           88  Have-Customer-Master     VALUE "Y".

       01  Run-Date                     PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           02  Run-Year                 PIC 9(4).
           02  Run-Month                PIC 99.
           02  Run-Day                  PIC 99.
       01  Invoice-Date-Split.
           02  Inv-Year                 PIC 9(4).
           02  Inv-Month                PIC 99.
           02  Inv-Day                  PIC 99.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.
       01  Invoice-Owing                PIC 9(7)V99 VALUE ZEROS.

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
               03  OIL-COST             PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
      * Landed cost factor per oil, answered through LandedCost.
       COPY LCOSTCHK.

      * The effective-dated price history, for a legacy line that
      * does not carry the list price it was charged against.
       01  Price-Table.
           02  Price-Entry              OCCURS 500 TIMES.
               03  prtOil-Number        PIC 99.
               03  prtUnit-Size         PIC 9.
               03  prtEffective-Date    PIC 9(8).
               03  prtOil-Price         PIC 9(2)V99.
       01  Price-Count                  PIC 9(3)   VALUE ZEROS.
       01  Price-Index                  PIC 9(3)   VALUE ZEROS.
       01  Best-Eff-Date                PIC 9(8)   VALUE ZEROS.
       01  Line-Price                   PIC 99V99  VALUE ZEROS.
       01  Price-Found-Switch           PIC X      VALUE "N".
           88  Found-Line-Price         VALUE "Y".

      * Operator-entered sale-date range; blank answers keep every
      * record, including legacy lines with no sale date.
       01  Filter-From-Date          PIC X(8)   VALUE SPACES.
       01  Filter-To-Date            PIC X(8)   VALUE SPACES.
       01  From-Date-Num             PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num               PIC 9(8)   VALUE 99999999.
       01  Sale-In-Range-Switch      PIC X      VALUE "Y".
           88  Sale-In-Range         VALUE "Y".

       01  Customer-Table.
           02  Customer-Entry           OCCURS 500 TIMES.
               03  cptCustomer-ID       PIC 9(5).
               03  cptName              PIC X(20).
               03  cptTier              PIC X.
               03  cptTerms-Days        PIC 9(3).
               03  cptGross             PIC S9(8)V99.
               03  cptPromo             PIC S9(8)V99.
               03  cptManual            PIC S9(8)V99.
               03  cptLoyalty           PIC S9(8)V99.
               03  cptReturns           PIC S9(8)V99.
               03  cptCost              PIC S9(8)V99.
               03  cptOverdue           PIC S9(8)V99.
               03  cptContrib           PIC S9(8)V99.
       01  Customer-Count               PIC 9(3)   VALUE ZEROS.
       01  Customer-Index               PIC 9(3)   VALUE ZEROS.
       01  Search-Customer-ID           PIC 9(5)   VALUE ZEROS.
       01  Search-Customer-Name         PIC X(20)  VALUE SPACES.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Entry              VALUE "Y".

       01  Rank-Table.
           02  rtCustomer-Index         PIC 9(3)   OCCURS 500 TIMES
                                         VALUE ZEROS.
       01  Sort-Index                   PIC 9(3)   VALUE ZEROS.
       01  Compare-Index                PIC 9(3)   VALUE ZEROS.
       01  Temp-Customer-Index          PIC 9(3)   VALUE ZEROS.
       01  Rank-Index                   PIC 9(3)   VALUE ZEROS.

      * Contribution by whoever took the line; a blank code is the
      * house.
       01  Salesperson-Table.
           02  Salesperson-Entry        OCCURS 50 TIMES.
               03  sptCode              PIC X(3).
               03  sptName              PIC X(20).
               03  sptGross             PIC S9(8)V99.
               03  sptPromo             PIC S9(8)V99.
               03  sptManual            PIC S9(8)V99.
               03  sptLoyalty           PIC S9(8)V99.
               03  sptReturns           PIC S9(8)V99.
               03  sptCost              PIC S9(8)V99.
       01  Salesperson-Count            PIC 99     VALUE ZEROS.
       01  Salesperson-Index            PIC 99     VALUE ZEROS.

       01  Tier-List                    PIC X(4)   VALUE "RTW?".
       01  Tier-Codes REDEFINES Tier-List.
           02  tlTier                   PIC X      OCCURS 4 TIMES.
       01  Tier-Index                   PIC 9      VALUE ZEROS.
       01  Tier-Customers               PIC 9(3)   VALUE ZEROS.

       01  Line-Gross                   PIC 9(6)V99 VALUE ZEROS.
       01  Line-Discount                PIC 9(6)V99 VALUE ZEROS.
       01  Line-Manual                  PIC 9(6)V99 VALUE ZEROS.
       01  Line-Promo                   PIC 9(6)V99 VALUE ZEROS.
       01  Line-Loyalty                 PIC 9(6)V99 VALUE ZEROS.
       01  Line-Net                     PIC 9(6)V99 VALUE ZEROS.
       01  Line-Cost                    PIC 9(6)V99 VALUE ZEROS.

      * Working totals for the line being printed.
       01  Print-Totals.
           02  ptGross                  PIC S9(9)V99.
           02  ptPromo                  PIC S9(9)V99.
           02  ptManual                 PIC S9(9)V99.
           02  ptLoyalty                PIC S9(9)V99.
           02  ptReturns                PIC S9(9)V99.
           02  ptCost                   PIC S9(9)V99.
           02  ptOverdue                PIC S9(9)V99.
           02  ptContrib                PIC S9(9)V99.
       01  Sub-Totals.
           02  stGross                  PIC S9(9)V99.
           02  stPromo                  PIC S9(9)V99.
           02  stManual                 PIC S9(9)V99.
           02  stLoyalty                PIC S9(9)V99.
           02  stReturns                PIC S9(9)V99.
           02  stCost                   PIC S9(9)V99.
           02  stOverdue                PIC S9(9)V99.
           02  stContrib                PIC S9(9)V99.
       01  Net-Sales                    PIC S9(9)V99 VALUE ZEROS.
       01  Margin-Percent               PIC S9(3)V9 VALUE ZEROS.

      * Batch header/trailer control records on SALES.DAT, shared
      * with the other readers via SALESCTL.
       COPY SALESCTL.
       01  Sales-Read-Count          PIC 9(7)   VALUE ZEROS.

       01  Report-Header.
           02  FILLER                   PIC X(40)
               VALUE "AROMAMORA CUSTOMER PROFITABILITY REPORT".
           02  FILLER                   PIC X(12)  VALUE "SALES FROM ".
           02  rhlFrom-Date             PIC 9(8).
           02  FILLER                   PIC X(4)   VALUE " TO ".
           02  rhlTo-Date               PIC 9(8).
           02  FILLER                   PIC X(14)
               VALUE "  AR AGED AT ".
           02  rhlRun-Date              PIC 9(8).
       01  Report-Section-Line          PIC X(60).
       01  Report-LineBreak             PIC X(132) VALUE ALL "-".
       01  Report-Column-Titles.
           02  FILLER                   PIC X(29)  VALUE
               "RNK  CUST  NAME           T  ".
           02  FILLER                   PIC X(36)  VALUE
               "      GROSS  PROMO DISC MANUAL DISC ".
           02  FILLER                   PIC X(36)  VALUE
               "    LOYALTY     RETURNS        COST ".
           02  FILLER                   PIC X(31)  VALUE
               " OVERDUE AR     CONTRIB   MGN %".
       01  Report-Detail-Line.
           02  rdlRank                  PIC ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlName                  PIC X(14).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlTier                  PIC X.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlAmounts.
               03  rdlGross             PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlPromo             PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlManual            PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlLoyalty           PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlReturns           PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlCost              PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlOverdue           PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlContrib           PIC -ZZZ,ZZ9.99.
               03  FILLER               PIC X      VALUE SPACE.
               03  rdlMargin            PIC -ZZ9.9.
               03  rdlMargin-Text REDEFINES rdlMargin
                                        PIC X(6).
       01  Report-Summary-Line.
           02  rslLabel                 PIC X(29).
           02  rslAmounts               PIC X(103).
       01  Report-Note-Line             PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-DATE-RANGE
           PERFORM LOAD-OIL-COSTS
           CALL "LandedCost" USING Landed-Cost-Area
           PERFORM LOAD-OIL-PRICES
           PERFORM LOAD-SALESPEOPLE
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Have-Customer-Master TO TRUE
           ELSE
               DISPLAY "Warning - CUSTOMER.IDX not found (run "
                   "CustomerIndexBuild), tiers and terms default"
           END-IF
           PERFORM ACCUMULATE-HISTORY
           PERFORM ACCUMULATE-SALES
           PERFORM ACCUMULATE-OVERDUE
           PERFORM COMPLETE-CUSTOMERS
           IF Have-Customer-Master
               CLOSE Customer-File
           END-IF
           PERFORM SORT-RANK-TABLE
           PERFORM PRINT-PROFIT-REPORT
           DISPLAY "CustProfitRpt - " Customer-Count " customer(s) "
               "written to CUSTPROF.RPT"
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

       GET-DATE-RANGE.
           DISPLAY "From sale date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To sale date (YYYYMMDD, blank for all)  : "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date NOT = SPACES
               MOVE Filter-From-Date TO From-Date-Num
           END-IF
           IF Filter-To-Date NOT = SPACES
               MOVE Filter-To-Date TO To-Date-Num
           END-IF.

      * Days already closed by SalesDayEnd are read from the
      * indexed history, starting at the from date and stopping at
      * the first line past the to date; with no range asked for,
      * only the open SALES.DAT batch is reported, as before.
       ACCUMULATE-HISTORY.
           IF From-Date-Num = ZEROS AND To-Date-Num = 99999999
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Sales-History-File
           IF Sales-History-File-Status NOT = "00"
               DISPLAY "Warning - SALESHIST.IDX not found (run "
                   "SalesHistBuild), closed days not included"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO hxHistory-Key
           MOVE From-Date-Num TO hxSale-Date
           START Sales-History-File KEY IS >= hxHistory-Key
               INVALID KEY SET EndOfSalesHistory TO TRUE
           END-START
           IF NOT EndOfSalesHistory
               PERFORM READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL EndOfSalesHistory
               MOVE hxSales-Line TO Sales-Rec
               PERFORM CHECK-SALE-IN-RANGE
               IF Sale-In-Range
                       AND Oil-Number > 0 AND Oil-Number <= 30
                       AND sfUnit-Size > 0 AND sfUnit-Size <= 9
                   PERFORM ACCUMULATE-SALE-LINE
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE Sales-History-File.

       READ-NEXT-HISTORY.
           READ Sales-History-File NEXT RECORD
               AT END SET EndOfSalesHistory TO TRUE
           END-READ
           IF NOT EndOfSalesHistory AND hxSale-Date > To-Date-Num
               SET EndOfSalesHistory TO TRUE
           END-IF.

       ACCUMULATE-SALES.
           OPEN INPUT Sales-File
           IF Sales-File-Status NOT = "00"
               DISPLAY "Error - unable to open SALES.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ Sales-File
               AT END SET EndOfSalesFile TO TRUE
           END-READ
           PERFORM CHECK-SALES-CONTROL
           PERFORM UNTIL EndOfSalesFile
               PERFORM CHECK-SALE-IN-RANGE
               IF Sale-In-Range
                       AND Oil-Number > 0 AND Oil-Number <= 30
                       AND sfUnit-Size > 0 AND sfUnit-Size <= 9
                   PERFORM ACCUMULATE-SALE-LINE
               END-IF
               READ Sales-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
               PERFORM CHECK-SALES-CONTROL
           END-PERFORM
           CLOSE Sales-File.

      * Gross is quantity at the list price; sfDiscount holds all the
      * money taken off the line, of which sfManual-Discount was keyed
      * by hand and the rest came from a promotion, agreement or tier.
       ACCUMULATE-SALE-LINE.
           IF sfList-Price NUMERIC AND sfList-Price > ZEROS
               MOVE sfList-Price TO Line-Price
           ELSE
               PERFORM LOOKUP-LINE-PRICE
           END-IF
           COMPUTE Line-Gross = sfUnit-Sold * Line-Price
           MOVE ZEROS TO Line-Discount Line-Manual Line-Loyalty
           IF sfDiscount NUMERIC
               MOVE sfDiscount TO Line-Discount
           END-IF
           IF sfManual-Discount NUMERIC
               MOVE sfManual-Discount TO Line-Manual
           END-IF
           IF Line-Manual > Line-Discount
               MOVE Line-Discount TO Line-Manual
           END-IF
           COMPUTE Line-Promo = Line-Discount - Line-Manual
           IF sfRedeemed NUMERIC
               MOVE sfRedeemed TO Line-Loyalty
           END-IF
           COMPUTE Line-Cost ROUNDED =
               sfUnit-Sold * OIL-COST (Oil-Number, sfUnit-Size) *
               lcOil-Factor (Oil-Number)
           MOVE sfCustomer-ID TO Search-Customer-ID
           MOVE sfCustomer-Name TO Search-Customer-Name
           PERFORM FIND-OR-ADD-CUSTOMER
           PERFORM FIND-OR-ADD-SALESPERSON
           IF Return-Line
               IF Line-Discount + Line-Loyalty < Line-Gross
                   COMPUTE Line-Net =
                       Line-Gross - Line-Discount - Line-Loyalty
               ELSE
                   MOVE ZEROS TO Line-Net
               END-IF
               IF Customer-Index > 0
                   ADD Line-Net TO cptReturns (Customer-Index)
                   SUBTRACT Line-Cost FROM cptCost (Customer-Index)
               END-IF
               IF Salesperson-Index > 0
                   ADD Line-Net TO sptReturns (Salesperson-Index)
                   SUBTRACT Line-Cost FROM sptCost (Salesperson-Index)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF Customer-Index > 0
               ADD Line-Gross TO cptGross (Customer-Index)
               ADD Line-Promo TO cptPromo (Customer-Index)
               ADD Line-Manual TO cptManual (Customer-Index)
               ADD Line-Loyalty TO cptLoyalty (Customer-Index)
               ADD Line-Cost TO cptCost (Customer-Index)
           END-IF
           IF Salesperson-Index > 0
               ADD Line-Gross TO sptGross (Salesperson-Index)
               ADD Line-Promo TO sptPromo (Salesperson-Index)
               ADD Line-Manual TO sptManual (Salesperson-Index)
               ADD Line-Loyalty TO sptLoyalty (Salesperson-Index)
               ADD Line-Cost TO sptCost (Salesperson-Index)
           END-IF.

       FIND-OR-ADD-CUSTOMER.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Customer-Index FROM 1 BY 1
                   UNTIL Customer-Index > Customer-Count
               IF cptCustomer-ID (Customer-Index) = Search-Customer-ID
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found-Entry
               EXIT PARAGRAPH
           END-IF
           IF Customer-Count >= 500
               DISPLAY "Warning - Customer-Table full, Customer-ID "
                   Search-Customer-ID " not included"
               MOVE ZEROS TO Customer-Index
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Customer-Count
           MOVE Customer-Count TO Customer-Index
           MOVE Search-Customer-ID TO cptCustomer-ID (Customer-Index)
           MOVE SPACES TO cptName (Customer-Index)
           MOVE "R" TO cptTier (Customer-Index)
           MOVE 30 TO cptTerms-Days (Customer-Index)
           IF Have-Customer-Master
               MOVE Search-Customer-ID TO cmCustomer-ID
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE cmCustomer-Name TO cptName (Customer-Index)
                       IF cmPrice-Tier NOT = SPACE
                           MOVE cmPrice-Tier TO
                               cptTier (Customer-Index)
                       END-IF
                       IF cmTerms-Days NUMERIC
                               AND cmTerms-Days > ZEROS
                           MOVE cmTerms-Days TO
                               cptTerms-Days (Customer-Index)
                       END-IF
               END-READ
           END-IF
           IF cptName (Customer-Index) = SPACES
               MOVE Search-Customer-Name TO cptName (Customer-Index)
           END-IF
           MOVE ZEROS TO cptGross (Customer-Index)
               cptPromo (Customer-Index) cptManual (Customer-Index)
               cptLoyalty (Customer-Index) cptReturns (Customer-Index)
               cptCost (Customer-Index) cptOverdue (Customer-Index)
               cptContrib (Customer-Index).

       FIND-OR-ADD-SALESPERSON.
           PERFORM VARYING Salesperson-Index FROM 1 BY 1
                   UNTIL Salesperson-Index > Salesperson-Count
               IF sptCode (Salesperson-Index) = sfSalesperson
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF Salesperson-Count >= 50
               MOVE ZEROS TO Salesperson-Index
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Salesperson-Count
           MOVE Salesperson-Count TO Salesperson-Index
           MOVE sfSalesperson TO sptCode (Salesperson-Index)
           IF sfSalesperson = SPACES
               MOVE "HOUSE / UNATTRIBUTED" TO
                   sptName (Salesperson-Index)
           ELSE
               MOVE "NOT ON SALESPER.DAT" TO
                   sptName (Salesperson-Index)
           END-IF
           PERFORM INIT-SALESPERSON-TOTALS.

       INIT-SALESPERSON-TOTALS.
           MOVE ZEROS TO sptGross (Salesperson-Index)
               sptPromo (Salesperson-Index)
               sptManual (Salesperson-Index)
               sptLoyalty (Salesperson-Index)
               sptReturns (Salesperson-Index)
               sptCost (Salesperson-Index).

      * An open invoice still owing once the customer's terms have
      * run out is charged against the customer's contribution.
      * Day counts use the 30-day-month convention CustAgedARRpt
      * ages with.
       ACCUMULATE-OVERDUE.
           OPEN INPUT CustAR-File
           IF CustAR-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CustAR-File
               AT END SET EndOfCustARFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCustARFile
               IF NOT arStatus-Closed AND arAmount > arPaid
                   COMPUTE Invoice-Owing = arAmount - arPaid
                   MOVE arDate TO Invoice-Date-Split
                   COMPUTE Age-Days =
                       ((Run-Year - Inv-Year) * 360)
                       + ((Run-Month - Inv-Month) * 30)
                       + (Run-Day - Inv-Day)
                   MOVE arCustomer-ID TO Search-Customer-ID
                   MOVE SPACES TO Search-Customer-Name
                   PERFORM FIND-OR-ADD-CUSTOMER
                   IF Customer-Index > 0
                       IF Age-Days > cptTerms-Days (Customer-Index)
                           ADD Invoice-Owing TO
                               cptOverdue (Customer-Index)
                       END-IF
                   END-IF
               END-IF
               READ CustAR-File
                   AT END SET EndOfCustARFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CustAR-File.

       COMPLETE-CUSTOMERS.
           PERFORM VARYING Customer-Index FROM 1 BY 1
                   UNTIL Customer-Index > Customer-Count
               COMPUTE cptContrib (Customer-Index) =
                   cptGross (Customer-Index)
                   - cptPromo (Customer-Index)
                   - cptManual (Customer-Index)
                   - cptLoyalty (Customer-Index)
                   - cptReturns (Customer-Index)
                   - cptCost (Customer-Index)
                   - cptOverdue (Customer-Index)
               IF cptTier (Customer-Index) NOT = "R"
                       AND cptTier (Customer-Index) NOT = "T"
                       AND cptTier (Customer-Index) NOT = "W"
                   MOVE "?" TO cptTier (Customer-Index)
               END-IF
               MOVE Customer-Index TO rtCustomer-Index (Customer-Index)
           END-PERFORM.

      * Descending bubble sort of Rank-Table by net contribution, the
      * same small-table approach TopCustomersRpt ranks with.
       SORT-RANK-TABLE.
           IF Customer-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Customer-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Customer-Count - Sort-Index
                       IF cptContrib (rtCustomer-Index (Compare-Index))
                           < cptContrib
                               (rtCustomer-Index (Compare-Index + 1))
                           MOVE rtCustomer-Index (Compare-Index)
                               TO Temp-Customer-Index
                           MOVE rtCustomer-Index (Compare-Index + 1)
                               TO rtCustomer-Index (Compare-Index)
                           MOVE Temp-Customer-Index
                               TO rtCustomer-Index (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-PROFIT-REPORT.
           OPEN OUTPUT ReportFile
           MOVE From-Date-Num TO rhlFrom-Date
           MOVE To-Date-Num TO rhlTo-Date
           MOVE Run-Date TO rhlRun-Date
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           IF Customer-Count = ZEROS
               MOVE "No sales or open invoices found for the range."
                   TO Report-Note-Line
               WRITE Report-Line FROM Report-Note-Line
               CLOSE ReportFile
               EXIT PARAGRAPH
           END-IF

           MOVE "CUSTOMERS RANKED BY NET CONTRIBUTION" TO
               Report-Section-Line
           WRITE Report-Line FROM Report-Section-Line
           WRITE Report-Line FROM Report-Column-Titles
           INITIALIZE Sub-Totals
           PERFORM VARYING Rank-Index FROM 1 BY 1
                   UNTIL Rank-Index > Customer-Count
               PERFORM PRINT-CUSTOMER-LINE
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE "ALL CUSTOMERS" TO rslLabel
           PERFORM PRINT-SUB-TOTALS

           PERFORM VARYING Tier-Index FROM 1 BY 1 UNTIL Tier-Index > 4
               PERFORM PRINT-TIER-GROUP
           END-PERFORM

           PERFORM PRINT-SALESPERSON-SUMMARY
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "OVERDUE AR - CUSTAR.DAT balance still owing past the "
               TO Report-Note-Line
           WRITE Report-Line FROM Report-Note-Line
           MOVE "customer's terms; MGN % is contribution over net sales"
               TO Report-Note-Line
           WRITE Report-Line FROM Report-Note-Line
           CLOSE ReportFile.

       PRINT-CUSTOMER-LINE.
           MOVE rtCustomer-Index (Rank-Index) TO Customer-Index
           MOVE Rank-Index TO rdlRank
           MOVE cptCustomer-ID (Customer-Index) TO rdlCustomer-ID
           MOVE cptName (Customer-Index) TO rdlName
           MOVE cptTier (Customer-Index) TO rdlTier
           MOVE cptGross (Customer-Index) TO ptGross
           MOVE cptPromo (Customer-Index) TO ptPromo
           MOVE cptManual (Customer-Index) TO ptManual
           MOVE cptLoyalty (Customer-Index) TO ptLoyalty
           MOVE cptReturns (Customer-Index) TO ptReturns
           MOVE cptCost (Customer-Index) TO ptCost
           MOVE cptOverdue (Customer-Index) TO ptOverdue
           MOVE cptContrib (Customer-Index) TO ptContrib
           PERFORM FORMAT-AMOUNTS
           WRITE Report-Line FROM Report-Detail-Line
           ADD ptGross TO stGross
           ADD ptPromo TO stPromo
           ADD ptManual TO stManual
           ADD ptLoyalty TO stLoyalty
           ADD ptReturns TO stReturns
           ADD ptCost TO stCost
           ADD ptOverdue TO stOverdue
           ADD ptContrib TO stContrib.

      * The same ranking, one price tier at a time; a customer with
      * an unknown tier prints under "?".
       PRINT-TIER-GROUP.
           MOVE ZEROS TO Tier-Customers
           PERFORM VARYING Rank-Index FROM 1 BY 1
                   UNTIL Rank-Index > Customer-Count
               IF cptTier (rtCustomer-Index (Rank-Index)) =
                       tlTier (Tier-Index)
                   ADD 1 TO Tier-Customers
               END-IF
           END-PERFORM
           IF Tier-Customers = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           EVALUATE tlTier (Tier-Index)
               WHEN "R"
                   MOVE "PRICE TIER R - RETAIL" TO Report-Section-Line
               WHEN "T"
                   MOVE "PRICE TIER T - TRADE" TO Report-Section-Line
               WHEN "W"
                   MOVE "PRICE TIER W - WHOLESALE" TO
                       Report-Section-Line
               WHEN OTHER
                   MOVE "PRICE TIER UNKNOWN" TO Report-Section-Line
           END-EVALUATE
           WRITE Report-Line FROM Report-Section-Line
           WRITE Report-Line FROM Report-Column-Titles
           INITIALIZE Sub-Totals
           PERFORM VARYING Rank-Index FROM 1 BY 1
                   UNTIL Rank-Index > Customer-Count
               IF cptTier (rtCustomer-Index (Rank-Index)) =
                       tlTier (Tier-Index)
                   PERFORM PRINT-CUSTOMER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO rslLabel
           STRING "TIER " tlTier (Tier-Index) " TOTAL"
               DELIMITED BY SIZE INTO rslLabel
           PERFORM PRINT-SUB-TOTALS.

      * Overdue money belongs to the customer, not the line, so the
      * salesperson contribution is before any overdue charge.
       PRINT-SALESPERSON-SUMMARY.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "CONTRIBUTION BY SALESPERSON (BEFORE OVERDUE AR)" TO
               Report-Section-Line
           WRITE Report-Line FROM Report-Section-Line
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Salesperson-Index FROM 1 BY 1
                   UNTIL Salesperson-Index > Salesperson-Count
               IF sptGross (Salesperson-Index) NOT = ZEROS
                       OR sptReturns (Salesperson-Index) NOT = ZEROS
                   PERFORM PRINT-SALESPERSON-LINE
               END-IF
           END-PERFORM.

       PRINT-SALESPERSON-LINE.
           MOVE sptGross (Salesperson-Index) TO ptGross
           MOVE sptPromo (Salesperson-Index) TO ptPromo
           MOVE sptManual (Salesperson-Index) TO ptManual
           MOVE sptLoyalty (Salesperson-Index) TO ptLoyalty
           MOVE sptReturns (Salesperson-Index) TO ptReturns
           MOVE sptCost (Salesperson-Index) TO ptCost
           MOVE ZEROS TO ptOverdue
           COMPUTE ptContrib = ptGross - ptPromo - ptManual
               - ptLoyalty - ptReturns - ptCost
           PERFORM FORMAT-AMOUNTS
           MOVE SPACES TO rslLabel
           STRING sptCode (Salesperson-Index) " "
               sptName (Salesperson-Index)
               DELIMITED BY SIZE INTO rslLabel
           MOVE rdlAmounts TO rslAmounts
           WRITE Report-Line FROM Report-Summary-Line.

       PRINT-SUB-TOTALS.
           MOVE Sub-Totals TO Print-Totals
           PERFORM FORMAT-AMOUNTS
           MOVE rdlAmounts TO rslAmounts
           WRITE Report-Line FROM Report-Summary-Line.

       FORMAT-AMOUNTS.
           MOVE ptGross TO rdlGross
           MOVE ptPromo TO rdlPromo
           MOVE ptManual TO rdlManual
           MOVE ptLoyalty TO rdlLoyalty
           MOVE ptReturns TO rdlReturns
           MOVE ptCost TO rdlCost
           MOVE ptOverdue TO rdlOverdue
           MOVE ptContrib TO rdlContrib
           COMPUTE Net-Sales = ptGross - ptPromo - ptManual
               - ptLoyalty - ptReturns
           IF Net-Sales > ZEROS
               COMPUTE Margin-Percent ROUNDED =
                   (ptContrib * 100) / Net-Sales
                   ON SIZE ERROR
                       MOVE -999.9 TO Margin-Percent
               END-COMPUTE
               MOVE Margin-Percent TO rdlMargin
           ELSE
               MOVE "   N/A" TO rdlMargin-Text
           END-IF.

      * Skip a SALES.DAT header record, validate the trailer count
      * against the lines actually read, and count data lines, the
      * same tolerance-for-legacy-files scheme the other readers use.
       CHECK-SALES-CONTROL.
           IF NOT EndOfSalesFile
               IF Sales-Rec (1:3) = "HDR"
                   MOVE Sales-Rec TO Sales-Header-Record
                   PERFORM VALIDATE-SALES-HEADER
                   READ Sales-File
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
                   PERFORM CHECK-SALES-CONTROL
               ELSE
                   IF Sales-Rec (1:3) = "TRL"
                       MOVE Sales-Rec TO Sales-Trailer-Record
                       SET EndOfSalesFile TO TRUE
                       PERFORM VALIDATE-SALES-TRAILER
                   ELSE
                       ADD 1 TO Sales-Read-Count
                   END-IF
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
                   sltActualCount " does not match "
                   Sales-Read-Count " sales line(s) actually read, "
                   "totals not trusted - aborting run"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * A legacy sales line with no (non-numeric) sale date counts
      * only when no range was asked for.
       CHECK-SALE-IN-RANGE.
           MOVE "N" TO Sale-In-Range-Switch
           IF sfSale-Date NUMERIC
               IF sfSale-Date >= From-Date-Num
                       AND sfSale-Date <= To-Date-Num
                   MOVE "Y" TO Sale-In-Range-Switch
               END-IF
           ELSE
               IF From-Date-Num = ZEROS
                       AND To-Date-Num = 99999999
                   MOVE "Y" TO Sale-In-Range-Switch
               END-IF
           END-IF.

       LOAD-OIL-COSTS.
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status NOT = "00"
               DISPLAY "Error - unable to open OILCOST.DAT, "
                   "run OilCostMaint to create it"
               MOVE 16 TO RETURN-CODE
               GOBACK
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
               DISPLAY "Warning - OILPRICE.DAT not found, a legacy "
                   "line without a list price counts no gross"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Price-File
               AT END SET EndOfOilPriceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilPriceFile
               IF opOil-Number > 0 AND opOil-Number <= 30
                       AND opUnit-Size > 0 AND opUnit-Size <= 9
                       AND Price-Count < 500
                   ADD 1 TO Price-Count
                   MOVE opOil-Number TO prtOil-Number (Price-Count)
                   MOVE opUnit-Size TO prtUnit-Size (Price-Count)
                   MOVE opOil-Price TO prtOil-Price (Price-Count)
                   IF opEffective-Date NUMERIC
                       MOVE opEffective-Date TO
                           prtEffective-Date (Price-Count)
                   ELSE
                       MOVE ZEROS TO prtEffective-Date (Price-Count)
                   END-IF
               END-IF
               READ Oil-Price-File
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Price-File.

      * The price in force on the line's sale date is the record
      * with the latest effective date not after it; a legacy line
      * with no sale date prices as of the run date.
       LOOKUP-LINE-PRICE.
           MOVE "N" TO Price-Found-Switch
           MOVE ZEROS TO Line-Price
           MOVE ZEROS TO Best-Eff-Date
           PERFORM VARYING Price-Index FROM 1 BY 1
                   UNTIL Price-Index > Price-Count
               IF prtOil-Number (Price-Index) = Oil-Number
                       AND prtUnit-Size (Price-Index) = sfUnit-Size
                   IF (sfSale-Date NUMERIC
                           AND prtEffective-Date (Price-Index)
                               <= sfSale-Date)
                       OR (sfSale-Date NOT NUMERIC
                           AND prtEffective-Date (Price-Index)
                               <= Run-Date)
                       IF NOT Found-Line-Price
                           OR prtEffective-Date (Price-Index)
                               >= Best-Eff-Date
                           SET Found-Line-Price TO TRUE
                           MOVE prtEffective-Date (Price-Index)
                               TO Best-Eff-Date
                           MOVE prtOil-Price (Price-Index)
                               TO Line-Price
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-SALESPEOPLE.
           MOVE ZEROS TO Salesperson-Count
           OPEN INPUT Salesperson-File
           IF Salesperson-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Salesperson-File
               AT END SET EndOfSalespersonFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSalespersonFile
               IF Salesperson-Count < 49
                   ADD 1 TO Salesperson-Count
                   MOVE Salesperson-Count TO Salesperson-Index
                   MOVE spCode TO sptCode (Salesperson-Index)
                   MOVE spName TO sptName (Salesperson-Index)
                   PERFORM INIT-SALESPERSON-TOTALS
               END-IF
               READ Salesperson-File
                   AT END SET EndOfSalespersonFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Salesperson-File.

       END PROGRAM CustProfitRpt.
