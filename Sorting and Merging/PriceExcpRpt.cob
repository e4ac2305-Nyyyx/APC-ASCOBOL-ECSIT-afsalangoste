      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Pricing exception report.  Every sale line on the
      *         current SALES.DAT is checked against the PRICEAGR.DAT
      *         agreements in force on its sale date for the customer
      *         and their CUSTOMER.IDX price tier: a line charged
      *         below the agreed price (a promotion aside) is listed
      *         with the shortfall, and so is a line carrying a
      *         manual discount over the operator's threshold, with
      *         the salesperson who took it - so negotiated prices
      *         and counter discounts finally get audited.  A legacy
      *         line with a discount and no price source counts the
      *         whole discount as manual.  Written to PRICEEXCP.RPT.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A line converted from a quotation is charged the
      *            price quoted while the quote was in date, so it is
      *            no longer held to the agreed price of the sale
      *            date; its manual discount is still audited.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceExcpRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Sales-File ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT Agreement-File ASSIGN TO "PRICEAGR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Agreement-File-Status.

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

       SELECT ReportFile ASSIGN TO "PRICEEXCP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
       COPY SALESREC.

       FD  Agreement-File.
       COPY PRAGREC.

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

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Sales-File-Status            PIC XX.
       01  Agreement-File-Status        PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  Customer-Open-Switch         PIC X      VALUE "N".
           88  Customer-Master-Open     VALUE "Y".

       01  Run-Date                     PIC 9(8).

      * Batch header/trailer control records on SALES.DAT, shared
      * with the other readers via SALESCTL.
       COPY SALESCTL.

      * List prices for a legacy line that doesn't carry its own:
      * today's OILPRICE.DAT price, cost where there is none.
       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
               03  OIL-COST             PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
       01  Oil-Price-Table.
           02  Oil-Price-Entry          OCCURS 30 TIMES.
               03  OIL-PRICE            PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.

       01  Agreement-Table.
           02  Agreement-Entry          OCCURS 200 TIMES.
               03  agtCustomer-ID       PIC 9(5).
               03  agtPrice-Tier        PIC X.
               03  agtOil-Number        PIC 99.
               03  agtUnit-Size         PIC 9.
               03  agtFrom-Date         PIC 9(8).
               03  agtTo-Date           PIC 9(8).
               03  agtMethod            PIC X.
               03  agtValue             PIC 9(2)V99.
       01  Agreement-Count              PIC 9(3)   VALUE ZEROS.
       01  Agreement-Index              PIC 9(3)   VALUE ZEROS.

       01  Manual-Threshold             PIC 9(4)V99 VALUE ZEROS.
       01  Line-Date                    PIC 9(8)   VALUE ZEROS.
       01  Line-Tier                    PIC X      VALUE SPACE.
       01  List-Unit-Price              PIC 99V99  VALUE ZEROS.
       01  Agreed-Unit-Price            PIC 99V99  VALUE ZEROS.
       01  Candidate-Unit-Price         PIC 99V99  VALUE ZEROS.
       01  Charged-Unit-Price           PIC 99V99  VALUE ZEROS.
       01  Agreed-Switch                PIC X      VALUE "N".
           88  Have-Agreement           VALUE "Y".
       01  Line-List-Value              PIC 9(6)V99 VALUE ZEROS.
       01  Line-Discount-Amount         PIC 9(4)V99 VALUE ZEROS.
       01  Line-Charged-Value           PIC 9(6)V99 VALUE ZEROS.
       01  Line-Agreed-Value            PIC 9(6)V99 VALUE ZEROS.
       01  Line-Manual                  PIC 9(4)V99 VALUE ZEROS.
       01  Line-Shortfall               PIC 9(6)V99 VALUE ZEROS.
       01  Below-Agreed-Switch          PIC X      VALUE "N".
           88  Line-Below-Agreed        VALUE "Y".
       01  Manual-Over-Switch           PIC X      VALUE "N".
           88  Line-Manual-Over         VALUE "Y".

       01  Sales-Read-Count             PIC 9(7)   VALUE ZEROS.
       01  Lines-Checked                PIC 9(7)   VALUE ZEROS.
       01  Below-Agreed-Count           PIC 9(5)   VALUE ZEROS.
       01  Manual-Over-Count            PIC 9(5)   VALUE ZEROS.
       01  Total-Shortfall              PIC 9(8)V99 VALUE ZEROS.
       01  Total-Manual-Over            PIC 9(8)V99 VALUE ZEROS.
       01  Total-Manual                 PIC 9(8)V99 VALUE ZEROS.

       01  Report-Header                PIC X(40)
           VALUE "AROMAMORA PRICING EXCEPTIONS".
       01  Report-Threshold-Line.
           02  FILLER                   PIC X(30)
               VALUE "MANUAL DISCOUNT THRESHOLD    ".
           02  rtlThreshold             PIC $,$$9.99.
       01  Report-LineBreak             PIC X(78) VALUE ALL "-".

       01  Report-Column-Titles.
           02  FILLER                   PIC X(9)   VALUE "DATE".
           02  FILLER                   PIC X(6)   VALUE "CUST".
           02  FILLER                   PIC X(13)  VALUE "NAME".
           02  FILLER                   PIC X(4)   VALUE "SP".
           02  FILLER                   PIC X(5)   VALUE "OIL".
           02  FILLER                   PIC X(4)   VALUE "QTY".
           02  FILLER                   PIC X(6)   VALUE " LIST".
           02  FILLER                   PIC X(6)   VALUE " CHGD".
           02  FILLER                   PIC X(6)   VALUE "AGREED".
           02  FILLER                   PIC X(8)   VALUE "  MANUAL".
           02  FILLER                   PIC X(9)   VALUE " SHORTFL".
           02  FILLER                   PIC X(6)   VALUE "REASON".

       01  Report-Detail-Line.
           02  rdlSale-Date             PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlName                  PIC X(12).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlSalesperson           PIC X(3).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE "/".
           02  rdlUnit-Size             PIC 9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlUnit-Sold             PIC ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlList-Price            PIC Z9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlCharged-Price         PIC Z9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlAgreed-Price          PIC Z9.99 BLANK WHEN ZERO.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlManual                PIC ZZZ9.99 BLANK WHEN ZERO.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlShortfall             PIC ZZZZ9.99 BLANK WHEN ZERO.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlReason                PIC X(6).

       01  Report-Total-Line.
           02  rtlLabel                 PIC X(36).
           02  rtlCount                 PIC ZZ,ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rtlAmount                PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           DISPLAY "Manual discount threshold per line (e.g. "
               "0010.00, 0 lists every one): " WITH NO ADVANCING
           ACCEPT Manual-Threshold
           OPEN INPUT Sales-File
           IF Sales-File-Status NOT = "00"
               DISPLAY "Error - unable to open SALES.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-PRICES
           PERFORM LOAD-PRICE-AGREEMENTS
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Customer-Master-Open TO TRUE
           ELSE
               DISPLAY "Warning - CUSTOMER.IDX not available, price "
                   "tier agreements are not checked"
           END-IF
           OPEN OUTPUT ReportFile
           WRITE Report-Line FROM Report-Header
           MOVE Manual-Threshold TO rtlThreshold
           WRITE Report-Line FROM Report-Threshold-Line
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           READ Sales-File
               AT END SET EndOfSalesFile TO TRUE
           END-READ
           PERFORM CHECK-SALES-CONTROL
           PERFORM UNTIL EndOfSalesFile
               IF Sale-Line
                       AND Oil-Number > 0 AND Oil-Number <= 30
                       AND sfUnit-Size > 0 AND sfUnit-Size <= 9
                       AND sfUnit-Sold NUMERIC AND sfUnit-Sold > 0
                   PERFORM CHECK-ONE-LINE
               END-IF
               READ Sales-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
               PERFORM CHECK-SALES-CONTROL
           END-PERFORM
           CLOSE Sales-File
           IF Customer-Master-Open
               CLOSE Customer-File
           END-IF
           PERFORM PRINT-TOTALS
           CLOSE ReportFile
           DISPLAY "PriceExcpRpt - " Lines-Checked " sale line(s) "
               "checked, " Below-Agreed-Count " below the agreed "
               "price, " Manual-Over-Count " over the manual "
               "discount threshold, on PRICEEXCP.RPT"
           GOBACK.

       CHECK-ONE-LINE.
           ADD 1 TO Lines-Checked
           MOVE "N" TO Below-Agreed-Switch
           MOVE "N" TO Manual-Over-Switch
           MOVE ZEROS TO Line-Shortfall
           IF sfList-Price NUMERIC AND sfList-Price > ZEROS
               MOVE sfList-Price TO List-Unit-Price
           ELSE
               IF OIL-PRICE (Oil-Number, sfUnit-Size) NOT = ZEROS
                   MOVE OIL-PRICE (Oil-Number, sfUnit-Size) TO
                       List-Unit-Price
               ELSE
                   MOVE OIL-COST (Oil-Number, sfUnit-Size) TO
                       List-Unit-Price
               END-IF
           END-IF
           COMPUTE Line-List-Value = sfUnit-Sold * List-Unit-Price
           IF sfDiscount NUMERIC
               MOVE sfDiscount TO Line-Discount-Amount
           ELSE
               MOVE ZEROS TO Line-Discount-Amount
           END-IF
           IF Line-Discount-Amount < Line-List-Value
               COMPUTE Line-Charged-Value =
                   Line-List-Value - Line-Discount-Amount
           ELSE
               MOVE ZEROS TO Line-Charged-Value
           END-IF
           COMPUTE Charged-Unit-Price ROUNDED =
               Line-Charged-Value / sfUnit-Sold

           IF sfManual-Discount NUMERIC
               MOVE sfManual-Discount TO Line-Manual
           ELSE
               IF List-Price-Line
                   MOVE Line-Discount-Amount TO Line-Manual
               ELSE
                   MOVE ZEROS TO Line-Manual
               END-IF
           END-IF
           ADD Line-Manual TO Total-Manual
           IF Line-Manual > ZEROS AND Line-Manual > Manual-Threshold
               SET Line-Manual-Over TO TRUE
               ADD 1 TO Manual-Over-Count
               ADD Line-Manual TO Total-Manual-Over
           END-IF

           PERFORM FIND-AGREED-PRICE
           IF Have-Agreement AND NOT Promotion-Price-Line
                   AND NOT Quote-Price-Line
               COMPUTE Line-Agreed-Value =
                   sfUnit-Sold * Agreed-Unit-Price
               IF Line-Charged-Value < Line-Agreed-Value
                   SET Line-Below-Agreed TO TRUE
                   COMPUTE Line-Shortfall =
                       Line-Agreed-Value - Line-Charged-Value
                   ADD 1 TO Below-Agreed-Count
                   ADD Line-Shortfall TO Total-Shortfall
               END-IF
           END-IF

           IF Line-Below-Agreed OR Line-Manual-Over
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      * The lowest price among the customer's own agreements and
      * their tier's that were in force on the sale date - the same
      * choice SalesEntry makes at the counter.  A legacy line with
      * no sale date is checked against any agreement on file.
       FIND-AGREED-PRICE.
           MOVE "N" TO Agreed-Switch
           MOVE 99.99 TO Agreed-Unit-Price
           IF sfSale-Date NUMERIC
               MOVE sfSale-Date TO Line-Date
           ELSE
               MOVE ZEROS TO Line-Date
           END-IF
           MOVE SPACE TO Line-Tier
           IF Customer-Master-Open
               MOVE sfCustomer-ID TO cmCustomer-ID
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE cmPrice-Tier TO Line-Tier
               END-READ
           END-IF
           PERFORM VARYING Agreement-Index FROM 1 BY 1
                   UNTIL Agreement-Index > Agreement-Count
               IF (agtCustomer-ID (Agreement-Index) = sfCustomer-ID
                       OR (agtCustomer-ID (Agreement-Index) = ZEROS
                           AND Line-Tier NOT = SPACE
                           AND agtPrice-Tier (Agreement-Index)
                               = Line-Tier))
                   AND (agtOil-Number (Agreement-Index) = ZEROS
                       OR agtOil-Number (Agreement-Index)
                           = Oil-Number)
                   AND (agtUnit-Size (Agreement-Index) = ZEROS
                       OR agtUnit-Size (Agreement-Index)
                           = sfUnit-Size)
                   AND (Line-Date = ZEROS
                       OR (agtFrom-Date (Agreement-Index) <= Line-Date
                           AND agtTo-Date (Agreement-Index)
                               >= Line-Date))
                   IF agtMethod (Agreement-Index) = "F"
                       MOVE agtValue (Agreement-Index) TO
                           Candidate-Unit-Price
                   ELSE
                       COMPUTE Candidate-Unit-Price ROUNDED =
                           List-Unit-Price *
                           (100 - agtValue (Agreement-Index)) / 100
                   END-IF
                   IF Candidate-Unit-Price < Agreed-Unit-Price
                           OR NOT Have-Agreement
                       MOVE Candidate-Unit-Price TO Agreed-Unit-Price
                       SET Have-Agreement TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Have-Agreement
               MOVE ZEROS TO Agreed-Unit-Price
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF sfSale-Date NUMERIC
               MOVE sfSale-Date TO rdlSale-Date
           ELSE
               MOVE ZEROS TO rdlSale-Date
           END-IF
           MOVE sfCustomer-ID TO rdlCustomer-ID
           MOVE sfCustomer-Name TO rdlName
           MOVE sfSalesperson TO rdlSalesperson
           MOVE Oil-Number TO rdlOil-Number
           MOVE sfUnit-Size TO rdlUnit-Size
           MOVE sfUnit-Sold TO rdlUnit-Sold
           MOVE List-Unit-Price TO rdlList-Price
           MOVE Charged-Unit-Price TO rdlCharged-Price
           MOVE Agreed-Unit-Price TO rdlAgreed-Price
           MOVE Line-Manual TO rdlManual
           MOVE Line-Shortfall TO rdlShortfall
           EVALUATE TRUE
               WHEN Line-Below-Agreed AND Line-Manual-Over
                   MOVE "BOTH" TO rdlReason
               WHEN Line-Below-Agreed
                   MOVE "BELOW" TO rdlReason
               WHEN OTHER
                   MOVE "MANUAL" TO rdlReason
           END-EVALUATE
           WRITE Report-Line FROM Report-Detail-Line.

       PRINT-TOTALS.
           WRITE Report-Line FROM Report-LineBreak
           MOVE "SALE LINES CHECKED" TO rtlLabel
           MOVE Lines-Checked TO rtlCount
           MOVE ZEROS TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "BELOW AGREED PRICE / SHORTFALL" TO rtlLabel
           MOVE Below-Agreed-Count TO rtlCount
           MOVE Total-Shortfall TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "MANUAL DISCOUNTS OVER THRESHOLD" TO rtlLabel
           MOVE Manual-Over-Count TO rtlCount
           MOVE Total-Manual-Over TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "ALL MANUAL DISCOUNTS" TO rtlLabel
           MOVE ZEROS TO rtlCount
           MOVE Total-Manual TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line.

      * Skip a SALES.DAT header record, validate the trailer count
      * against the lines actually read, the same tolerance-for-
      * legacy-files scheme the other readers use.
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

       LOAD-PRICE-AGREEMENTS.
           OPEN INPUT Agreement-File
           IF Agreement-File-Status NOT = "00"
               DISPLAY "Warning - PRICEAGR.DAT not found, only "
                   "manual discounts are checked"
               EXIT PARAGRAPH
           END-IF
           READ Agreement-File
               AT END SET EndOfAgreementFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAgreementFile
               IF Agreement-Count < 200
                   ADD 1 TO Agreement-Count
                   MOVE paCustomer-ID TO
                       agtCustomer-ID (Agreement-Count)
                   MOVE paPrice-Tier TO
                       agtPrice-Tier (Agreement-Count)
                   MOVE paOil-Number TO
                       agtOil-Number (Agreement-Count)
                   MOVE paUnit-Size TO agtUnit-Size (Agreement-Count)
                   MOVE paFrom-Date TO agtFrom-Date (Agreement-Count)
                   MOVE paTo-Date TO agtTo-Date (Agreement-Count)
                   MOVE paMethod TO agtMethod (Agreement-Count)
                   MOVE paValue TO agtValue (Agreement-Count)
               ELSE
                   DISPLAY "Warning - Agreement-Table full, "
                       "price agreement not checked"
               END-IF
               READ Agreement-File
                   AT END SET EndOfAgreementFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Agreement-File.

       LOAD-OIL-COSTS.
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status NOT = "00"
               EXIT PARAGRAPH
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

       END PROGRAM PriceExcpRpt.
