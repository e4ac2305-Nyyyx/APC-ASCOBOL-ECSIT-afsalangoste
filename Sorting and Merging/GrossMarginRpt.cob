      *            margin reflects the price actually charged.
      * 9/2/2026 - A loyalty redemption (sfRedeemed) nets out the
      *            same way.
      * 10/15/2026 - Cost is now landed cost: the OILCOST.DAT cost
      *            is scaled by the oil's landed cost factor
      *            (LandedCost) so freight, duty and handling come
      *            off the margin the way GLFeedExport's COGS does.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      * 10/15/2026 - A line converted from a quotation (price source Q)
      *            earns the unit price quoted (sfList-Price) rather
      *            than the OILPRICE.DAT price in force on the sale
      *            date, so revenue agrees with the invoice and the
      *            GL feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrossMarginRpt.
       01  Oil-Index                    PIC 99     VALUE ZEROS.
       01  Line-Revenue                 PIC 9(6)V99 VALUE ZEROS.
       01  Line-Cost                    PIC 9(6)V99 VALUE ZEROS.

      * Landed cost factor per oil, answered through LandedCost.
       COPY LCOSTCHK.
       01  Oil-Margin                   PIC S9(7)V99 VALUE ZEROS.
       01  Total-Revenue                PIC S9(9)V99 VALUE ZEROS.
       01  Total-Cost                   PIC S9(9)V99 VALUE ZEROS.
       MAIN-PROCEDURE.
           PERFORM GET-DATE-RANGE
           PERFORM LOAD-OIL-COSTS
           CALL "LandedCost" USING Landed-Cost-Area
           PERFORM LOAD-OIL-PRICES
           PERFORM ACCUMULATE-SALES
           PERFORM PRINT-MARGIN-REPORT
                       AND Oil-Number > 0 AND Oil-Number <= 30
                       AND sfUnit-Size > 0 AND sfUnit-Size <= 9
                   PERFORM LOOKUP-LINE-PRICE
                   IF Quote-Price-Line AND sfList-Price NUMERIC
                           AND sfList-Price > ZEROS
                       MOVE sfList-Price TO Line-Price
                   END-IF
                   COMPUTE Line-Revenue =
                       sfUnit-Sold * Line-Price
                   IF sfDiscount NUMERIC
                           MOVE ZEROS TO Line-Revenue
                       END-IF
                   END-IF
                   COMPUTE Line-Cost ROUNDED =
                       sfUnit-Sold *
                       OIL-COST (Oil-Number, sfUnit-Size) *
                       lcOil-Factor (Oil-Number)
                   IF Return-Line
                       SUBTRACT Line-Revenue
                           FROM orvRevenue (Oil-Number)
       CHECK-SALES-CONTROL.
           IF NOT EndOfSalesFile
               IF Sales-Rec (1:3) = "HDR"
                   MOVE Sales-Rec TO Sales-Header-Record
                   PERFORM VALIDATE-SALES-HEADER
                   READ Sales-File
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
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
