      *         "TOT" rows as the baseline, so marketing sees what
      *         the discount actually moved instead of guessing.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Only promotion discounts count as discounted
      *            now: a line priced by a customer agreement, a
      *            price tier or a manual discount (sfPrice-Source)
      *            is full-price volume as far as the promotions are
      *            concerned.  A legacy line with a discount still
      *            counts as a promotion.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromoEffectRpt.

       ACCUMULATE-ONE-LINE.
           IF sfDiscount NUMERIC AND sfDiscount > ZEROS
                   AND (Promotion-Price-Line OR List-Price-Line)
               ADD 1 TO Discounted-Lines
               IF Return-Line
                   SUBTRACT sfUnit-Sold FROM
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
