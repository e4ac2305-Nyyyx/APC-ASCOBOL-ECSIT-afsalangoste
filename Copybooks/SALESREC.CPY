      *            sfDiscount and LoyaltyPost can reverse the points
      *            when a return reverses the sale.  A legacy line
      *            reads with it blank (non-numeric).
      * 10/15/2026 - Carved sfTax-Class out of the pad and added
      *            sfTax-Amount: the TAXRATE.DAT class the line was
      *            taxed under and the sales tax charged on it (on a
      *            return line, the tax given back), so the GL feed
      *            and TaxReturnRpt take the tax off the line instead
      *            of recalculating it at today's rate.  A legacy
      *            line reads with both blank and carries no tax.
      * 10/15/2026 - Carved sfPrice-Source out of the pad and added
      *            sfList-Price and sfManual-Discount: what priced the
      *            line (promotion, the customer's own agreement,
      *            their price tier, or a discount keyed by hand), the
      *            list unit price it was charged against, and how
      *            much of sfDiscount was keyed by hand, so
      *            PriceExcpRpt can audit lines sold below the agreed
      *            price.  A legacy line reads with all three blank.
      * 10/15/2026 - Added price source Q: a line converted from a
      *            QUOTES.DAT quotation by QuoteEntry, charged at the
      *            price quoted rather than the price of the day.
      ******************************************************************
       01  Sales-Rec.
           88  EndOfSalesFile              VALUE HIGH-VALUES.
               88 Shop-Sale                VALUE "S", " ".
               88 Stall-Sale               VALUE "M".
           02 sfRedeemed                   PIC 9(4)V99.
           02 sfTax-Class                  PIC X.
               88 Tax-Exempt-Line          VALUE "E".
           02 sfTax-Amount                 PIC 9(4)V99.
           02 sfPrice-Source               PIC X.
               88 List-Price-Line          VALUE " ".
               88 Promotion-Price-Line     VALUE "P".
               88 Agreement-Price-Line     VALUE "A".
               88 Tier-Price-Line          VALUE "T".
               88 Manual-Price-Line        VALUE "M".
               88 Quote-Price-Line         VALUE "Q".
           02 sfList-Price                 PIC 99V99.
           02 sfManual-Discount            PIC 9(4)V99.
