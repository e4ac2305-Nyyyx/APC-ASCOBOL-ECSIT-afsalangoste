      ******************************************************************
      * Copybook: TAXREC
      * Purpose:  Canonical TAXRATE.DAT sales-tax rate master record
      *           layout.  One record per tax class - S standard,
      *           R reduced, E exempt - carrying the percentage rate
      *           and the date it takes effect, so a budget change
      *           can be keyed ahead of time the way OilPriceMaint
      *           keys a price change.  Each oil's class is held on
      *           OILMAST.DAT (omTax-Class); SalesEntry and
      *           StandOrdGen charge the rate in force on the sale
      *           date and stamp it on the sales line.  Maintained by
      *           TaxRateMaint.
      ******************************************************************
       01 TaxRateRecord.
           88 EndOfTaxRateFile     VALUE HIGH-VALUES.
           02 txClass              PIC X.
               88 txStandard       VALUE "S".
               88 txReduced        VALUE "R".
               88 txExempt         VALUE "E".
           02 txRate               PIC 9(2)V99.
           02 txEffective-Date     PIC 9(8).
           02 txDescription        PIC X(20).
