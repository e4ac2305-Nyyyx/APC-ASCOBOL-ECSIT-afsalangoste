      *           age behind it.  ExpiryRpt flags lots inside the
      *           expiry horizon and Stocktake counts and adjusts at
      *           lot level, so expired stock is written off against
      *           the lot that actually expired.  Each lot carries
      *           the supplier's unit cost it was bought at and its
      *           landed unit cost - that cost plus the freight,
      *           duty and handling LandedCostEntry spreads onto the
      *           delivery - which LandedCost turns into the per-oil
      *           factor stock valuation and cost of sales use.
      ******************************************************************
       01 StockLotRecord.
           88 EndOfLotFile         VALUE HIGH-VALUES.
           02 ltSupplier-Batch     PIC X(10).
           02 ltExpiry-Date        PIC 9(8).
           02 ltQuantity           PIC 9(6).
           02 ltUnit-Cost          PIC 9(4)V99.
           02 ltLanded-Cost        PIC 9(4)V99.
