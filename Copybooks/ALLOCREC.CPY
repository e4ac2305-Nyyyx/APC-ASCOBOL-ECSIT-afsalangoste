      ******************************************************************
      * Copybook: ALLOCREC
      * Purpose:  Canonical LOTALLOC.DAT sale-to-lot allocation
      *           record layout.  SalesEntry writes one record per
      *           LOTS.DAT lot a sale line is filled from (first
      *           expiry first out) and one per lot a returned
      *           bottle goes back to; ProductionRun writes one per
      *           component lot a blend consumes, carrying the blend
      *           lot it went into.  Lot 0000 is stock no lot
      *           covered.  RecallTrace reads it back to find every
      *           customer a supplier batch reached.
      ******************************************************************
       01 LotAllocationRecord.
           88 EndOfAllocFile       VALUE HIGH-VALUES.
           02 laDate               PIC 9(8).
           02 laType               PIC X.
               88 laSale           VALUE "S".
               88 laReturn         VALUE "R".
               88 laProduction     VALUE "P".
           02 laCustomer-ID        PIC 9(5).
           02 laOil-Number         PIC 99.
           02 laUnit-Size          PIC 9.
           02 laLotNo              PIC 9(4).
           02 laQuantity           PIC 9(6).
           02 laMade-LotNo         PIC 9(4).
           02 laLocation           PIC X.
