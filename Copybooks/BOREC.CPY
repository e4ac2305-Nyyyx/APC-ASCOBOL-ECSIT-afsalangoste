      ******************************************************************
      * Copybook: BOREC
      * Purpose:  Canonical BACKORD.DAT customer backorder record
      *           layout.  SalesEntry takes an order line the shop
      *           can't fill as an open backorder numbered from
      *           BONO.DAT; GoodsReceive allocates incoming stock to
      *           the open backorders oldest first, a backorder
      *           becoming ready once its whole quantity is held for
      *           it; SalesEntry ships a ready backorder as an
      *           ordinary sale line.  BackorderRpt ages the open
      *           ones and prints the pick list of the ready ones.
      *           Allocated stock stays in INVENTORY.DAT until the
      *           sale line is taken - the allocation only reserves
      *           it.
      ******************************************************************
       01 BackorderRecord.
           88 EndOfBackorderFile   VALUE HIGH-VALUES.
           02 boBackorderNo        PIC 9(6).
           02 boDate               PIC 9(8).
           02 boCustomer-ID        PIC 9(5).
           02 boOil-Family         PIC X.
           02 boOil-Number         PIC 99.
           02 boUnit-Size          PIC 9.
           02 boQuantity           PIC 9(3).
           02 boAllocated          PIC 9(3).
           02 boSalesperson        PIC X(3).
           02 boStatus             PIC X.
               88 boOpen           VALUE "O".
               88 boReady          VALUE "R".
               88 boShipped        VALUE "S".
               88 boCancelled      VALUE "C".
           02 boReady-Date         PIC 9(8).
           02 boShip-Date          PIC 9(8).
