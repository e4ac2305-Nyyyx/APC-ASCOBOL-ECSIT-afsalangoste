      ******************************************************************
      * Copybook: PRAGREC
      * Purpose:  Canonical PRICEAGR.DAT price-agreement record layout.
      *           One record per negotiated price - either for one
      *           customer (paCustomer-ID) or, with the customer left
      *           00000, for every customer on a CUSTOMER.IDX price
      *           tier (paPrice-Tier) - on a specific Oil-Number (00
      *           for every oil) and Unit-Size (0 for every size),
      *           valid between two dates, as a fixed unit price or a
      *           percent off the list price.  Maintained by
      *           PriceAgreeMaint; SalesEntry charges the best of the
      *           list price, a running promotion and every agreement
      *           that applies, and PriceExcpRpt audits the sales
      *           lines against it.
      ******************************************************************
       01 PriceAgreementRecord.
           88 EndOfAgreementFile   VALUE HIGH-VALUES.
           02 paCustomer-ID        PIC 9(5).
           02 paPrice-Tier         PIC X.
           02 paOil-Number         PIC 99.
           02 paUnit-Size          PIC 9.
           02 paFrom-Date          PIC 9(8).
           02 paTo-Date            PIC 9(8).
           02 paMethod             PIC X.
               88 paFixed-Price    VALUE "F".
               88 paPercent-Off    VALUE "P".
           02 paValue              PIC 9(2)V99.
