      ******************************************************************
      * Copybook: SHISTREC
      * Purpose:  Line-level sales history record for SALESHIST.IDX,
      *           the indexed archive every closed trading day's
      *           SALES.DAT lines are filed into by SalesDayEnd (and
      *           rebuilt from the SALES.BAK generations by
      *           SalesHistBuild).  The prime key runs sale date then
      *           oil, so a period or date-range report STARTs at the
      *           first date it wants and stops reading past the last
      *           one instead of passing the whole archive; the batch
      *           date and line number the line was archived under
      *           keep the key unique.  Alternate keys on customer
      *           and salesperson serve the customer and commission
      *           enquiries.  hxSales-Line carries the SALESREC image
      *           as it stood on SALES.DAT, so a reader moves it over
      *           Sales-Rec and keeps its own accumulation logic; a
      *           legacy line with no sale date is filed with the
      *           date of the batch it was archived in.
      ******************************************************************
       01  Sales-History-Rec.
           88  EndOfSalesHistory           VALUE HIGH-VALUES.
           02  hxHistory-Key.
               03  hxSale-Date             PIC 9(8).
               03  hxOil-ID.
                   04  hxOil-Family        PIC X.
                   04  hxOil-Number        PIC 99.
               03  hxBatch-Date            PIC 9(8).
               03  hxLine-Number           PIC 9(5).
           02  hxCustomer-ID               PIC 9(5).
           02  hxSalesperson               PIC X(3).
           02  hxSales-Line                PIC X(80).
