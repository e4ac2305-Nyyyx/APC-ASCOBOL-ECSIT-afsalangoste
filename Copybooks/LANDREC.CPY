      ******************************************************************
      * Copybook: LANDREC
      * Purpose:  Canonical LANDCOST.DAT landed-cost charge record
      *           layout.  LandedCostEntry writes one record per
      *           RECVLOG.DAT receipt line each time freight, duty
      *           and handling are spread across a delivery - the
      *           line's share of each charge, the supplier unit
      *           cost and the lot's landed unit cost after the
      *           charge - and LandedVarRpt reads them back for the
      *           landed-cost variance by supplier.
      ******************************************************************
       01 LandedCostRecord.
           88 EndOfLandedFile      VALUE HIGH-VALUES.
           02 ldEntry-Date         PIC 9(8).
           02 ldRecv-Date          PIC 9(8).
           02 ldSupplier-ID        PIC 9(4).
           02 ldOrderNo            PIC 9(6).
           02 ldOil-Number         PIC 99.
           02 ldLotNo              PIC 9(4).
           02 ldQuantity           PIC 9(6).
           02 ldUnit-Cost          PIC 9(4)V99.
           02 ldFreight            PIC 9(5)V99.
           02 ldDuty               PIC 9(5)V99.
           02 ldHandling           PIC 9(5)V99.
           02 ldLanded-Cost        PIC 9(4)V99.
           02 ldMethod             PIC X.
               88 ldBy-Value       VALUE "V".
               88 ldBy-Quantity    VALUE "Q".
