      ******************************************************************
      * Copybook: SRTNREC
      * Purpose:  Canonical SUPPRTN.DAT return-to-supplier record
      *           layout.  SuppReturn writes one record per damaged,
      *           wrong or rejected delivery sent back - the order
      *           and lot it came in on, the quantity returned at the
      *           order's agreed cost, why, and the debit note raised
      *           against the supplier for it.  SupplierPerfRpt reads
      *           the returned quantities into its quality figures.
      ******************************************************************
       01 SupplierReturnRecord.
           88 EndOfSuppReturnFile  VALUE HIGH-VALUES.
           02 srDate               PIC 9(8).
           02 srDebitNoteNo        PIC 9(6).
           02 srSupplier-ID        PIC 9(4).
           02 srOrderNo            PIC 9(6).
           02 srOil-Number         PIC 99.
           02 srLotNo              PIC 9(4).
           02 srQuantity           PIC 9(6).
           02 srUnitCost           PIC 9(4)V99.
           02 srAmount             PIC 9(7)V99.
           02 srReason             PIC X.
               88 srDamaged        VALUE "D".
               88 srWrong-Oil      VALUE "W".
               88 srRejected       VALUE "R".
