      ******************************************************************
      * Copybook: DELVREC
      * Purpose:  Canonical DELIVERY.DAT delivery-line record layout.
      *           DispatchRun takes the day's deliverable SALES.DAT
      *           lines - on-account and standing-order sales and
      *           shipped backorders - as one line each, out on the
      *           run under the customer's dispatch note number
      *           (DISPNO.DAT).  The driver's confirmation marks a
      *           drop's lines delivered or failed; a failed line is
      *           taken out again on the next run with its attempt
      *           count raised.
      ******************************************************************
       01 Delivery-Line-Record.
           88 EndOfDeliveryFile    VALUE HIGH-VALUES.
           02 dlRun-Date           PIC 9(8).
           02 dlSale-Date          PIC 9(8).
           02 dlNoteNo             PIC 9(6).
           02 dlCustomer-ID        PIC 9(5).
           02 dlOil-Family         PIC X.
           02 dlOil-Number         PIC 99.
           02 dlUnit-Size          PIC 9.
           02 dlQuantity           PIC 9(3).
           02 dlSource             PIC X.
               88 dlOn-Account     VALUE "A".
               88 dlBackorder      VALUE "B".
           02 dlStatus             PIC X.
               88 dlOut            VALUE "O".
               88 dlDelivered      VALUE "D".
               88 dlFailed         VALUE "F".
           02 dlAttempts           PIC 99.
           02 dlConfirm-Date       PIC 9(8).
