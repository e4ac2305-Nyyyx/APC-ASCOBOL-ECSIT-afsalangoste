      *           (status H) for review instead of approved.
      *           APAgedRpt ages whatever is unpaid, so we stop
      *           paying for quantities we never received.
      *           SuppPayRun pays matched invoices, sets them paid
      *           and stamps the payment (cheque) number and date.
      *           SuppReturn posts debit notes (apDoc-Type D) for
      *           stock sent back; an open debit note offsets the
      *           supplier's next payment.
      *
      * Modification History
      * 10/15/2026 - Added apQuantity and apUnit-Cost, the quantity
      *            and unit cost the document was raised for, so
      *            PurchPriceVarRpt can set the invoiced cost beside
      *            the order and standard costs.  A legacy record
      *            reads with both blank.
      ******************************************************************
       01 PayableRecord.
           88 EndOfPayableFile     VALUE HIGH-VALUES.
               88 apStatus-Matched VALUE "M".
               88 apStatus-Held    VALUE "H".
               88 apStatus-Paid    VALUE "P".
           02 apPaymentNo          PIC 9(6).
           02 apPaid-Date          PIC 9(8).
           02 apDoc-Type           PIC X.
               88 apInvoice        VALUE "I" SPACE.
               88 apDebit-Note     VALUE "D".
           02 apQuantity           PIC 9(6).
           02 apUnit-Cost          PIC 9(4)V99.
