      *           per receipt posted against a StudentID; a student's
      *           balance is always derived as the fee billed for their
      *           CourseCode less the sum of their payment records.
      *
      * Modification History
      * 10/15/2026 - payAmount is now signed.  CreditRefundRun posts
      *            each refund of a credit balance as a negative
      *            payment with paySource REFUND, so the sum of a
      *            student's payment records is what they have paid
      *            net of what was handed back.
      ******************************************************************
       01 PaymentRecord.
           88 EndOfPaymentFile     VALUE HIGH-VALUES.
           02 payStudentID         PIC X(10).
           02 payDate              PIC 9(8).
           02 payAmount            PIC S9(5)V99.
           02 paySource            PIC X(6).
