      ******************************************************************
      * Copybook: REFNDREC
      * Purpose:  Canonical REFUNDS.DAT credit-balance refund register
      *           record layout.  CreditRefundRun appends one record
      *           per refund paid - the refund number taken off the
      *           REFUNDNO.DAT control file, the student, date and
      *           amount, and the PENDACT.DAT action under which a
      *           second person approved it and who asked for it -
      *           as the audit trail behind the negative PAYMENTS.DAT
      *           record that brings the balance back to zero.
      ******************************************************************
       01 RefundRecord.
           88 EndOfRefundFile      VALUE HIGH-VALUES.
           02 rfRefundNo           PIC 9(6).
           02 rfStudentID          PIC X(10).
           02 rfDate               PIC 9(8).
           02 rfAmount             PIC 9(7)V99.
           02 rfActionNo           PIC 9(4).
           02 rfRequestedBy        PIC X(8).
