      ******************************************************************
      * Copybook: SPBILREC
      * Purpose:  Canonical SPONBILL.DAT sponsor receivable record
      *           layout.  BillingRpt writes one record per sponsored
      *           invoice - the sponsor's share of the student's fee
      *           for the term - in place of that share going on the
      *           student's own BILLED.DAT invoice.  A rebill replaces
      *           the term's records and keeps earlier terms', so
      *           SponsorStmtRpt can invoice the term and state the
      *           sponsor's running balance against SPONPAY.DAT.
      ******************************************************************
       01 SponsorBillRecord.
           88 EndOfSponsorBillFile VALUE HIGH-VALUES.
           02 sbSponsorID          PIC X(6).
           02 sbStudentID          PIC X(10).
           02 sbYear               PIC 9(4).
           02 sbTerm               PIC X(2).
           02 sbBillDate           PIC 9(8).
           02 sbCourseCode         PIC X(6).
           02 sbAmount             PIC 9(7)V99.
