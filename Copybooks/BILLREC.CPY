      * 8/22/2026 - blAmount widened to 9(7)V99 now that a bill can be
      *            enrolled units times the per-unit rate (UNITREC)
      *            rather than only the flat course fee.
      * 10/15/2026 - Added blChargeCode.  BillingRpt's course fee
      *            invoices leave it blank; FinanceChargeRun's
      *            late-payment charges carry LF (flat late fee) or
      *            IN (interest) with a blank blCourseCode, so
      *            statements can show them and revenue-by-course
      *            reporting can leave them out.
      ******************************************************************
       01 BilledRecord.
           88 EndOfBilledFile      VALUE HIGH-VALUES.
           02 blBillDate           PIC 9(8).
           02 blCourseCode         PIC X(6).
           02 blAmount             PIC 9(7)V99.
           02 blChargeCode         PIC XX.
               88 blCourse-Fee     VALUE SPACES.
               88 blLate-Fee       VALUE "LF".
               88 blInterest       VALUE "IN".
               88 blFinance-Charge VALUE "LF" "IN".
