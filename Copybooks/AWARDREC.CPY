      *           writing BILLED.DAT, StudentStatementRpt shows it as
      *           its own line, and StudentGLFeed charges the funding
      *           source's account instead of tuition revenue.
      *
      * Modification History
      * 10/15/2026 - Added awWaiveCharges: Y on any of a student's
      *            awards exempts them from FinanceChargeRun's
      *            late-payment charges.
      ******************************************************************
       01 AwardRecord.
           88 EndOfAwardFile       VALUE HIGH-VALUES.
               88 awMethod-Percent VALUE "P".
           02 awValue              PIC 9(5)V99.
           02 awSource             PIC X(12).
           02 awWaiveCharges       PIC X.
               88 awWaives-Charges VALUE "Y".
