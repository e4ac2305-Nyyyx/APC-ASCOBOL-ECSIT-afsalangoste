      ******************************************************************
      * Copybook: FINPARM
      * Purpose:  Canonical FINPARM.DAT finance-charge parameter
      *           record - a single record, maintained by
      *           FinChargeMaint, saying how FinanceChargeRun charges
      *           an overdue student balance: a flat late fee
      *           (fpMethod F) or a monthly interest rate in percent
      *           (fpMethod I), the grace period in days a balance
      *           may run past its bill or installment due date
      *           before it is charged, and the smallest overdue
      *           balance worth charging at all.
      ******************************************************************
       01 FinParmRecord.
           02 fpMethod             PIC X.
               88 fpFlat-Fee       VALUE "F".
               88 fpInterest       VALUE "I".
           02 fpFlatFee            PIC 9(5)V99.
           02 fpMonthlyRate        PIC 9(2)V999.
           02 fpGraceDays          PIC 9(3).
           02 fpMinimumBalance     PIC 9(5)V99.
