      ******************************************************************
      * Copybook: COHFEE
      * Purpose:  Linkage area for the CohortFee subprogram.  The
      *           caller fills cfaCourseCode and the student's
      *           cfaIntakeYear and cfaIntakeTerm; CohortFee answers
      *           from the FEESCHED.DAT cohort fee schedules with the
      *           fee in force for that cohort in cfaFee and the
      *           cohort the schedule was set for in cfaFromYear and
      *           cfaFromTerm.  cfaNo-Schedule means no schedule
      *           covers the cohort and the caller charges the
      *           current COURSEFEE.DAT rate as before.  BillingRpt,
      *           StudentGLFeed, PaymentPost, StudentBalanceRpt,
      *           TuitionCalc, WithdrawRefund and FeeScheduleRpt all
      *           ask, so a student is charged the same promised fee
      *           everywhere.
      ******************************************************************
       01 Cohort-Fee-Area.
           02 cfaCourseCode        PIC X(6).
           02 cfaIntakeYear        PIC 9(4).
           02 cfaIntakeTerm        PIC X(2).
           02 cfaFee               PIC 9(5)V99.
           02 cfaFromYear          PIC 9(4).
           02 cfaFromTerm          PIC X(2).
           02 cfaFound             PIC X.
               88 cfaSchedule-Found VALUE "Y".
               88 cfaNo-Schedule   VALUE "N".
