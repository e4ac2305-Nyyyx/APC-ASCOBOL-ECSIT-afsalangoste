      ******************************************************************
      * Copybook: FSCHREC
      * Purpose:  Canonical FEESCHED.DAT cohort fee schedule record
      *           layout.  One record per CourseCode per intake cohort
      *           (year and term) whose fee differs from what went
      *           before, maintained by FeeScheduleMaint in course and
      *           cohort order.  A student is charged the fee of the
      *           latest schedule at or before their own IntakeYear
      *           and IntakeTerm - the fee in force when they started
      *           - and only a student older than every schedule for
      *           the course falls back to the current COURSEFEE.DAT
      *           rate.  The lookup is made through CohortFee.
      ******************************************************************
       01 FeeScheduleRecord.
           88 EndOfFeeScheduleFile VALUE HIGH-VALUES.
           02 fsCourseCode         PIC X(6).
           02 fsIntakeYear         PIC 9(4).
           02 fsIntakeTerm         PIC X(2).
               88 fsIntake-Spring  VALUE "SP".
               88 fsIntake-Summer  VALUE "SU".
               88 fsIntake-Fall    VALUE "FA".
           02 fsFee                PIC 9(5)V99.
