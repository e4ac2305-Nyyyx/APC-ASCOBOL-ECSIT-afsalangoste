      *            on the PERIODS.DAT control file (PeriodCloseMaint,
      *            answered through PeriodCheck), so nothing lands
      *            in a month the bursar has already reported.
      * 10/15/2026 - The fee a payment is measured against is now
      *            the one in force for the student's intake cohort
      *            (FEESCHED.DAT, through CohortFee), as BillingRpt
      *            bills it; the current COURSEFEE.DAT rate is used
      *            only when no schedule covers the cohort.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentPost.
       01  Run-Date                     PIC 9(8).
       01  Posted-Count                 PIC 9(5)   VALUE ZEROS.
       01  Student-Fee                  PIC 9(7)V99 VALUE ZEROS.
       01  Course-Rate                  PIC 9(5)V99 VALUE ZEROS.
      * Fee in force for the student's intake cohort (CohortFee).
       COPY COHFEE.
       01  Student-Balance              PIC S9(7)V99 VALUE ZEROS.
       01  Display-Balance              PIC $$$$,$$9.99-.

           END-PERFORM
           CLOSE CourseFeeFile.

      * The course rate doubles as the flat fee and as the per-unit
      * rate, exactly as BillingRpt bills it: a student with a
      * recorded unit enrollment is billed units times that figure.
      * The rate is the one scheduled for the student's intake
      * cohort, or the current COURSEFEE.DAT figure when none is.
       LOOKUP-COURSE-FEE.
           MOVE "N" TO Found-Switch
           MOVE ZEROS TO Student-Fee
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = xiCourseCode
                   SET Found-CourseFee TO TRUE
                   MOVE cftFee (CourseFee-Index) TO Course-Rate
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found-CourseFee
               PERFORM APPLY-COHORT-FEE
               MOVE Course-Rate TO Student-Fee
               PERFORM VARYING Units-Index FROM 1 BY 1
                       UNTIL Units-Index > Units-Count
                   IF uetStudentID (Units-Index) = Entry-StudentID
                       COMPUTE Student-Fee =
                           uetUnits (Units-Index) * Course-Rate
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-COHORT-FEE.
           MOVE xiCourseCode TO cfaCourseCode
           MOVE xiIntakeYear TO cfaIntakeYear
           MOVE xiIntakeTerm TO cfaIntakeTerm
           CALL "CohortFee" USING Cohort-Fee-Area
           IF cfaSchedule-Found
               MOVE cfaFee TO Course-Rate
           END-IF.

       LOAD-UNIT-ENROLLMENTS.
           OPEN INPUT UnitsFile
           IF Units-File-Status = "00"
