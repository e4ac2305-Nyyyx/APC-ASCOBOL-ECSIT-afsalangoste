      *            thrown away at STOP RUN, so BillingRpt can bill
      *            part-time students from their recorded load; a
      *            rerun for the same student replaces the record.
      * 10/15/2026 - The per-unit rate is now the one in force for
      *            the student's intake cohort (FEESCHED.DAT, through
      *            CohortFee), as BillingRpt bills it; the current
      *            COURSEFEE.DAT rate is used only when no schedule
      *            covers the cohort.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionCalc.
       01  Student-Found-Switch          PIC X      VALUE "N".
           88  Student-Found             VALUE "Y".
       01  Student-CourseCode            PIC X(6)   VALUE SPACES.
       01  Student-IntakeYear            PIC 9(4)   VALUE ZEROS.
       01  Student-IntakeTerm            PIC X(2)   VALUE SPACES.
       01  RatePerUnit                   PIC 9(5)V99 VALUE ZEROS.
       01  TotalFee                      PIC 9(7)V99 VALUE ZEROS.
      * Fee in force for the student's intake cohort (CohortFee).
       COPY COHFEE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE TotalFee = RatePerUnit * Entry-Units
           DISPLAY "Course           : " Student-CourseCode
           DISPLAY "Rate per unit    : " RatePerUnit
           IF cfaSchedule-Found
               DISPLAY "Cohort schedule  : from " cfaFromTerm
                   cfaFromYear
           END-IF
           DISPLAY "Units enrolled   : " Entry-Units
           DISPLAY "Total fee due    : " TotalFee
           PERFORM SAVE-UNITS-RECORD
                       AND StudentID (1:3) NOT = "TRL"
                   IF StudentID = Entry-StudentID
                       MOVE CourseCode TO Student-CourseCode
                       MOVE IntakeYear TO Student-IntakeYear
                       MOVE IntakeTerm TO Student-IntakeTerm
                       SET Student-Found TO TRUE
                   END-IF
               END-IF
                   MOVE cftFee (CourseFee-Index) TO RatePerUnit
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found-CourseFee
               MOVE Student-CourseCode TO cfaCourseCode
               MOVE Student-IntakeYear TO cfaIntakeYear
               MOVE Student-IntakeTerm TO cfaIntakeTerm
               CALL "CohortFee" USING Cohort-Fee-Area
               IF cfaSchedule-Found
                   MOVE cfaFee TO RatePerUnit
               END-IF
           END-IF.

       END PROGRAM TuitionCalc.
