      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Print what honoring the fee in force at intake is
      *         costing.  Every FEESCHED.DAT cohort fee schedule is
      *         listed beside the current COURSEFEE.DAT rate for the
      *         course, with the difference, the number of students
      *         on STUDENTS.DAT still charged at that schedule (asked
      *         of CohortFee exactly as BillingRpt asks) and what
      *         they are charged below the current rate in total - a
      *         student with a UNITSENR.DAT record counting units
      *         times the difference.  A schedule above the current
      *         rate shows as a negative cost.  The listing goes to
      *         FEESCHED.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeScheduleRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeScheduleFile ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Schedule-File-Status.
           SELECT CourseFeeFile ASSIGN TO "COURSEFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseFee-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT UnitsFile ASSIGN TO "UNITSENR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Units-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT ScheduleReportFile ASSIGN TO "FEESCHED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FeeScheduleFile.
       COPY FSCHREC.

       FD CourseFeeFile.
       01  CourseFee-Rec.
           88  EndOfCourseFeeFile        VALUE HIGH-VALUES.
           02  cfCourseCode              PIC X(6).
           02  cfFee                     PIC 9(5)V99.

       FD StudentFile.
       COPY STUDREC.

       FD UnitsFile.
       COPY UNITREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD ScheduleReportFile.
       01  Schedule-Report-Line         PIC X(80).

       WORKING-STORAGE SECTION.
       01  Fee-Schedule-File-Status     PIC XX.
       01  CourseFee-File-Status        PIC XX.
       01  Student-File-Status          PIC XX.
       01  Units-File-Status            PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  CourseFee-Table.
           02  CourseFee-Entry          OCCURS 50 TIMES.
               03  cftCourseCode        PIC X(6).
               03  cftFee               PIC 9(5)V99 VALUE ZEROS.
       01  CourseFee-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseFee-Index              PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-CourseFee          VALUE "Y".

      * The schedules in file order - course and cohort order, as
      * FeeScheduleMaint keeps them - with the students charged at
      * each and what that costs against the current rate.
       01  Schedule-Table.
           02  Schedule-Entry           OCCURS 500 TIMES.
               03  fstCourseCode        PIC X(6).
               03  fstIntakeYear        PIC 9(4).
               03  fstIntakeTerm        PIC X(2).
               03  fstFee               PIC 9(5)V99.
               03  fstStudents          PIC 9(5)   VALUE ZEROS.
               03  fstCost              PIC S9(8)V99 VALUE ZEROS.
       01  Schedule-Count               PIC 9(3)   VALUE ZEROS.
       01  Schedule-Index               PIC 9(3)   VALUE ZEROS.

       01  Units-Table.
           02  Units-Entry              OCCURS 500 TIMES.
               03  uetStudentID         PIC X(10).
               03  uetUnits             PIC 99.
       01  Units-Count                  PIC 9(3)   VALUE ZEROS.
       01  Units-Index                  PIC 9(3)   VALUE ZEROS.
       01  Student-Units                PIC 99     VALUE ZEROS.

      * Fee in force for the student's intake cohort (CohortFee).
       COPY COHFEE.

       01  Current-Rate                 PIC 9(5)V99 VALUE ZEROS.
       01  Rate-Difference              PIC S9(5)V99 VALUE ZEROS.
       01  Students-Read                PIC 9(5)   VALUE ZEROS.
       01  Scheduled-Students           PIC 9(5)   VALUE ZEROS.
       01  Current-Rate-Students        PIC 9(5)   VALUE ZEROS.
       01  Total-Cost                   PIC S9(9)V99 VALUE ZEROS.

       01  Schedule-Header.
           02  FILLER                   PIC X(32)
               VALUE "COHORT FEE SCHEDULE COST       ".
           02  sshDate                  PIC 9(8).
       01  Schedule-LineBreak           PIC X(78) VALUE ALL "-".
       01  Schedule-Column-Titles.
           02  FILLER                   PIC X(8)   VALUE "COURSE".
           02  FILLER                   PIC X(8)   VALUE "COHORT".
           02  FILLER                   PIC X(12)  VALUE
               " COHORT RATE".
           02  FILLER                   PIC X(12)  VALUE
               "CURRENT RATE".
           02  FILLER                   PIC X(13)  VALUE
               "   DIFFERENCE".
           02  FILLER                   PIC X(8)   VALUE "STUDENTS".
           02  FILLER                   PIC X(16)  VALUE
               "            COST".
       01  Schedule-Detail-Line.
           02  sdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlIntakeTerm            PIC XX.
           02  sdlIntakeYear            PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlCohortRate            PIC $$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlCurrentRate           PIC $$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlDifference            PIC $$$,$$9.99-.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  sdlStudents              PIC ZZZZ9.
           02  FILLER                   PIC X(1)   VALUE SPACES.
           02  sdlCost                  PIC $$$,$$$,$$9.99-.
       01  Schedule-Total-Line.
           02  FILLER                   PIC X(28)
               VALUE "STUDENTS ON A COHORT FEE  : ".
           02  stlStudents              PIC ZZZZ9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  FILLER                   PIC X(13)
               VALUE "TOTAL COST : ".
           02  stlCost                  PIC $$$,$$$,$$9.99-.
       01  Schedule-Current-Line.
           02  FILLER                   PIC X(28)
               VALUE "STUDENTS AT CURRENT RATE  : ".
           02  sclStudents              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "FeeScheduleRpt - cohort fee schedule cost report"
           PERFORM LOAD-COURSE-FEES
           PERFORM LOAD-SCHEDULES
           PERFORM LOAD-UNIT-ENROLLMENTS
           PERFORM COUNT-SCHEDULED-STUDENTS

           OPEN OUTPUT ScheduleReportFile
           MOVE Run-Date TO sshDate
           WRITE Schedule-Report-Line FROM Schedule-Header
           WRITE Schedule-Report-Line FROM Schedule-LineBreak
           WRITE Schedule-Report-Line FROM Schedule-Column-Titles
           WRITE Schedule-Report-Line FROM Schedule-LineBreak
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               PERFORM PRINT-ONE-SCHEDULE
           END-PERFORM
           WRITE Schedule-Report-Line FROM Schedule-LineBreak
           MOVE Scheduled-Students TO stlStudents
           MOVE Total-Cost TO stlCost
           WRITE Schedule-Report-Line FROM Schedule-Total-Line
           MOVE Current-Rate-Students TO sclStudents
           WRITE Schedule-Report-Line FROM Schedule-Current-Line
           CLOSE ScheduleReportFile

           DISPLAY "FeeScheduleRpt - " Schedule-Count
               " schedule(s) listed, " Scheduled-Students
               " student(s) on a cohort fee, written to FEESCHED.RPT"
           STOP RUN.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists, so a late or re-run batch keeps the date it
      * belongs to.
       GET-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile
           IF BusDate-File-Status = "00"
               READ BusinessDateFile
                   AT END MOVE ZEROS TO bdBusinessDate
               END-READ
               CLOSE BusinessDateFile
           ELSE
               MOVE ZEROS TO bdBusinessDate
           END-IF
           IF bdBusinessDate NOT = ZEROS
               MOVE bdBusinessDate TO Run-Date
           ELSE
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF.

       PRINT-ONE-SCHEDULE.
           MOVE fstCourseCode (Schedule-Index) TO sdlCourseCode
           MOVE fstIntakeTerm (Schedule-Index) TO sdlIntakeTerm
           MOVE fstIntakeYear (Schedule-Index) TO sdlIntakeYear
           MOVE fstFee (Schedule-Index) TO sdlCohortRate
           MOVE fstCourseCode (Schedule-Index) TO cfaCourseCode
           PERFORM FIND-CURRENT-RATE
           MOVE Current-Rate TO sdlCurrentRate
           COMPUTE Rate-Difference =
               Current-Rate - fstFee (Schedule-Index)
           MOVE Rate-Difference TO sdlDifference
           MOVE fstStudents (Schedule-Index) TO sdlStudents
           MOVE fstCost (Schedule-Index) TO sdlCost
           WRITE Schedule-Report-Line FROM Schedule-Detail-Line.

      * Each student on a course with a current rate is put to
      * CohortFee; one whose cohort has a schedule is counted
      * against it, anyone else is charged the current rate.
       COUNT-SCHEDULED-STUDENTS.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               DISPLAY "Warning - STUDENTS.DAT not found, no students "
                   "counted"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               ADD 1 TO Students-Read
               MOVE CourseCode TO cfaCourseCode
               PERFORM FIND-CURRENT-RATE
               IF Found-CourseFee
                   PERFORM COUNT-ONE-STUDENT
               END-IF
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile.

       COUNT-ONE-STUDENT.
           MOVE IntakeYear TO cfaIntakeYear
           MOVE IntakeTerm TO cfaIntakeTerm
           CALL "CohortFee" USING Cohort-Fee-Area
           IF cfaNo-Schedule
               ADD 1 TO Current-Rate-Students
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               IF fstCourseCode (Schedule-Index) = cfaCourseCode
                       AND fstIntakeYear (Schedule-Index) = cfaFromYear
                       AND fstIntakeTerm (Schedule-Index) = cfaFromTerm
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Schedule-Index > Schedule-Count
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO Student-Units
           PERFORM VARYING Units-Index FROM 1 BY 1
                   UNTIL Units-Index > Units-Count
               IF uetStudentID (Units-Index) = StudentID
                   MOVE uetUnits (Units-Index) TO Student-Units
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE Rate-Difference = Current-Rate - cfaFee
           ADD 1 TO fstStudents (Schedule-Index)
           ADD 1 TO Scheduled-Students
           COMPUTE fstCost (Schedule-Index) =
               fstCost (Schedule-Index)
                   + Rate-Difference * Student-Units
           COMPUTE Total-Cost =
               Total-Cost + Rate-Difference * Student-Units.

       FIND-CURRENT-RATE.
           MOVE "N" TO Found-Switch
           MOVE ZEROS TO Current-Rate
           PERFORM VARYING CourseFee-Index FROM 1 BY 1
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = cfaCourseCode
                   SET Found-CourseFee TO TRUE
                   MOVE cftFee (CourseFee-Index) TO Current-Rate
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-NEXT-STUDENT.
           READ StudentFile
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           IF NOT EndOfStudentFile
               IF StudentID (1:3) = "HDR"
                   PERFORM READ-NEXT-STUDENT
               ELSE
                   IF StudentID (1:3) = "TRL"
                       SET EndOfStudentFile TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-COURSE-FEES.
           OPEN INPUT CourseFeeFile
           IF CourseFee-File-Status NOT = "00"
               DISPLAY "Error - unable to open COURSEFEE.DAT, "
                   "run CourseFeeMaint to create it"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CourseFeeFile
               AT END SET EndOfCourseFeeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseFeeFile
               IF CourseFee-Count < 50
                   ADD 1 TO CourseFee-Count
                   MOVE cfCourseCode TO
                       cftCourseCode (CourseFee-Count)
                   MOVE cfFee TO cftFee (CourseFee-Count)
               END-IF
               READ CourseFeeFile
                   AT END SET EndOfCourseFeeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CourseFeeFile.

       LOAD-SCHEDULES.
           OPEN INPUT FeeScheduleFile
           IF Fee-Schedule-File-Status NOT = "00"
               DISPLAY "FEESCHED.DAT not found - no cohort fee "
                   "schedules to report."
               EXIT PARAGRAPH
           END-IF
           READ FeeScheduleFile
               AT END SET EndOfFeeScheduleFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfFeeScheduleFile
               IF Schedule-Count < 500
                   ADD 1 TO Schedule-Count
                   MOVE fsCourseCode TO fstCourseCode (Schedule-Count)
                   MOVE fsIntakeYear TO fstIntakeYear (Schedule-Count)
                   MOVE fsIntakeTerm TO fstIntakeTerm (Schedule-Count)
                   MOVE fsFee TO fstFee (Schedule-Count)
               END-IF
               READ FeeScheduleFile
                   AT END SET EndOfFeeScheduleFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeeScheduleFile.

       LOAD-UNIT-ENROLLMENTS.
           OPEN INPUT UnitsFile
           IF Units-File-Status = "00"
               READ UnitsFile
                   AT END SET EndOfUnitsFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfUnitsFile
                   IF Units-Count < 500
                       ADD 1 TO Units-Count
                       MOVE ueStudentID TO uetStudentID (Units-Count)
                       MOVE ueUnits TO uetUnits (Units-Count)
                   END-IF
                   READ UnitsFile
                       AT END SET EndOfUnitsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UnitsFile
           END-IF.

       END PROGRAM FeeScheduleRpt.
