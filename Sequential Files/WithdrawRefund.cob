      ******************************************************************
      * Author:Nyx
      * Date:9/2/2026
      * Purpose:Withdrawal refund processing.  Picks up REGIST.IDX
      *         registrations newly flagged rgStatus-Withdrawn, finds
      *         the student's BILLED.DAT invoice for the course, and
      *         writes a CREDITS.DAT credit note (CREDREC) prorated
      *         for the full fee.  Day counts use the 30-day-month
      *         convention the aging reports use.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - The credit is now prorated on the fee in force
      *            for the student's intake cohort (FEESCHED.DAT,
      *            through CohortFee) when that is less than the
      *            invoice, so a student billed at the current rate
      *            before the cohort schedule was set up is credited
      *            on the fee they were promised.  With no schedule
      *            for the cohort the invoice is prorated as before.
      * 10/15/2026 - A credited withdrawal now closes the student's
      *            DEFERRED.DAT deferral for the term: the part not
      *            yet released to revenue is reversed out of the
      *            deferred tuition liability (260000), and only the
      *            credit beyond it comes out of tuition revenue - or
      *            what is left of it after the credit is recognized,
      *            the teaching being over for that student.
      * 10/15/2026 - Withdrawals are now read from the indexed
      *            REGIST.IDX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WithdrawRefund.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT CourseFeeFile ASSIGN TO "COURSEFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseFee-File-Status.
           SELECT UnitsFile ASSIGN TO "UNITSENR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Units-File-Status.
           SELECT DeferredFile ASSIGN TO "DEFERRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Deferred-File-Status.

       DATA DIVISION.
       FILE SECTION.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD StudentFile.
       COPY STUDREC.

       FD CourseFeeFile.
       01  CourseFee-Rec.
           88  EndOfCourseFeeFile        VALUE HIGH-VALUES.
           02  cfCourseCode              PIC X(6).
           02  cfFee                     PIC 9(5)V99.

       FD UnitsFile.
       COPY UNITREC.

       FD DeferredFile.
       COPY DEFRREC.

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
       01  Term-Length                  PIC S9(5)  VALUE ZEROS.
       01  Days-Remaining               PIC S9(5)  VALUE ZEROS.

      * What the student should have been charged: the course rate
      * for their intake cohort, times their units when UNITSENR.DAT
      * has a record, exactly as BillingRpt bills it.
       01  Student-File-Status          PIC XX.
       01  CourseFee-File-Status        PIC XX.
       01  Units-File-Status            PIC XX.
       01  Intake-Table.
           02  Intake-Entry             OCCURS 500 TIMES.
               03  itkStudentID         PIC X(10).
               03  itkIntakeYear        PIC 9(4).
               03  itkIntakeTerm        PIC X(2).
       01  Intake-Count                 PIC 9(3)   VALUE ZEROS.
       01  Intake-Index                 PIC 9(3)   VALUE ZEROS.
       01  CourseFee-Table.
           02  CourseFee-Entry          OCCURS 50 TIMES.
               03  cftCourseCode        PIC X(6).
               03  cftFee               PIC 9(5)V99 VALUE ZEROS.
       01  CourseFee-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseFee-Index              PIC 9(3)   VALUE ZEROS.
       01  Units-Table.
           02  Units-Entry              OCCURS 500 TIMES.
               03  uetStudentID         PIC X(10).
               03  uetUnits             PIC 99.
       01  Units-Count                  PIC 9(3)   VALUE ZEROS.
       01  Units-Index                  PIC 9(3)   VALUE ZEROS.
      * Fee in force for the student's intake cohort (CohortFee).
       COPY COHFEE.
       01  Cohort-Student-Fee           PIC 9(7)V99 VALUE ZEROS.
       01  Refund-Basis                 PIC 9(7)V99 VALUE ZEROS.

      * DEFERRED.DAT held whole so a withdrawal's deferral can be
      * closed and the file rewritten.
       01  Deferred-File-Status         PIC XX.
       01  Deferral-Table.
           02  Deferral-Entry           OCCURS 2000 TIMES.
               03  dfrRecord            PIC X(76).
       01  Deferral-Count               PIC 9(4)   VALUE ZEROS.
       01  Deferral-Index               PIC 9(4)   VALUE ZEROS.
       01  Deferrals-Changed-Switch     PIC X      VALUE "N".
           88  Deferrals-Changed        VALUE "Y".
       01  Unreleased-Amount            PIC 9(7)V99 VALUE ZEROS.
       01  Total-Reversed               PIC 9(8)V99 VALUE ZEROS.
       01  Revenue-Adjustment           PIC S9(8)V99 VALUE ZEROS.

       01  Credit-Amount                PIC 9(7)V99 VALUE ZEROS.
       01  Total-Credits                PIC 9(8)V99 VALUE ZEROS.
       01  Credited-This-Run            PIC 9(5)   VALUE ZEROS.

           PERFORM LOAD-BILLED-INVOICES
           PERFORM LOAD-EXISTING-CREDITS
           PERFORM LOAD-STUDENT-INTAKES
           PERFORM LOAD-COURSE-FEES
           PERFORM LOAD-UNIT-ENROLLMENTS
           PERFORM LOAD-DEFERRALS
           PERFORM OPEN-CREDIT-FOR-APPEND
           PERFORM PROCESS-WITHDRAWALS
           CLOSE CreditFile
           IF Total-Credits > ZEROS
               PERFORM WRITE-GL-FEED
           END-IF
           IF Deferrals-Changed
               PERFORM SAVE-DEFERRALS
           END-IF

           DISPLAY "WithdrawRefund - " Credited-This-Run
               " credit(s) written to CREDITS.DAT, "
       PROCESS-WITHDRAWALS.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, run "
                   "RegistrationEntry to create it"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               ADD 1 TO Skipped-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-REFUND-BASIS
           PERFORM COMPUTE-PRORATED-CREDIT
           IF Credit-Amount = ZEROS
               DISPLAY "Withdrawal for " rgStudentID " "
           WRITE CreditRecord
           ADD Credit-Amount TO Total-Credits
           ADD 1 TO Credited-This-Run
           PERFORM CLOSE-DEFERRAL
           IF Credited-Count < 500
               ADD 1 TO Credited-Count
               MOVE rgStudentID TO cdtStudentID (Credited-Count)
           DISPLAY "Credited " Credit-Amount " to " rgStudentID
               " for " rgCourseCode.

      * The term's deferral stops releasing: whatever is still in
      * the liability comes out of it now.
       CLOSE-DEFERRAL.
           PERFORM VARYING Deferral-Index FROM 1 BY 1
                   UNTIL Deferral-Index > Deferral-Count
               MOVE dfrRecord (Deferral-Index) TO
                   DeferredRevenueRecord
               IF dfStudentID = rgStudentID
                       AND dfCourseCode = rgCourseCode
                       AND dfYear = rgYear AND dfTerm = rgTerm
                       AND dfOpen
                   COMPUTE Unreleased-Amount = dfAmount - dfReleased
                   MOVE Unreleased-Amount TO dfReversed
                   SET dfWithdrawn TO TRUE
                   MOVE DeferredRevenueRecord TO
                       dfrRecord (Deferral-Index)
                   ADD Unreleased-Amount TO Total-Reversed
                   SET Deferrals-Changed TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The invoice is what is prorated unless the student's cohort
      * schedule says they were promised less.  A course with no
      * current rate, a student not on STUDENTS.DAT or a cohort with
      * no schedule leaves the invoice as the basis.
       SET-REFUND-BASIS.
           MOVE blAmount TO Refund-Basis
           MOVE ZEROS TO Cohort-Student-Fee
           PERFORM VARYING CourseFee-Index FROM 1 BY 1
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = rgCourseCode
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CourseFee-Index > CourseFee-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Intake-Index FROM 1 BY 1
                   UNTIL Intake-Index > Intake-Count
               IF itkStudentID (Intake-Index) = rgStudentID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Intake-Index > Intake-Count
               EXIT PARAGRAPH
           END-IF
           MOVE rgCourseCode TO cfaCourseCode
           MOVE itkIntakeYear (Intake-Index) TO cfaIntakeYear
           MOVE itkIntakeTerm (Intake-Index) TO cfaIntakeTerm
           CALL "CohortFee" USING Cohort-Fee-Area
           IF cfaNo-Schedule
               EXIT PARAGRAPH
           END-IF
           MOVE cfaFee TO Cohort-Student-Fee
           PERFORM VARYING Units-Index FROM 1 BY 1
                   UNTIL Units-Index > Units-Count
               IF uetStudentID (Units-Index) = rgStudentID
                   COMPUTE Cohort-Student-Fee =
                       uetUnits (Units-Index) * cfaFee
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Cohort-Student-Fee < Refund-Basis
               MOVE Cohort-Student-Fee TO Refund-Basis
           END-IF.

      * The credit is the basis times the fraction of the term
      * still ahead on the withdrawal date; a withdrawal with no
      * usable date is treated as day one and credited in full.
       COMPUTE-PRORATED-CREDIT.
               MOVE ZEROS TO Days-Remaining
           END-IF
           COMPUTE Credit-Amount ROUNDED =
               Refund-Basis * Days-Remaining / Term-Length.

      * 30-day-month day number, the same convention AgedARRpt ages
      * with - precise calendar arithmetic buys nothing here.
                   "credit file."
           END-IF.

      * Only the ID and intake cohort are wanted, so the masked name
      * fields are left as they are.
       LOAD-STUDENT-INTAKES.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               IF Intake-Count < 500
                   ADD 1 TO Intake-Count
                   MOVE StudentID TO itkStudentID (Intake-Count)
                   MOVE IntakeYear TO itkIntakeYear (Intake-Count)
                   MOVE IntakeTerm TO itkIntakeTerm (Intake-Count)
               END-IF
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile.

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
               EXIT PARAGRAPH
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

       LOAD-DEFERRALS.
           OPEN INPUT DeferredFile
           IF Deferred-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DeferredFile
               AT END SET EndOfDeferredFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDeferredFile
               IF Deferral-Count < 2000
                   ADD 1 TO Deferral-Count
                   MOVE DeferredRevenueRecord TO
                       dfrRecord (Deferral-Count)
               ELSE
                   DISPLAY "Error - Deferral-Table full, DEFERRED.DAT "
                       "too large to rewrite safely - run stopped "
                       "before any credit was raised"
                   MOVE 16 TO RETURN-CODE
                   CLOSE DeferredFile
                   PERFORM WRITE-JOB-LOG
                   GOBACK
               END-IF
               READ DeferredFile
                   AT END SET EndOfDeferredFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeferredFile.

       SAVE-DEFERRALS.
           OPEN OUTPUT DeferredFile
           PERFORM VARYING Deferral-Index FROM 1 BY 1
                   UNTIL Deferral-Index > Deferral-Count
               MOVE dfrRecord (Deferral-Index) TO
                   DeferredRevenueRecord
               WRITE DeferredRevenueRecord
           END-PERFORM
           CLOSE DeferredFile.

       OPEN-CREDIT-FOR-APPEND.
           OPEN EXTEND CreditFile
           IF Credit-File-Status NOT = "00"
               OPEN OUTPUT CreditFile
           END-IF.

      * The credit comes off Student AR.  The deferred tuition the
      * closed deferrals still held is debited back out of the
      * liability, and tuition revenue takes the difference: debited
      * when the credits exceed it, credited with what the students
      * leave behind when they do not.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF

           IF Total-Reversed > ZEROS
               MOVE Run-Date TO glfJournalDate
               MOVE "260000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Reversed TO glfAmount
               MOVE "WITHDRAWAL CREDITS - DEFERRED TUITION" TO
                   glfDescription
               WRITE GL-Feed-Rec
           END-IF

           COMPUTE Revenue-Adjustment = Total-Credits - Total-Reversed
           IF Revenue-Adjustment NOT = ZEROS
               MOVE Run-Date TO glfJournalDate
               MOVE "410000" TO glfAccountCode
               IF Revenue-Adjustment > ZEROS
                   MOVE "D" TO glfDebitCredit
                   MOVE Revenue-Adjustment TO glfAmount
               ELSE
                   MOVE "C" TO glfDebitCredit
                   COMPUTE glfAmount = ZEROS - Revenue-Adjustment
               END-IF
               MOVE "WITHDRAWAL CREDITS - TUITION REVENUE" TO
                   glfDescription
               WRITE GL-Feed-Rec
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "120000" TO glfAccountCode
