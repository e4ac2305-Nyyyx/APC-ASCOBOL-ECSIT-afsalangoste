      *            on the PERIODS.DAT control file (PeriodCloseMaint,
      *            answered through PeriodCheck), so nothing lands
      *            in a month the bursar has already reported.
      * 10/15/2026 - Late fees and interest FinanceChargeRun has put
      *            on the FINCHG.DAT register and not yet posted are
      *            now fed as their own pair - receivable debited,
      *            interest income (420000) credited - and marked
      *            posted with the feed date once GLFEED.DAT is
      *            written, so no charge is posted twice.
      * 10/15/2026 - The share of a student's fee a sponsor pays for
      *            the term (SPONLINK.DAT), split off the invoice the
      *            same way BillingRpt splits it, is now debited to
      *            the sponsor receivable (125000) instead of Student
      *            Accounts Receivable.
      * 10/15/2026 - Tuition revenue is now posted at the fee in
      *            force for each student's intake cohort
      *            (FEESCHED.DAT, through CohortFee), matching what
      *            BillingRpt bills; the current COURSEFEE.DAT rate
      *            is used only when no schedule covers the cohort.
      * 10/15/2026 - Billed tuition is now credited to the deferred
      *            tuition liability (260000) instead of straight to
      *            tuition revenue, and each student's fee is added
      *            to DEFERRED.DAT against the term billed and the
      *            course's CRSCAT department, for RevenueRecogRun to
      *            release into revenue month by month over the
      *            term.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentGLFeed.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.

           SELECT FinChargeFile ASSIGN TO "FINCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinCharge-File-Status.

           SELECT SponsorLinkFile ASSIGN TO "SPONLINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Link-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.

           SELECT DeferredFile ASSIGN TO "DEFERRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Deferred-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       FD COAFile.
       COPY COAREC.

       FD FinChargeFile.
       COPY FINCREC.

       FD SponsorLinkFile.
       COPY SPLNKREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD DeferredFile.
       COPY DEFRREC.

       WORKING-STORAGE SECTION.
       01  CourseFee-File-Status        PIC XX.
       01  BusDate-File-Status       PIC XX.
           88  Found-CourseFee          VALUE "Y".

       01  Student-Fee                  PIC 9(7)V99 VALUE ZEROS.
       01  Course-Rate                  PIC 9(5)V99 VALUE ZEROS.
      * Fee in force for the student's intake cohort (CohortFee).
       COPY COHFEE.

      * Recorded unit enrollments (UNITREC); a student found here is
      * posted at units times the per-unit rate, matching BillingRpt.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".

      * Finance-charge register (FINCREC), held whole so the
      * charges fed this run can be marked posted on the rewrite.
       01  FinCharge-File-Status        PIC XX.
       01  FinCharge-Table.
           02  FinCharge-Entry          OCCURS 2000 TIMES.
               03  fctRecord            PIC X(60).
       01  FinCharge-Count              PIC 9(4)   VALUE ZEROS.
       01  FinCharge-Index              PIC 9(4)   VALUE ZEROS.
       01  Total-Finance-Charges        PIC 9(8)V99 VALUE ZEROS.

      * Sponsor links (SPLNKREC) for the term, months 1-5 spring,
      * 6-8 summer and 9-12 fall as BillingRpt bills them.
       01  Billing-Year                 PIC 9(4)   VALUE ZEROS.
       01  Billing-Term                 PIC X(2)   VALUE SPACES.
       01  Sponsor-Link-File-Status     PIC XX.
       01  Link-Table.
           02  Link-Entry               OCCURS 500 TIMES.
               03  lktStudentID         PIC X(10).
               03  lktSharePct          PIC 9(3)V99.
               03  lktCapAmount         PIC 9(7)V99.
       01  Link-Count                   PIC 9(3)   VALUE ZEROS.
       01  Link-Index                   PIC 9(3)   VALUE ZEROS.
       01  Sponsor-Share                PIC 9(7)V99 VALUE ZEROS.
       01  Total-Sponsor-Fees           PIC 9(8)V99 VALUE ZEROS.

      * Course departments (CRSCAT) for the deferral records.
       01  CourseCat-File-Status        PIC XX.
       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 50 TIMES.
               03  cctgCode             PIC X(6).
               03  cctgDept             PIC X(12).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.

      * Each student's fee as credited to deferred tuition, held
      * until the feed is written and then added to DEFERRED.DAT.
       01  Deferred-File-Status         PIC XX.
       01  Deferral-Table.
           02  Deferral-Entry           OCCURS 500 TIMES.
               03  dftStudentID         PIC X(10).
               03  dftCourseCode        PIC X(6).
               03  dftDept              PIC X(12).
               03  dftAmount            PIC 9(7)V99.
       01  Deferral-Count               PIC 9(3)   VALUE ZEROS.
       01  Deferral-Index               PIC 9(3)   VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

           PERFORM LOAD-COURSE-FEES
           PERFORM LOAD-UNIT-ENROLLMENTS
           PERFORM LOAD-AWARDS
           PERFORM LOAD-SPONSOR-LINKS
           PERFORM LOAD-COURSE-CATALOG
           PERFORM TOTAL-STUDENT-FEES
           PERFORM LOAD-FINANCE-CHARGES
           PERFORM WRITE-GL-FEED
           PERFORM WRITE-DEFERRALS
           IF Total-Finance-Charges > ZEROS
               PERFORM MARK-CHARGES-POSTED
               DISPLAY "StudentGLFeed - " Total-Finance-Charges
                   " late fees and interest posted"
           END-IF
           DISPLAY "StudentGLFeed - " Billed-Count " student(s), "
               Total-Fees " posted to GLFEED.DAT for " Today
           STOP RUN.
                   PERFORM APPLY-AWARDS
                   COMPUTE Total-Net-Fees =
                       Total-Net-Fees + Student-Fee - Award-Applied
                   PERFORM APPLY-SPONSOR-SHARE
                   PERFORM HOLD-DEFERRAL
                   ADD 1 TO Billed-Count
               ELSE
                   DISPLAY "Warning - no COURSEFEE.DAT entry for "
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = CourseCode
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
                   IF uetStudentID (Units-Index) = StudentID
                       COMPUTE Student-Fee =
                           uetUnits (Units-Index) * Course-Rate
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-COHORT-FEE.
           MOVE CourseCode TO cfaCourseCode
           MOVE IntakeYear TO cfaIntakeYear
           MOVE IntakeTerm TO cfaIntakeTerm
           CALL "CohortFee" USING Cohort-Fee-Area
           IF cfaSchedule-Found
               MOVE cfaFee TO Course-Rate
           END-IF.

       LOAD-UNIT-ENROLLMENTS.
           OPEN INPUT UnitsFile
           IF Units-File-Status = "00"
           MOVE Today TO glfJournalDate
           MOVE "120000" TO glfAccountCode
           MOVE "D" TO glfDebitCredit
           COMPUTE glfAmount = Total-Net-Fees - Total-Sponsor-Fees
           MOVE "STUDENT FEES - ACCOUNTS RECEIVABLE" TO
               glfDescription
           PERFORM CHECK-GL-ACCOUNT
           WRITE GL-Feed-Rec

           IF Total-Sponsor-Fees > ZEROS
               MOVE Today TO glfJournalDate
               MOVE "125000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Sponsor-Fees TO glfAmount
               MOVE "STUDENT FEES - SPONSOR RECEIVABLE" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec
           END-IF

           PERFORM VARYING Source-Index FROM 1 BY 1
                   UNTIL Source-Index > Source-Count
               MOVE Today TO glfJournalDate
           END-PERFORM

           MOVE Today TO glfJournalDate
           MOVE "260000" TO glfAccountCode
           MOVE "C" TO glfDebitCredit
           MOVE Total-Fees TO glfAmount
           MOVE "STUDENT FEES - DEFERRED TUITION" TO glfDescription
           PERFORM CHECK-GL-ACCOUNT
           WRITE GL-Feed-Rec

           IF Total-Finance-Charges > ZEROS
               MOVE Today TO glfJournalDate
               MOVE "120000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Finance-Charges TO glfAmount
               MOVE "FINANCE CHARGES - ACCOUNTS RECEIVABLE" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec

               MOVE Today TO glfJournalDate
               MOVE "420000" TO glfAccountCode
               MOVE "C" TO glfDebitCredit
               MOVE Total-Finance-Charges TO glfAmount
               MOVE "FINANCE CHARGES - INTEREST INCOME" TO
                   glfDescription
               PERFORM CHECK-GL-ACCOUNT
               WRITE GL-Feed-Rec
           END-IF

           CLOSE GLFeedFile.

      * The fee is deferred whole, before awards and sponsor share,
      * since that is the figure credited to the liability.
       HOLD-DEFERRAL.
           IF Student-Fee = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF Deferral-Count NOT < 500
               DISPLAY "Warning - Deferral-Table full, fee for "
                   StudentID " not added to DEFERRED.DAT"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Deferral-Count
           MOVE StudentID TO dftStudentID (Deferral-Count)
           MOVE CourseCode TO dftCourseCode (Deferral-Count)
           MOVE Student-Fee TO dftAmount (Deferral-Count)
           MOVE SPACES TO dftDept (Deferral-Count)
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = CourseCode
                   MOVE cctgDept (CourseCat-Index)
                       TO dftDept (Deferral-Count)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-DEFERRALS.
           OPEN EXTEND DeferredFile
           IF Deferred-File-Status NOT = "00"
               OPEN OUTPUT DeferredFile
           END-IF
           PERFORM VARYING Deferral-Index FROM 1 BY 1
                   UNTIL Deferral-Index > Deferral-Count
               MOVE dftStudentID (Deferral-Index) TO dfStudentID
               MOVE dftCourseCode (Deferral-Index) TO dfCourseCode
               MOVE Billing-Year TO dfYear
               MOVE Billing-Term TO dfTerm
               MOVE dftDept (Deferral-Index) TO dfDept
               MOVE Today TO dfDeferDate
               MOVE dftAmount (Deferral-Index) TO dfAmount
               MOVE ZEROS TO dfReleased dfReversed dfLastMonth
               SET dfOpen TO TRUE
               WRITE DeferredRevenueRecord
           END-PERFORM
           CLOSE DeferredFile.

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status = "00"
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseCatFile
                   IF CourseCat-Count < 50
                       ADD 1 TO CourseCat-Count
                       MOVE ctlgCourseCode TO
                           cctgCode (CourseCat-Count)
                       MOVE ctlgDept TO cctgDept (CourseCat-Count)
                   END-IF
                   READ CourseCatFile
                       AT END SET EndOfCourseCatFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseCatFile
           END-IF.

      * Only charges not yet fed count; the register is held whole
      * for the rewrite that marks them posted.
       LOAD-FINANCE-CHARGES.
           OPEN INPUT FinChargeFile
           IF FinCharge-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FinChargeFile
               AT END SET EndOfFinChargeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfFinChargeFile
               IF FinCharge-Count < 2000
                   ADD 1 TO FinCharge-Count
                   MOVE FinChargeRecord TO
                       fctRecord (FinCharge-Count)
                   IF fcGL-Pending
                       ADD fcAmount TO Total-Finance-Charges
                   END-IF
               ELSE
                   DISPLAY "Warning - FinCharge-Table full, no "
                       "finance charges posted this run"
                   MOVE ZEROS TO Total-Finance-Charges
                   EXIT PERFORM
               END-IF
               READ FinChargeFile
                   AT END SET EndOfFinChargeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE FinChargeFile.

       MARK-CHARGES-POSTED.
           OPEN OUTPUT FinChargeFile
           PERFORM VARYING FinCharge-Index FROM 1 BY 1
                   UNTIL FinCharge-Index > FinCharge-Count
               MOVE fctRecord (FinCharge-Index) TO FinChargeRecord
               IF fcGL-Pending
                   SET fcGL-Posted TO TRUE
                   MOVE Today TO fcPostedDate
               END-IF
               WRITE FinChargeRecord
           END-PERFORM
           CLOSE FinChargeFile.

      * Every award the student holds is netted off their fee and
      * rolled up under its own funding source, the same computation
      * BillingRpt nets the invoice with; the total applied never
               END-IF
           END-PERFORM.

      * The sponsor's percent of the fee left after awards, held to
      * its term cap - the split BillingRpt puts on SPONBILL.DAT.
       APPLY-SPONSOR-SHARE.
           MOVE ZEROS TO Sponsor-Share
           PERFORM VARYING Link-Index FROM 1 BY 1
                   UNTIL Link-Index > Link-Count
               IF lktStudentID (Link-Index) = StudentID
                   COMPUTE Sponsor-Share ROUNDED =
                       (Student-Fee - Award-Applied)
                       * lktSharePct (Link-Index) / 100
                   IF lktCapAmount (Link-Index) > ZEROS
                           AND Sponsor-Share > lktCapAmount (Link-Index)
                       MOVE lktCapAmount (Link-Index) TO Sponsor-Share
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Sponsor-Share > Student-Fee - Award-Applied
               COMPUTE Sponsor-Share = Student-Fee - Award-Applied
           END-IF
           ADD Sponsor-Share TO Total-Sponsor-Fees.

       LOAD-SPONSOR-LINKS.
           MOVE Today (1:4) TO Billing-Year
           EVALUATE Today (5:2)
               WHEN "01" THRU "05"
                   MOVE "SP" TO Billing-Term
               WHEN "06" THRU "08"
                   MOVE "SU" TO Billing-Term
               WHEN OTHER
                   MOVE "FA" TO Billing-Term
           END-EVALUATE
           OPEN INPUT SponsorLinkFile
           IF Sponsor-Link-File-Status = "00"
               READ SponsorLinkFile
                   AT END SET EndOfSponsorLinkFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorLinkFile
                   IF slYear = Billing-Year AND slTerm = Billing-Term
                           AND Link-Count < 500
                       ADD 1 TO Link-Count
                       MOVE slStudentID TO lktStudentID (Link-Count)
                       MOVE slSharePct TO lktSharePct (Link-Count)
                       MOVE slCapAmount TO lktCapAmount (Link-Count)
                   END-IF
                   READ SponsorLinkFile
                       AT END SET EndOfSponsorLinkFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorLinkFile
           END-IF.

       ADD-TO-SOURCE-TOTAL.
           MOVE "N" TO Source-Found-Switch
           PERFORM VARYING Source-Index FROM 1 BY 1
