      *            on the PERIODS.DAT control file (PeriodCloseMaint,
      *            answered through PeriodCheck), so nothing lands
      *            in a month the bursar has already reported.
      * 10/15/2026 - Late fees and interest FinanceChargeRun has
      *            raised on BILLED.DAT are now carried over when the
      *            file is rewritten, so a rebill does not wipe out
      *            finance charges the students still owe.
      * 10/15/2026 - A student a SPONSORS.DAT sponsor pays for this
      *            term (SPONLINK.DAT, SponsorLinkMaint) has the
      *            invoice split: the sponsor's share of the fee
      *            after awards, up to its term cap, goes to the
      *            sponsor receivable on SPONBILL.DAT and only the
      *            rest to the student on BILLED.DAT.  The term is
      *            taken from the run date.
      * 10/15/2026 - A student is now billed the fee in force for
      *            their own intake cohort (FEESCHED.DAT, through
      *            CohortFee) rather than the current COURSEFEE.DAT
      *            rate, which is charged only when no schedule
      *            covers the cohort; a units record multiplies the
      *            cohort rate the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BillingRpt.
           SELECT BillingFile ASSIGN TO "BILLING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Event-File-Status.

           SELECT SponsorLinkFile ASSIGN TO "SPONLINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Link-File-Status.
           SELECT SponsorBillFile ASSIGN TO "SPONBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Bill-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       FD EventFile.
       COPY EVENTREC.

       FD SponsorLinkFile.
       COPY SPLNKREC.

       FD SponsorBillFile.
       COPY SPBILREC.

       WORKING-STORAGE SECTION.
       01  CourseFee-File-Status        PIC XX.
       01  BusDate-File-Status       PIC XX.
           88  Found-CourseFee          VALUE "Y".

       01  Student-Fee                  PIC 9(7)V99 VALUE ZEROS.
       01  Course-Rate                  PIC 9(5)V99 VALUE ZEROS.
      * Fee in force for the student's intake cohort (CohortFee).
       COPY COHFEE.
       01  Total-Billed                 PIC 9(9)V99 VALUE ZEROS.

      * Scholarship/fee-waiver awards (AWARDREC), netted off the
       01  Awarded-Count                PIC 9(5)   VALUE ZEROS.
       01  Event-File-Status            PIC XX.

      * Finance charges (late fees, interest) already on BILLED.DAT,
      * held across the rewrite and put back after the invoices.
       01  Billed-File-Status           PIC XX.
       01  Charge-Table.
           02  Charge-Entry             OCCURS 500 TIMES.
               03  chtStudentID         PIC X(10).
               03  chtBillDate          PIC 9(8).
               03  chtAmount            PIC 9(7)V99.
               03  chtChargeCode        PIC XX.
       01  Charge-Count                 PIC 9(3)   VALUE ZEROS.
       01  Charge-Index                 PIC 9(3)   VALUE ZEROS.

      * Sponsor links (SPLNKREC) for the term being billed, and the
      * sponsor receivable of every other term, held across the
      * SPONBILL.DAT rewrite.  Months 1-5 bill the spring term, 6-8
      * summer and 9-12 fall.
       01  Billing-Year                 PIC 9(4)   VALUE ZEROS.
       01  Billing-Term                 PIC X(2)   VALUE SPACES.
       01  Sponsor-Link-File-Status     PIC XX.
       01  Sponsor-Bill-File-Status     PIC XX.
       01  Link-Table.
           02  Link-Entry               OCCURS 500 TIMES.
               03  lktStudentID         PIC X(10).
               03  lktSponsorID         PIC X(6).
               03  lktSharePct          PIC 9(3)V99.
               03  lktCapAmount         PIC 9(7)V99.
       01  Link-Count                   PIC 9(3)   VALUE ZEROS.
       01  Link-Index                   PIC 9(3)   VALUE ZEROS.
       01  Sponsor-Bill-Table.
           02  Sponsor-Bill-Entry       OCCURS 1000 TIMES.
               03  sbtRecord            PIC X(45).
       01  Sponsor-Bill-Count           PIC 9(4)   VALUE ZEROS.
       01  Sponsor-Bill-Index           PIC 9(4)   VALUE ZEROS.
       01  Sponsor-Share                PIC 9(7)V99 VALUE ZEROS.
       01  Sponsor-ID                   PIC X(6)   VALUE SPACES.
       01  Total-Sponsored              PIC 9(9)V99 VALUE ZEROS.
       01  Sponsored-Count              PIC 9(5)   VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

               VALUE "TOTAL BILLED      :".
           02  btlTotal                 PIC $$$$,$$9.99.

       01  Billing-Sponsor-Line.
           02  FILLER                   PIC X(12)  VALUE SPACES.
           02  FILLER                   PIC X(8)   VALUE "SPONSOR ".
           02  bslSponsorID             PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  bslAmount                PIC $$$$,$$9.99.

       01  Billing-Sponsor-Total-Line.
           02  FILLER                   PIC X(20)
               VALUE "TOTAL TO SPONSORS :".
           02  bstTotal                 PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-UNIT-ENROLLMENTS
           PERFORM LOAD-AWARDS
           PERFORM LOAD-FINANCE-CHARGES
           PERFORM SET-BILLING-TERM
           PERFORM LOAD-SPONSOR-LINKS
           PERFORM LOAD-SPONSOR-BILLS

           OPEN INPUT StudentFile
           OPEN OUTPUT BillingFile
           OPEN OUTPUT BilledFile
           OPEN OUTPUT SponsorBillFile
           PERFORM VARYING Sponsor-Bill-Index FROM 1 BY 1
                   UNTIL Sponsor-Bill-Index > Sponsor-Bill-Count
               MOVE sbtRecord (Sponsor-Bill-Index) TO
                   SponsorBillRecord
               WRITE SponsorBillRecord
           END-PERFORM
           PERFORM OPEN-EVENT-QUEUE
           WRITE Billing-Report-Line FROM Billing-Header
           WRITE Billing-Report-Line FROM Billing-LineBreak
                   PERFORM WRITE-BILLED-RECORD
                   ADD Student-Fee TO Total-Billed
                   ADD 1 TO Billed-Count
                   IF Sponsor-Share > ZEROS
                       PERFORM WRITE-SPONSOR-BILL
                   END-IF
               ELSE
                   DISPLAY "Warning - no COURSEFEE.DAT entry for "
                       "CourseCode " CourseCode ", student "
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile
           PERFORM VARYING Charge-Index FROM 1 BY 1
                   UNTIL Charge-Index > Charge-Count
               MOVE chtStudentID (Charge-Index) TO blStudentID
               MOVE chtBillDate (Charge-Index) TO blBillDate
               MOVE SPACES TO blCourseCode
               MOVE chtAmount (Charge-Index) TO blAmount
               MOVE chtChargeCode (Charge-Index) TO blChargeCode
               WRITE BilledRecord
           END-PERFORM

           MOVE Total-Billed TO btlTotal
           WRITE Billing-Report-Line FROM Billing-LineBreak
           WRITE Billing-Report-Line FROM Billing-Total-Line
           IF Total-Sponsored > ZEROS
               MOVE Total-Sponsored TO bstTotal
               WRITE Billing-Report-Line FROM
                   Billing-Sponsor-Total-Line
           END-IF
           CLOSE BillingFile
           CLOSE BilledFile
           CLOSE SponsorBillFile
           CLOSE EventFile

           DISPLAY "BillingRpt - " Billed-Count
           DISPLAY "BillingRpt - " Awarded-Count
               " student(s) with awards netted, " Total-Awards
               " total awards applied"
           DISPLAY "BillingRpt - " Sponsored-Count
               " invoice(s) split to sponsors for " Billing-Term
               Billing-Year ", " Total-Sponsored " to SPONBILL.DAT"
           PERFORM WRITE-JOB-LOG
           STOP RUN.

           MOVE Run-Date TO blBillDate
           MOVE CourseCode TO blCourseCode
           MOVE Student-Fee TO blAmount
           MOVE SPACES TO blChargeCode
           WRITE BilledRecord
           PERFORM QUEUE-INVOICE-EVENT.

           END-PERFORM
           CLOSE CourseFeeFile.

      * The course rate doubles as the flat fee and as the per-unit
      * rate: a student with a recorded unit enrollment is billed
      * units times that figure, anyone else the flat figure.  The
      * rate is the one scheduled for the student's intake cohort,
      * or the current COURSEFEE.DAT figure when none is.
       LOOKUP-COURSE-FEE.
           MOVE "N" TO Found-Switch
           MOVE ZEROS TO Student-Fee
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
                       ADD 1 TO Units-Billed-Count
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM APPLY-AWARDS
               PERFORM APPLY-SPONSOR-SHARE
           END-IF.

       APPLY-COHORT-FEE.
           MOVE CourseCode TO cfaCourseCode
           MOVE IntakeYear TO cfaIntakeYear
           MOVE IntakeTerm TO cfaIntakeTerm
           CALL "CohortFee" USING Cohort-Fee-Area
           IF cfaSchedule-Found
               MOVE cfaFee TO Course-Rate
           END-IF.

      * The sponsor pays its percent of what is left after awards,
      * never more than its cap for the term when one is set; the
      * student is invoiced the remainder.
       APPLY-SPONSOR-SHARE.
           MOVE ZEROS TO Sponsor-Share
           MOVE SPACES TO Sponsor-ID
           PERFORM VARYING Link-Index FROM 1 BY 1
                   UNTIL Link-Index > Link-Count
               IF lktStudentID (Link-Index) = StudentID
                   MOVE lktSponsorID (Link-Index) TO Sponsor-ID
                   COMPUTE Sponsor-Share ROUNDED =
                       Student-Fee * lktSharePct (Link-Index) / 100
                   IF lktCapAmount (Link-Index) > ZEROS
                           AND Sponsor-Share > lktCapAmount (Link-Index)
                       MOVE lktCapAmount (Link-Index) TO Sponsor-Share
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Sponsor-Share > Student-Fee
               MOVE Student-Fee TO Sponsor-Share
           END-IF
           SUBTRACT Sponsor-Share FROM Student-Fee.

       WRITE-SPONSOR-BILL.
           MOVE Sponsor-ID TO sbSponsorID
           MOVE StudentID TO sbStudentID
           MOVE Billing-Year TO sbYear
           MOVE Billing-Term TO sbTerm
           MOVE Run-Date TO sbBillDate
           MOVE CourseCode TO sbCourseCode
           MOVE Sponsor-Share TO sbAmount
           WRITE SponsorBillRecord
           MOVE Sponsor-ID TO bslSponsorID
           MOVE Sponsor-Share TO bslAmount
           WRITE Billing-Report-Line FROM Billing-Sponsor-Line
           ADD Sponsor-Share TO Total-Sponsored
           ADD 1 TO Sponsored-Count.

       SET-BILLING-TERM.
           MOVE Run-Date (1:4) TO Billing-Year
           EVALUATE Run-Date (5:2)
               WHEN "01" THRU "05"
                   MOVE "SP" TO Billing-Term
               WHEN "06" THRU "08"
                   MOVE "SU" TO Billing-Term
               WHEN OTHER
                   MOVE "FA" TO Billing-Term
           END-EVALUATE.

       LOAD-SPONSOR-LINKS.
           OPEN INPUT SponsorLinkFile
           IF Sponsor-Link-File-Status = "00"
               READ SponsorLinkFile
                   AT END SET EndOfSponsorLinkFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorLinkFile
                   IF slYear = Billing-Year AND slTerm = Billing-Term
                       IF Link-Count < 500
                           ADD 1 TO Link-Count
                           MOVE slStudentID TO lktStudentID (Link-Count)
                           MOVE slSponsorID TO lktSponsorID (Link-Count)
                           MOVE slSharePct TO lktSharePct (Link-Count)
                           MOVE slCapAmount TO
                               lktCapAmount (Link-Count)
                       ELSE
                           DISPLAY "Warning - Link-Table full, "
                               "StudentID " slStudentID
                               " billed without sponsor"
                       END-IF
                   END-IF
                   READ SponsorLinkFile
                       AT END SET EndOfSponsorLinkFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorLinkFile
           END-IF.

      * A rebill replaces this term's sponsor receivable; every other
      * term's is put back as it was.
       LOAD-SPONSOR-BILLS.
           OPEN INPUT SponsorBillFile
           IF Sponsor-Bill-File-Status = "00"
               READ SponsorBillFile
                   AT END SET EndOfSponsorBillFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorBillFile
                   IF sbYear NOT = Billing-Year
                           OR sbTerm NOT = Billing-Term
                       IF Sponsor-Bill-Count < 1000
                           ADD 1 TO Sponsor-Bill-Count
                           MOVE SponsorBillRecord TO
                               sbtRecord (Sponsor-Bill-Count)
                       ELSE
                           DISPLAY "Error - Sponsor-Bill-Table full, "
                               "SPONBILL.DAT left as it was - "
                               "billing not run"
                           CLOSE SponsorBillFile
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-JOB-LOG
                           STOP RUN
                       END-IF
                   END-IF
                   READ SponsorBillFile
                       AT END SET EndOfSponsorBillFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorBillFile
           END-IF.

      * Every award the student holds is netted off the computed
               CLOSE AwardFile
           END-IF.

       LOAD-FINANCE-CHARGES.
           OPEN INPUT BilledFile
           IF Billed-File-Status = "00"
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBilledFile
                   IF blFinance-Charge
                       IF Charge-Count < 500
                           ADD 1 TO Charge-Count
                           MOVE blStudentID TO
                               chtStudentID (Charge-Count)
                           MOVE blBillDate TO chtBillDate (Charge-Count)
                           MOVE blAmount TO chtAmount (Charge-Count)
                           MOVE blChargeCode TO
                               chtChargeCode (Charge-Count)
                       ELSE
                           DISPLAY "Warning - Charge-Table full, "
                               "finance charge for " blStudentID
                               " not carried over"
                       END-IF
                   END-IF
                   READ BilledFile
                       AT END SET EndOfBilledFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BilledFile
           END-IF.

       LOAD-UNIT-ENROLLMENTS.
           OPEN INPUT UnitsFile
           IF Units-File-Status = "00"
