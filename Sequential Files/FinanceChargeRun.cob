      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Monthly late-payment charge run.  Each student's
      *         balance is netted and aged the way DunningRun and
      *         AgedARRpt do it (BILLED.DAT less PAYMENTS.DAT and
      *         CREDITS.DAT, 30-day-month days from the oldest bill,
      *         or installment by installment for a PAYPLAN.DAT
      *         plan), and whatever has run past the FINPARM.DAT
      *         grace period draws the flat late fee or a month's
      *         interest the bursar set with FinChargeMaint.  A
      *         student whose plan installments are all covered, or
      *         who holds an award that waives charges (AWARDREC
      *         awWaiveCharges), is left alone, and nobody is charged
      *         twice in one month.  Each charge is appended to
      *         BILLED.DAT under its own charge code (LF or IN) so
      *         statements and aging pick it up, recorded on the
      *         FINCHG.DAT register for StudentGLFeed to post to
      *         interest income, and listed on FINCHG.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinanceChargeRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FinParmFile ASSIGN TO "FINPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinParm-File-Status.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.
           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.
           SELECT CreditFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-File-Status.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Plan-File-Status.
           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Award-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FinChargeFile ASSIGN TO "FINCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinCharge-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT RegisterFile ASSIGN TO "FINCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FinParmFile.
       COPY FINPARM.

       FD BilledFile.
       COPY BILLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD PlanFile.
       COPY PLANREC.

       FD AwardFile.
       COPY AWARDREC.

       FD StudentFile.
       COPY STUDREC.

       FD FinChargeFile.
       COPY FINCREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD RegisterFile.
       01  Register-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  FinParm-File-Status          PIC XX.
       01  Billed-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Credit-File-Status           PIC XX.
       01  Plan-File-Status             PIC XX.
       01  Award-File-Status            PIC XX.
       01  FinCharge-File-Status        PIC XX.
       01  BusDate-File-Status          PIC XX.

      * Per-student position: balance outstanding, oldest bill date,
      * and whether a finance charge already landed this month.
       01  Account-Table.
           02  Account-Entry            OCCURS 500 TIMES.
               03  actStudentID         PIC X(10).
               03  actBilled            PIC 9(8)V99.
               03  actPaid              PIC 9(8)V99.
               03  actCredited          PIC 9(8)V99.
               03  actOldestBill        PIC 9(8).
               03  actChargedThisMonth  PIC X.
               03  actWaived            PIC X.
       01  Account-Count                PIC 9(3)   VALUE ZEROS.
       01  Account-Index                PIC 9(3)   VALUE ZEROS.
       01  Account-Found-Switch         PIC X      VALUE "N".
           88  Found-Account-Entry      VALUE "Y".
       01  Seek-StudentID               PIC X(10).

       01  Plan-Table.
           02  Plan-Entry               OCCURS 500 TIMES.
               03  pltStudentID         PIC X(10).
               03  pltDueDate           PIC 9(8).
               03  pltAmount            PIC 9(7)V99.
       01  Plan-Count                   PIC 9(3)   VALUE ZEROS.
       01  Plan-Index                   PIC 9(3)   VALUE ZEROS.
       01  Plan-Seen-Switch             PIC X      VALUE "N".
           88  Student-Has-Plan         VALUE "Y".
       01  Cover-Available              PIC 9(8)V99 VALUE ZEROS.
       01  Installment-Owing            PIC 9(7)V99 VALUE ZEROS.

       01  Name-Table.
           02  Name-Entry               OCCURS 500 TIMES.
               03  nmStudentID          PIC X(10).
               03  nmSurname            PIC X(10).
               03  nmInitials           PIC XX.
       01  Name-Count                   PIC 9(3)   VALUE ZEROS.
       01  Name-Index                   PIC 9(3)   VALUE ZEROS.

       01  Today.
           02  Today-Year               PIC 9(4).
           02  Today-Month              PIC 99.
           02  Today-Day                PIC 99.
       01  Run-Date                     PIC 9(8).
       01  Bill-Date-Split.
           02  Bill-Year                PIC 9(4).
           02  Bill-Month               PIC 99.
           02  Bill-Day                 PIC 99.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.
       01  Oldest-Overdue-Age           PIC S9(5)  VALUE ZEROS.
       01  Student-Balance              PIC S9(8)V99 VALUE ZEROS.
       01  Overdue-Amount               PIC 9(8)V99 VALUE ZEROS.
       01  Charge-Amount                PIC 9(7)V99 VALUE ZEROS.

       01  Charged-Count                PIC 9(5)   VALUE ZEROS.
       01  Plan-Current-Count           PIC 9(5)   VALUE ZEROS.
       01  Waived-Count                 PIC 9(5)   VALUE ZEROS.
       01  Already-Charged-Count        PIC 9(5)   VALUE ZEROS.
       01  Total-Charged                PIC 9(8)V99 VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

       01  Register-Header.
           02  FILLER                   PIC X(30)
               VALUE "FINANCE-CHARGE REGISTER FOR   ".
           02  rghDate                  PIC 9(8).
       01  Register-Terms-Line.
           02  rtlMethod                PIC X(17).
           02  rtlTerms                 PIC X(10).
           02  FILLER                   PIC X(7)   VALUE " AFTER ".
           02  rtlGraceDays             PIC ZZ9.
           02  FILLER                   PIC X(11)  VALUE " DAYS GRACE".
       01  Register-LineBreak           PIC X(72) VALUE ALL "-".

       01  Register-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "STUDENT ID".
           02  FILLER                   PIC X(14)  VALUE "NAME".
           02  FILLER                   PIC X(8)   VALUE "   AGE".
           02  FILLER                   PIC X(15)  VALUE
               "        OVERDUE".
           02  FILLER                   PIC X(6)   VALUE "  CODE".
           02  FILLER                   PIC X(13)  VALUE
               "       CHARGE".

       01  Register-Detail-Line.
           02  rdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlSurname               PIC X(10).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlAgeDays               PIC ZZZZ9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlOverdue               PIC $$$$,$$$,$$9.99.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlChargeCode            PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlCharge                PIC $$$$,$$$,$$9.99.

       01  Register-Count-Line.
           02  rclLabel                 PIC X(34).
           02  rclCount                 PIC ZZZZ9.

       01  Register-Total-Line.
           02  FILLER                   PIC X(34)
               VALUE "TOTAL CHARGED                   :".
           02  rtlAmount                PIC $$$,$$$,$$9.99.

       01  Display-Fee                  PIC $$,$$9.99.
       01  Display-Rate                 PIC Z9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); no charges may be "
                   "raised into it.  Ask the bursar to reopen it "
                   "with PeriodCloseMaint if this is intended."
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-FINANCE-TERMS
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-BILLED
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-PLANS
           PERFORM LOAD-WAIVERS
           PERFORM LOAD-STUDENT-NAMES

           OPEN EXTEND BilledFile
           PERFORM OPEN-REGISTER-FOR-APPEND
           OPEN OUTPUT RegisterFile
           PERFORM WRITE-REGISTER-HEADINGS
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               PERFORM CONSIDER-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE RegisterFile
           CLOSE FinChargeFile
           CLOSE BilledFile

           DISPLAY "FinanceChargeRun - " Charged-Count
               " charge(s) raised for " Total-Charged
               " - see FINCHG.RPT"
           PERFORM WRITE-JOB-LOG
           GOBACK.

       CONSIDER-ONE-ACCOUNT.
           COMPUTE Student-Balance =
               actBilled (Account-Index) - actPaid (Account-Index)
               - actCredited (Account-Index)
           IF Student-Balance NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF actChargedThisMonth (Account-Index) = "Y"
               ADD 1 TO Already-Charged-Count
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Overdue-Amount Oldest-Overdue-Age
           PERFORM CHECK-STUDENT-HAS-PLAN
           IF Student-Has-Plan
               PERFORM FIND-OVERDUE-INSTALLMENTS
               IF Overdue-Amount = ZEROS
                   ADD 1 TO Plan-Current-Count
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE actOldestBill (Account-Index) TO Bill-Date-Split
               PERFORM COMPUTE-AGE-DAYS
               IF Age-Days > fpGraceDays
                   MOVE Student-Balance TO Overdue-Amount
                   MOVE Age-Days TO Oldest-Overdue-Age
               END-IF
           END-IF
           IF Overdue-Amount = ZEROS
                   OR Overdue-Amount < fpMinimumBalance
               EXIT PARAGRAPH
           END-IF
           IF actWaived (Account-Index) = "Y"
               ADD 1 TO Waived-Count
               EXIT PARAGRAPH
           END-IF
           IF fpFlat-Fee
               MOVE fpFlatFee TO Charge-Amount
           ELSE
               COMPUTE Charge-Amount ROUNDED =
                   Overdue-Amount * fpMonthlyRate / 100
           END-IF
           IF Charge-Amount > ZEROS
               PERFORM RAISE-ONE-CHARGE
           END-IF.

      * Payments and credits cover the earliest installments first,
      * the same netting AgedARRpt does; only the uncovered part of
      * an installment past its due date plus the grace period is
      * overdue.  Nothing overdue means the plan is being kept.
       FIND-OVERDUE-INSTALLMENTS.
           COMPUTE Cover-Available =
               actPaid (Account-Index) + actCredited (Account-Index)
           PERFORM VARYING Plan-Index FROM 1 BY 1
                   UNTIL Plan-Index > Plan-Count
               IF pltStudentID (Plan-Index) =
                       actStudentID (Account-Index)
                   IF Cover-Available >= pltAmount (Plan-Index)
                       SUBTRACT pltAmount (Plan-Index)
                           FROM Cover-Available
                   ELSE
                       COMPUTE Installment-Owing =
                           pltAmount (Plan-Index) - Cover-Available
                       MOVE ZEROS TO Cover-Available
                       MOVE pltDueDate (Plan-Index) TO
                           Bill-Date-Split
                       PERFORM COMPUTE-AGE-DAYS
                       IF Age-Days > fpGraceDays
                           ADD Installment-Owing TO Overdue-Amount
                           IF Age-Days > Oldest-Overdue-Age
                               MOVE Age-Days TO Oldest-Overdue-Age
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-ONE-CHARGE.
           MOVE actStudentID (Account-Index) TO blStudentID
           MOVE Run-Date TO blBillDate
           MOVE SPACES TO blCourseCode
           MOVE Charge-Amount TO blAmount
           IF fpFlat-Fee
               SET blLate-Fee TO TRUE
           ELSE
               SET blInterest TO TRUE
           END-IF
           WRITE BilledRecord

           MOVE actStudentID (Account-Index) TO fcStudentID
           MOVE Run-Date TO fcChargeDate
           MOVE blChargeCode TO fcChargeCode
           MOVE Overdue-Amount TO fcOverdueAmount
           MOVE Oldest-Overdue-Age TO fcAgeDays
           MOVE Charge-Amount TO fcAmount
           SET fcGL-Pending TO TRUE
           MOVE ZEROS TO fcPostedDate
           WRITE FinChargeRecord

           MOVE actStudentID (Account-Index) TO rdlStudentID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE Oldest-Overdue-Age TO rdlAgeDays
           MOVE Overdue-Amount TO rdlOverdue
           MOVE blChargeCode TO rdlChargeCode
           MOVE Charge-Amount TO rdlCharge
           WRITE Register-Line FROM Register-Detail-Line
           ADD Charge-Amount TO Total-Charged
           ADD 1 TO Charged-Count.

      * Days since the date in Bill-Date-Split on the 30-day-month
      * convention the aging reports use.
       COMPUTE-AGE-DAYS.
           COMPUTE Age-Days =
               ((Today-Year - Bill-Year) * 360)
               + ((Today-Month - Bill-Month) * 30)
               + (Today-Day - Bill-Day).

       WRITE-REGISTER-HEADINGS.
           MOVE Run-Date TO rghDate
           WRITE Register-Line FROM Register-Header
           IF fpFlat-Fee
               MOVE "FLAT LATE FEE" TO rtlMethod
               MOVE fpFlatFee TO Display-Fee
               MOVE Display-Fee TO rtlTerms
           ELSE
               MOVE "MONTHLY INTEREST%" TO rtlMethod
               MOVE fpMonthlyRate TO Display-Rate
               MOVE Display-Rate TO rtlTerms
           END-IF
           MOVE fpGraceDays TO rtlGraceDays
           WRITE Register-Line FROM Register-Terms-Line
           WRITE Register-Line FROM Register-LineBreak
           WRITE Register-Line FROM Register-Column-Titles.

       WRITE-REGISTER-TOTALS.
           WRITE Register-Line FROM Register-LineBreak
           MOVE "CHARGES RAISED                  :" TO rclLabel
           MOVE Charged-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE "SKIPPED - PLAN INSTALLMENTS KEPT:" TO rclLabel
           MOVE Plan-Current-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE "SKIPPED - AWARD WAIVES CHARGES  :" TO rclLabel
           MOVE Waived-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE "SKIPPED - ALREADY CHARGED MONTH :" TO rclLabel
           MOVE Already-Charged-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE Total-Charged TO rtlAmount
           WRITE Register-Line FROM Register-Total-Line.

       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO rdlSurname rdlInitials
           PERFORM VARYING Name-Index FROM 1 BY 1
                   UNTIL Name-Index > Name-Count
               IF nmStudentID (Name-Index) =
                       actStudentID (Account-Index)
                   MOVE nmSurname (Name-Index) TO rdlSurname
                   MOVE nmInitials (Name-Index) TO rdlInitials
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-STUDENT-HAS-PLAN.
           MOVE "N" TO Plan-Seen-Switch
           PERFORM VARYING Plan-Index FROM 1 BY 1
                   UNTIL Plan-Index > Plan-Count
               IF pltStudentID (Plan-Index) =
                       actStudentID (Account-Index)
                   SET Student-Has-Plan TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO Account-Found-Switch
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               IF actStudentID (Account-Index) = Seek-StudentID
                   SET Found-Account-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Account-Entry
               IF Account-Count < 500
                   ADD 1 TO Account-Count
                   MOVE Account-Count TO Account-Index
                   MOVE Seek-StudentID TO
                       actStudentID (Account-Index)
                   MOVE ZEROS TO actBilled (Account-Index)
                   MOVE ZEROS TO actPaid (Account-Index)
                   MOVE ZEROS TO actCredited (Account-Index)
                   MOVE 99999999 TO actOldestBill (Account-Index)
                   MOVE "N" TO actChargedThisMonth (Account-Index)
                   MOVE "N" TO actWaived (Account-Index)
               ELSE
                   DISPLAY "Warning - Account-Table full, StudentID "
                       Seek-StudentID " not charged this run"
                   MOVE ZEROS TO Account-Index
               END-IF
           END-IF.

      * A charge already raised in the run month - a rerun, or a run
      * late in the month after one early on - stops a second one.
       LOAD-BILLED.
           OPEN INPUT BilledFile
           IF Billed-File-Status NOT = "00"
               DISPLAY "Error - unable to open BILLED.DAT, run "
                   "BillingRpt to create it"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               MOVE blStudentID TO Seek-StudentID
               PERFORM FIND-OR-ADD-ACCOUNT
               IF Account-Index > 0
                   ADD blAmount TO actBilled (Account-Index)
                   IF blBillDate < actOldestBill (Account-Index)
                       MOVE blBillDate TO
                           actOldestBill (Account-Index)
                   END-IF
                   IF blFinance-Charge
                           AND blBillDate (1:6) = Run-Date (1:6)
                       MOVE "Y" TO
                           actChargedThisMonth (Account-Index)
                   END-IF
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BilledFile.

       LOAD-PAYMENTS.
           OPEN INPUT PaymentFile
           IF Payment-File-Status = "00"
               READ PaymentFile
                   AT END SET EndOfPaymentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaymentFile
                   MOVE payStudentID TO Seek-StudentID
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       ADD payAmount TO actPaid (Account-Index)
                   END-IF
                   READ PaymentFile
                       AT END SET EndOfPaymentFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaymentFile
           END-IF.

       LOAD-CREDITS.
           OPEN INPUT CreditFile
           IF Credit-File-Status = "00"
               READ CreditFile
                   AT END SET EndOfCreditFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCreditFile
                   MOVE crStudentID TO Seek-StudentID
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       ADD crAmount TO actCredited (Account-Index)
                   END-IF
                   READ CreditFile
                       AT END SET EndOfCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CreditFile
           END-IF.

      * PaymentPlanMaint keeps PAYPLAN.DAT in due-date order per
      * student, so installments are covered earliest first.
       LOAD-PLANS.
           OPEN INPUT PlanFile
           IF Plan-File-Status = "00"
               READ PlanFile
                   AT END SET EndOfPlanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPlanFile
                   IF Plan-Count < 500
                       ADD 1 TO Plan-Count
                       MOVE plStudentID TO pltStudentID (Plan-Count)
                       MOVE plDueDate TO pltDueDate (Plan-Count)
                       MOVE plAmount TO pltAmount (Plan-Count)
                   END-IF
                   READ PlanFile
                       AT END SET EndOfPlanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PlanFile
           END-IF.

      * Any one award flagged to waive charges exempts the student.
       LOAD-WAIVERS.
           OPEN INPUT AwardFile
           IF Award-File-Status = "00"
               READ AwardFile
                   AT END SET EndOfAwardFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAwardFile
                   IF awWaives-Charges
                       MOVE awStudentID TO Seek-StudentID
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF Account-Index > 0
                           MOVE "Y" TO actWaived (Account-Index)
                       END-IF
                   END-IF
                   READ AwardFile
                       AT END SET EndOfAwardFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AwardFile
           END-IF.

       LOAD-FINANCE-TERMS.
           OPEN INPUT FinParmFile
           IF FinParm-File-Status NOT = "00"
               DISPLAY "Error - FINPARM.DAT not found, run "
                   "FinChargeMaint to set the charge terms"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ FinParmFile
               AT END MOVE SPACES TO FinParmRecord
           END-READ
           CLOSE FinParmFile
           IF NOT fpFlat-Fee AND NOT fpInterest
               DISPLAY "Error - FINPARM.DAT has no charge method, "
                   "run FinChargeMaint to set the charge terms"
               MOVE 16 TO RETURN-CODE
           END-IF.

       OPEN-REGISTER-FOR-APPEND.
           OPEN EXTEND FinChargeFile
           IF FinCharge-File-Status NOT = "00"
               OPEN OUTPUT FinChargeFile
           END-IF.

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
           END-IF
           MOVE Run-Date TO Today.

       LOAD-STUDENT-NAMES.
           OPEN INPUT StudentFile
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               IF Name-Count < 500
                   ADD 1 TO Name-Count
                   MOVE StudentID TO nmStudentID (Name-Count)
                   MOVE Surname TO nmSurname (Name-Count)
                   MOVE Initials TO nmInitials (Name-Count)
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
                   ELSE
                       PERFORM UNMASK-STUDENT-NAME
                   END-IF
               END-IF
           END-IF.

      * Surname/Initials ride masked at rest on STUDENTS.DAT; this
      * substitution is its own inverse, so the same operation that
      * masked the field on the way in also unmasks it on the way
      * out.
       UNMASK-STUDENT-NAME.
           INSPECT Surname CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
           INSPECT Initials CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM".

       WRITE-JOB-LOG.
           MOVE "FinanceChargeRun" TO jlProgramName
           MOVE Account-Count TO jlRecordsRead
           MOVE Charged-Count TO jlRecordsWritten
           COMPUTE jlRecordsRejected = Plan-Current-Count
               + Waived-Count + Already-Charged-Count
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       END PROGRAM FinanceChargeRun.
