      *            RptReqRun overnight runner gets control back and
      *            can mark the request done or failed instead of
      *            the whole run unit ending here.
      * 10/15/2026 - Aging can be run in working days (WorkdayCheck -
      *            weekends and HOLIDAY.DAT closures don't count):
      *            RPTPARM.DAT parameter 1 of W from RptReqRun, or a
      *            Y at the prompt when run from the keyboard.  The
      *            report heading says which count was used.
      * 10/15/2026 - Late fees and interest (FinanceChargeRun) are
      *            aged from their own charge date.  A student's
      *            payments and credits now go against their BILLED.DAT
      *            records in file order, invoice first, instead of
      *            against each record in full, and a student with
      *            more than one record is counted once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgedARRpt.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Plan-File-Status.
           SELECT ParmFile ASSIGN TO "RPTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.
           SELECT AgedFile ASSIGN TO "AGEDAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD PlanFile.
       COPY PLANREC.

       FD ParmFile.
       01 Parm-Rec.
           02 ppParm1                PIC X(10).
           02 ppParm2                PIC X(10).

       FD AgedFile.
       01  Aged-Report-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  Billed-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Parm-File-Status             PIC XX.
       01  Parm-Fed-Switch              PIC X      VALUE "N".
           88  Parms-From-File          VALUE "Y".
       01  Working-Days-Switch          PIC X      VALUE "N".
           88  Age-In-Working-Days      VALUE "Y".

       COPY WDCHK.

       01  Paid-Table.
           02  Paid-Entry               OCCURS 500 TIMES.
       01  Cover-Available              PIC 9(8)V99 VALUE ZEROS.
       01  Installment-Cover            PIC 9(7)V99 VALUE ZEROS.
       01  Installment-Owing            PIC 9(7)V99 VALUE ZEROS.

      * Payments and credits are used up record by record as the
      * student's BILLED.DAT lines are aged.
       01  Cover-Used                   PIC 9(8)V99 VALUE ZEROS.
       01  Listed-Table.
           02  lstStudentID             PIC X(10)  OCCURS 500 TIMES.
       01  Listed-Count                 PIC 9(3)   VALUE ZEROS.
       01  Listed-Index                 PIC 9(3)   VALUE ZEROS.

       01  Today.
           02  Today-Year               PIC 9(4).
       01  Aged-Header                  PIC X(40)
           VALUE "AGED ACCOUNTS RECEIVABLE REPORT".
       01  Aged-LineBreak               PIC X(64) VALUE ALL "-".
       01  Aged-Working-Days-Note.
           02  FILLER                   PIC X(23)
               VALUE "AGED IN WORKING DAYS - ".
           02  FILLER                   PIC X(42)
               VALUE "WEEKENDS AND HOLIDAY.DAT CLOSURES EXCLUDED".

       01  Aged-Column-Titles.
           02  FILLER                   PIC X(10)  VALUE "STUDENT ID".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Today FROM DATE YYYYMMDD
           PERFORM READ-PARM-FILE
           IF NOT Parms-From-File
               DISPLAY "Age in working days (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT Working-Days-Switch
           END-IF
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-PLANS
           END-IF
           OPEN OUTPUT AgedFile
           WRITE Aged-Report-Line FROM Aged-Header
           IF Age-In-Working-Days
               WRITE Aged-Report-Line FROM Aged-Working-Days-Note
           END-IF
           WRITE Aged-Report-Line FROM Aged-LineBreak
           WRITE Aged-Report-Line FROM Aged-Column-Titles

           COMPUTE Student-Balance =
               blAmount - Student-Paid - Student-Credit
           IF Student-Balance > ZEROS
               MOVE "N" TO Plan-Seen-Switch
               IF blCourse-Fee
                   PERFORM CHECK-STUDENT-HAS-PLAN
               END-IF
               IF Student-Has-Plan
                   PERFORM AGE-PLAN-INSTALLMENTS
               ELSE
                   MOVE blBillDate TO Bill-Date-Split
                   PERFORM COMPUTE-AGE-DAYS
                   MOVE blBillDate TO adlBillDate
                   PERFORM WRITE-AGED-DETAIL
               END-IF
           END-IF
           PERFORM CONSUME-COVER.

      * Whatever this record took of the student's payments and
      * credits is no longer there for their next record; payments
      * are used first.  The LOOKUPs left Paid-Index/Credit-Index on
      * the student's entries (past the end when there are none).
       CONSUME-COVER.
           IF Student-Paid + Student-Credit > blAmount
               MOVE blAmount TO Cover-Used
           ELSE
               COMPUTE Cover-Used = Student-Paid + Student-Credit
           END-IF
           IF Paid-Index <= Paid-Count AND Cover-Used > ZEROS
               IF Cover-Used > ptPaidAmount (Paid-Index)
                   SUBTRACT ptPaidAmount (Paid-Index) FROM Cover-Used
                   MOVE ZEROS TO ptPaidAmount (Paid-Index)
               ELSE
                   SUBTRACT Cover-Used FROM ptPaidAmount (Paid-Index)
                   MOVE ZEROS TO Cover-Used
               END-IF
           END-IF
           IF Credit-Index <= Credit-Count AND Cover-Used > ZEROS
               IF Cover-Used > ctCreditAmount (Credit-Index)
                   MOVE ZEROS TO ctCreditAmount (Credit-Index)
               ELSE
                   SUBTRACT Cover-Used FROM
                       ctCreditAmount (Credit-Index)
               END-IF
           END-IF.

       COUNT-OUTSTANDING-STUDENT.
           PERFORM VARYING Listed-Index FROM 1 BY 1
                   UNTIL Listed-Index > Listed-Count
               IF lstStudentID (Listed-Index) = blStudentID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO Outstanding-Count
           IF Listed-Count < 500
               ADD 1 TO Listed-Count
               MOVE blStudentID TO lstStudentID (Listed-Count)
           END-IF.

      * Payments and credits cover the earliest installments first;
      * actually past due land in the overdue buckets.
       AGE-PLAN-INSTALLMENTS.
           COMPUTE Cover-Available = Student-Paid + Student-Credit
           PERFORM VARYING Plan-Index FROM 1 BY 1
                   UNTIL Plan-Index > Plan-Count
               IF pltStudentID (Plan-Index) = blStudentID
                       COMPUTE Installment-Owing =
                           pltAmount (Plan-Index) - Cover-Available
                       MOVE ZEROS TO Cover-Available
                       MOVE pltDueDate (Plan-Index) TO
                           Bill-Date-Split
                       PERFORM COMPUTE-AGE-DAYS
           END-PERFORM.

       WRITE-AGED-DETAIL.
           PERFORM COUNT-OUTSTANDING-STUDENT
           MOVE blStudentID TO adlStudentID
           MOVE Student-Balance TO adlBalance
           MOVE ZEROS TO adlCurrent adlOver30 adlOver60 adlOver90
      * convention - precise calendar arithmetic buys nothing when
      * the smallest aging bucket is 30 days wide.  A future due
      * date ages negative and lands in the current bucket.
      * In working-day mode the count comes from WorkdayCheck and
      * the same buckets are applied to it.
       COMPUTE-AGE-DAYS.
           IF Age-In-Working-Days
               SET wdCount-Working TO TRUE
               MOVE Bill-Date-Split TO wdDate
               MOVE Today TO wdToDate
               CALL "WorkdayCheck" USING Workday-Check-Area
               MOVE wdWorkingDays TO Age-Days
               EXIT PARAGRAPH
           END-IF
           COMPUTE Age-Days =
               ((Today-Year - Bill-Year) * 360)
               + ((Today-Month - Bill-Month) * 30)
               + (Today-Day - Bill-Day).

      * An RPTPARM.DAT on disk means RptReqRun is driving: parameter
      * 1 of W asks for working-day aging, anything else calendar
      * aging, and the prompt is skipped either way.
       READ-PARM-FILE.
           OPEN INPUT ParmFile
           IF Parm-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Rec
           READ ParmFile
               AT END MOVE SPACES TO Parm-Rec
           END-READ
           CLOSE ParmFile
           SET Parms-From-File TO TRUE
           IF ppParm1 (1:1) = "W"
               SET Age-In-Working-Days TO TRUE
               DISPLAY "AgedARRpt - working-day aging taken from "
                   "RPTPARM.DAT"
           END-IF.

       LOAD-PAYMENTS.
           OPEN INPUT PaymentFile
           IF Payment-File-Status = "00"
