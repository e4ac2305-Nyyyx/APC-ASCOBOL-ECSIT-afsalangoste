      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Thirteen-week cash-flow forecast across both
      *         subsystems, week by week from the business date
      *         (BUSDATE.DAT), starting from the last reconciled
      *         bank balance BankRecon recorded on BANKBAL.DAT.
      *         Inflows: student balances (BILLED.DAT less
      *         PAYMENTS.DAT and CREDITS.DAT) expected on their
      *         PAYPLAN.DAT installment due dates, or 30 days after
      *         the bill without a plan; open CUSTAR.DAT invoices
      *         expected on the customer's CUSTOMER.IDX terms; and
      *         the STANDORD.DAT standing orders StandOrdGen will
      *         invoice over the horizon, valued the way it values
      *         them and collected on the same terms.  Outflows:
      *         matched APLEDGER.DAT invoices on the 30-day terms
      *         SuppPayRun pays on (open debit notes netted off),
      *         and the unreceived balance of open PURCHORD.DAT
      *         orders, allowed two weeks for delivery before the
      *         same terms.  Anything already overdue is expected
      *         in week one.  Day counts use the 30-day-month
      *         convention.  CASHFLOW.RPT shows each week's flows
      *         and expected closing balance and flags any week
      *         below the minimum balance keyed for the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashFlowFcst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankBalFile ASSIGN TO "BANKBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankBal-File-Status.
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
           SELECT CustARFile ASSIGN TO "CUSTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustAR-File-Status.
           SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cmCustomer-ID
               FILE STATUS IS Customer-File-Status.
           SELECT StandOrdFile ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandOrd-File-Status.
           SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Cost-File-Status.
           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Price-File-Status.
           SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tax-Rate-File-Status.
           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.
           SELECT PayableFile ASSIGN TO "APLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payable-File-Status.
           SELECT PurchOrdFile ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchOrd-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT CashFlowFile ASSIGN TO "CASHFLOW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BankBalFile.
       COPY BANKBAL.

       FD BilledFile.
       COPY BILLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD PlanFile.
       COPY PLANREC.

       FD CustARFile.
       COPY CARREC.

       FD  Customer-File.
       01  Customer-Rec.
           88  EndOfCustomerFile            VALUE HIGH-VALUES.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD StandOrdFile.
       COPY STORDREC.

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  ocOil-Number                 PIC 99.
           02  ocUnit-Size                  PIC 9.
           02  ocOil-Cost                   PIC 9(2)V99.

       FD  Oil-Price-File.
       01  Oil-Price-Rec.
           88  EndOfOilPriceFile            VALUE HIGH-VALUES.
           02  opOil-Number                 PIC 99.
           02  opUnit-Size                  PIC 9.
           02  opOil-Price                  PIC 9(2)V99.
           02  opEffective-Date             PIC 9(8).

       FD  Tax-Rate-File.
       COPY TAXREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD PayableFile.
       COPY APREC.

       FD PurchOrdFile.
       COPY PORDREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD CashFlowFile.
       01  CashFlow-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01  BankBal-File-Status          PIC XX.
       01  Billed-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Credit-File-Status           PIC XX.
       01  Plan-File-Status             PIC XX.
       01  CustAR-File-Status           PIC XX.
       01  Customer-File-Status         PIC XX.
       01  StandOrd-File-Status         PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  Tax-Rate-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Payable-File-Status          PIC XX.
       01  PurchOrd-File-Status         PIC XX.
       01  BusDate-File-Status          PIC XX.

       01  Run-Date                     PIC 9(8)   VALUE ZEROS.
       01  Run-Date-Split REDEFINES Run-Date.
           02  Run-Year                 PIC 9(4).
           02  Run-Month                PIC 99.
           02  Run-Day                  PIC 99.

      * The date a flow is expected, bucketed into its week from the
      * run date on the 30-day-month convention.
       01  Cash-Date                    PIC 9(8)   VALUE ZEROS.
       01  Cash-Date-Split REDEFINES Cash-Date.
           02  Cash-Year                PIC 9(4).
           02  Cash-Month               PIC 99.
           02  Cash-Day                 PIC 99.
       01  Add-Days                     PIC 9(4)   VALUE ZEROS.
       01  Work-Days                    PIC 9(5)   VALUE ZEROS.
       01  Work-Months                  PIC 9(4)   VALUE ZEROS.
       01  Offset-Days                  PIC S9(7)  VALUE ZEROS.
       01  Week-Number                  PIC 99     VALUE ZEROS.
       01  Cash-Amount                  PIC S9(9)V99 VALUE ZEROS.
       01  Flow-Type                    PIC 9      VALUE ZEROS.
           88  Flow-Student             VALUE 1.
           88  Flow-Customer            VALUE 2.
           88  Flow-Standing-Order      VALUE 3.
           88  Flow-Supplier            VALUE 4.
           88  Flow-Purchase-Order      VALUE 5.

       01  Student-Terms-Days           PIC 9(3)   VALUE 30.
       01  Customer-Terms-Default       PIC 9(3)   VALUE 30.
       01  Payment-Terms-Days           PIC 9(3)   VALUE 30.
       01  Delivery-Days                PIC 9(3)   VALUE 14.
       01  Horizon-Days                 PIC 9(3)   VALUE 91.

       01  Entry-Minimum                PIC 9(9)V99 VALUE ZEROS.
       01  Opening-Balance              PIC S9(9)V99 VALUE ZEROS.
       01  Opening-Date                 PIC 9(8)   VALUE ZEROS.
       01  Recon-Unmatched              PIC 9(5)   VALUE ZEROS.
       01  Recon-Unexplained            PIC 9(5)   VALUE ZEROS.
       01  Opening-Found-Switch         PIC X      VALUE "N".
           88  Opening-Found            VALUE "Y".
       01  Weeks-Below-Minimum          PIC 99     VALUE ZEROS.

       01  Week-Table.
           02  Week-Entry               OCCURS 13 TIMES.
               03  wkStart-Date         PIC 9(8).
               03  wkStudent-In         PIC S9(9)V99.
               03  wkCustomer-In        PIC S9(9)V99.
               03  wkStandOrd-In        PIC S9(9)V99.
               03  wkSupplier-Out       PIC S9(9)V99.
               03  wkPurchase-Out       PIC S9(9)V99.
               03  wkNet                PIC S9(10)V99.
               03  wkBalance            PIC S9(10)V99.
       01  Week-Index                   PIC 99     VALUE ZEROS.

       01  Forecast-Totals.
           02  ftStudent-In             PIC S9(10)V99 VALUE ZEROS.
           02  ftCustomer-In            PIC S9(10)V99 VALUE ZEROS.
           02  ftStandOrd-In            PIC S9(10)V99 VALUE ZEROS.
           02  ftSupplier-Out           PIC S9(10)V99 VALUE ZEROS.
           02  ftPurchase-Out           PIC S9(10)V99 VALUE ZEROS.
           02  ftNet                    PIC S9(10)V99 VALUE ZEROS.

      * Each student's bill, payments and credits, netted the way
      * AgedARRpt nets them.
       01  Student-Table.
           02  Student-Entry            OCCURS 500 TIMES.
               03  sttStudentID         PIC X(10).
               03  sttBilled            PIC 9(8)V99.
               03  sttBill-Date         PIC 9(8).
               03  sttCover             PIC 9(8)V99.
       01  Student-Count                PIC 9(3)   VALUE ZEROS.
       01  Student-Index                PIC 9(3)   VALUE ZEROS.
       01  Student-Found-Switch         PIC X      VALUE "N".
           88  Found-Student-Entry      VALUE "Y".
       01  Seek-StudentID               PIC X(10)  VALUE SPACES.
       01  Student-Balance              PIC S9(8)V99 VALUE ZEROS.

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

       01  Have-Customer-Switch         PIC X      VALUE "N".
           88  Have-Customer-Master     VALUE "Y".
       01  Terms-Customer-ID            PIC 9(5)   VALUE ZEROS.
       01  Customer-Terms               PIC 9(3)   VALUE ZEROS.

      * Standing orders are valued the way StandOrdGen values them:
      * the OILPRICE.DAT retail price (OILCOST.DAT fallback) plus the
      * sales tax for the oil's OILMAST.DAT class.
       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
               03  OIL-COST             PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
       01  Oil-Price-Table.
           02  Oil-Price-Entry          OCCURS 30 TIMES.
               03  OIL-PRICE            PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
       01  Oil-Tax-Table.
           02  ottTax-Class             PIC X      OCCURS 30 TIMES
                                         VALUE "S".
       01  Standard-Tax-Rate            PIC 9(2)V99 VALUE ZEROS.
       01  Reduced-Tax-Rate             PIC 9(2)V99 VALUE ZEROS.
       01  Line-Tax-Rate                PIC 9(2)V99 VALUE ZEROS.
       01  Order-Value                  PIC 9(7)V99 VALUE ZEROS.
       01  Occurrence-Date              PIC 9(8)   VALUE ZEROS.
       01  Occurrence-Done-Switch       PIC X      VALUE "N".
           88  Occurrences-Done         VALUE "Y".

       01  CashFlow-Header.
           02  FILLER                   PIC X(33)
               VALUE "13-WEEK CASH FLOW FORECAST FROM  ".
           02  cfhRunDate               PIC 9(8).
       01  CashFlow-LineBreak           PIC X(131) VALUE ALL "-".

       01  CashFlow-Opening-Line.
           02  colLabel                 PIC X(44).
           02  colAmount                PIC $$,$$$,$$9.99-.

       01  CashFlow-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "WK WEEK OF".
           02  FILLER                   PIC X(14)
               VALUE "  STUDENT FEES".
           02  FILLER                   PIC X(14)
               VALUE " CUST INVOICES".
           02  FILLER                   PIC X(14)
               VALUE " STANDING ORDS".
           02  FILLER                   PIC X(15)
               VALUE "   SUPPLIER INV".
           02  FILLER                   PIC X(14)
               VALUE "  PURCH ORDERS".
           02  FILLER                   PIC X(15)
               VALUE "       NET FLOW".
           02  FILLER                   PIC X(15)
               VALUE "        BALANCE".

       01  CashFlow-Detail-Line.
           02  cdlWeek                  PIC Z9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlStart-Date            PIC X(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlStudent-In            PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlCustomer-In           PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlStandOrd-In           PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlSupplier-Out          PIC $$,$$$,$$9.99-.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlPurchase-Out          PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlNet                   PIC $$,$$$,$$9.99-.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlBalance               PIC $$,$$$,$$9.99-.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlFlag                  PIC X(16).

       01  CashFlow-Note-Line           PIC X(131).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "CashFlowFcst - 13-week cash flow forecast from "
               Run-Date
           DISPLAY "Minimum balance to flag (e.g. 000005000.00): "
               WITH NO ADVANCING
           ACCEPT Entry-Minimum
           PERFORM LOAD-OPENING-BALANCE
           PERFORM SET-UP-WEEKS

           PERFORM LOAD-STUDENT-BILLS
           PERFORM LOAD-STUDENT-PAYMENTS
           PERFORM LOAD-STUDENT-CREDITS
           PERFORM LOAD-PLANS
           PERFORM PROJECT-STUDENT-RECEIPTS

           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Have-Customer-Master TO TRUE
           ELSE
               DISPLAY "Warning - CUSTOMER.IDX not found, customer "
                   "receipts assume " Customer-Terms-Default
                   "-day terms"
           END-IF
           PERFORM PROJECT-CUSTOMER-RECEIPTS
           PERFORM LOAD-OIL-COSTS
           PERFORM LOAD-OIL-PRICES
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-OIL-TAX-CLASSES
           PERFORM PROJECT-STANDING-ORDERS
           IF Have-Customer-Master
               CLOSE Customer-File
           END-IF

           PERFORM PROJECT-SUPPLIER-PAYMENTS
           PERFORM PROJECT-PURCHASE-ORDERS
           PERFORM ROLL-FORWARD-BALANCES
           PERFORM PRINT-FORECAST

           IF Weeks-Below-Minimum > ZEROS
               DISPLAY "CashFlowFcst - " Weeks-Below-Minimum
                   " week(s) fall below the minimum balance - see "
                   "CASHFLOW.RPT"
           ELSE
               DISPLAY "CashFlowFcst - no week falls below the "
                   "minimum balance, forecast on CASHFLOW.RPT"
           END-IF
           GOBACK.

      * The last balance BankRecon recorded is the starting point.
       LOAD-OPENING-BALANCE.
           OPEN INPUT BankBalFile
           IF BankBal-File-Status NOT = "00"
               DISPLAY "Warning - BANKBAL.DAT not found, no bank "
                   "balance has been reconciled yet - the forecast "
                   "starts from zero"
               EXIT PARAGRAPH
           END-IF
           READ BankBalFile
               AT END SET EndOfBankBalFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBankBalFile
               SET Opening-Found TO TRUE
               MOVE bbBalance TO Opening-Balance
               MOVE bbStatement-Date TO Opening-Date
               MOVE bbUnmatched-Deposits TO Recon-Unmatched
               MOVE bbUnexplained-Lines TO Recon-Unexplained
               READ BankBalFile
                   AT END SET EndOfBankBalFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BankBalFile
           IF NOT Opening-Found
               DISPLAY "Warning - BANKBAL.DAT is empty, the forecast "
                   "starts from zero"
           END-IF.

       SET-UP-WEEKS.
           PERFORM VARYING Week-Index FROM 1 BY 1
                   UNTIL Week-Index > 13
               MOVE Run-Date TO Cash-Date
               COMPUTE Add-Days = (Week-Index - 1) * 7
               PERFORM ADD-DAYS-TO-CASH-DATE
               MOVE Cash-Date TO wkStart-Date (Week-Index)
               MOVE ZEROS TO wkStudent-In (Week-Index)
                   wkCustomer-In (Week-Index)
                   wkStandOrd-In (Week-Index)
                   wkSupplier-Out (Week-Index)
                   wkPurchase-Out (Week-Index)
                   wkNet (Week-Index) wkBalance (Week-Index)
           END-PERFORM.

      * Add-Days on to Cash-Date on the 30-day-month convention, the
      * same arithmetic StandOrdGen advances its due dates with.
       ADD-DAYS-TO-CASH-DATE.
           COMPUTE Work-Days = Cash-Day + Add-Days
           MOVE Cash-Month TO Work-Months
           PERFORM UNTIL Work-Days <= 30
               SUBTRACT 30 FROM Work-Days
               ADD 1 TO Work-Months
           END-PERFORM
           PERFORM UNTIL Work-Months <= 12
               SUBTRACT 12 FROM Work-Months
               ADD 1 TO Cash-Year
           END-PERFORM
           MOVE Work-Months TO Cash-Month
           MOVE Work-Days TO Cash-Day.

      * Cash-Amount expected on Cash-Date goes into its week under
      * Flow-Type; overdue lands in week one, past the horizon is
      * left out (Week-Number 0).
       ADD-TO-WEEK.
           COMPUTE Offset-Days =
               ((Cash-Year - Run-Year) * 360)
               + ((Cash-Month - Run-Month) * 30)
               + (Cash-Day - Run-Day)
           IF Offset-Days < ZEROS
               MOVE 1 TO Week-Number
           ELSE
               IF Offset-Days >= Horizon-Days
                   MOVE ZEROS TO Week-Number
                   EXIT PARAGRAPH
               END-IF
               COMPUTE Week-Number = Offset-Days / 7 + 1
           END-IF
           EVALUATE TRUE
               WHEN Flow-Student
                   ADD Cash-Amount TO wkStudent-In (Week-Number)
               WHEN Flow-Customer
                   ADD Cash-Amount TO wkCustomer-In (Week-Number)
               WHEN Flow-Standing-Order
                   ADD Cash-Amount TO wkStandOrd-In (Week-Number)
               WHEN Flow-Supplier
                   ADD Cash-Amount TO wkSupplier-Out (Week-Number)
               WHEN Flow-Purchase-Order
                   ADD Cash-Amount TO wkPurchase-Out (Week-Number)
           END-EVALUATE.

       LOAD-STUDENT-BILLS.
           OPEN INPUT BilledFile
           IF Billed-File-Status NOT = "00"
               DISPLAY "Warning - BILLED.DAT not found, no student "
                   "receipts forecast"
               EXIT PARAGRAPH
           END-IF
           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               MOVE blStudentID TO Seek-StudentID
               PERFORM FIND-OR-ADD-STUDENT
               IF Student-Index > 0
                   ADD blAmount TO sttBilled (Student-Index)
                   IF blBillDate > sttBill-Date (Student-Index)
                       MOVE blBillDate TO sttBill-Date (Student-Index)
                   END-IF
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BilledFile.

       LOAD-STUDENT-PAYMENTS.
           OPEN INPUT PaymentFile
           IF Payment-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PaymentFile
               AT END SET EndOfPaymentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPaymentFile
               MOVE payStudentID TO Seek-StudentID
               PERFORM FIND-OR-ADD-STUDENT
               IF Student-Index > 0
                   ADD payAmount TO sttCover (Student-Index)
               END-IF
               READ PaymentFile
                   AT END SET EndOfPaymentFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PaymentFile.

       LOAD-STUDENT-CREDITS.
           OPEN INPUT CreditFile
           IF Credit-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CreditFile
               AT END SET EndOfCreditFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCreditFile
               MOVE crStudentID TO Seek-StudentID
               PERFORM FIND-OR-ADD-STUDENT
               IF Student-Index > 0
                   ADD crAmount TO sttCover (Student-Index)
               END-IF
               READ CreditFile
                   AT END SET EndOfCreditFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CreditFile.

       FIND-OR-ADD-STUDENT.
           MOVE "N" TO Student-Found-Switch
           PERFORM VARYING Student-Index FROM 1 BY 1
                   UNTIL Student-Index > Student-Count
               IF sttStudentID (Student-Index) = Seek-StudentID
                   SET Found-Student-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Student-Entry
               IF Student-Count < 500
                   ADD 1 TO Student-Count
                   MOVE Student-Count TO Student-Index
                   MOVE Seek-StudentID TO sttStudentID (Student-Index)
                   MOVE ZEROS TO sttBilled (Student-Index)
                       sttBill-Date (Student-Index)
                       sttCover (Student-Index)
               ELSE
                   DISPLAY "Warning - Student-Table full, StudentID "
                       Seek-StudentID " not included"
                   MOVE ZEROS TO Student-Index
               END-IF
           END-IF.

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

      * A student on an installment plan is expected to pay each
      * installment the payments and credits haven't covered on its
      * due date, earliest covered first as AgedARRpt ages them;
      * anyone else is expected to clear the balance 30 days after
      * the latest bill.
       PROJECT-STUDENT-RECEIPTS.
           MOVE 1 TO Flow-Type
           PERFORM VARYING Student-Index FROM 1 BY 1
                   UNTIL Student-Index > Student-Count
               COMPUTE Student-Balance = sttBilled (Student-Index)
                   - sttCover (Student-Index)
               IF Student-Balance > ZEROS
                   PERFORM CHECK-STUDENT-HAS-PLAN
                   IF Student-Has-Plan
                       PERFORM PROJECT-PLAN-INSTALLMENTS
                   ELSE
                       MOVE sttBill-Date (Student-Index) TO Cash-Date
                       MOVE Student-Terms-Days TO Add-Days
                       PERFORM ADD-DAYS-TO-CASH-DATE
                       MOVE Student-Balance TO Cash-Amount
                       PERFORM ADD-TO-WEEK
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-STUDENT-HAS-PLAN.
           MOVE "N" TO Plan-Seen-Switch
           PERFORM VARYING Plan-Index FROM 1 BY 1
                   UNTIL Plan-Index > Plan-Count
               IF pltStudentID (Plan-Index) =
                       sttStudentID (Student-Index)
                   SET Student-Has-Plan TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PROJECT-PLAN-INSTALLMENTS.
           MOVE sttCover (Student-Index) TO Cover-Available
           PERFORM VARYING Plan-Index FROM 1 BY 1
                   UNTIL Plan-Index > Plan-Count
               IF pltStudentID (Plan-Index) =
                       sttStudentID (Student-Index)
                   IF Cover-Available >= pltAmount (Plan-Index)
                       SUBTRACT pltAmount (Plan-Index)
                           FROM Cover-Available
                   ELSE
                       COMPUTE Cash-Amount =
                           pltAmount (Plan-Index) - Cover-Available
                       MOVE ZEROS TO Cover-Available
                       MOVE pltDueDate (Plan-Index) TO Cash-Date
                       PERFORM ADD-TO-WEEK
                   END-IF
               END-IF
           END-PERFORM.

      * What is left open on each CUSTAR.DAT invoice is expected on
      * the customer's terms from the invoice date.
       PROJECT-CUSTOMER-RECEIPTS.
           MOVE 2 TO Flow-Type
           OPEN INPUT CustARFile
           IF CustAR-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CustARFile
               AT END SET EndOfCustARFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCustARFile
               IF NOT arStatus-Closed AND arAmount > arPaid
                   MOVE arCustomer-ID TO Terms-Customer-ID
                   PERFORM LOOKUP-CUSTOMER-TERMS
                   MOVE arDate TO Cash-Date
                   MOVE Customer-Terms TO Add-Days
                   PERFORM ADD-DAYS-TO-CASH-DATE
                   COMPUTE Cash-Amount = arAmount - arPaid
                   PERFORM ADD-TO-WEEK
               END-IF
               READ CustARFile
                   AT END SET EndOfCustARFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CustARFile.

       LOOKUP-CUSTOMER-TERMS.
           MOVE Customer-Terms-Default TO Customer-Terms
           IF NOT Have-Customer-Master
               EXIT PARAGRAPH
           END-IF
           MOVE Terms-Customer-ID TO cmCustomer-ID
           READ Customer-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cmTerms-Days NUMERIC AND cmTerms-Days > ZEROS
                       MOVE cmTerms-Days TO Customer-Terms
                   END-IF
           END-READ.

      * Every time a standing order falls due inside the horizon it
      * is invoiced and then collected on the customer's terms; an
      * order already due is generated on the next nightly run.
       PROJECT-STANDING-ORDERS.
           MOVE 3 TO Flow-Type
           OPEN INPUT StandOrdFile
           IF StandOrd-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ StandOrdFile
               AT END SET EndOfStandOrdFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStandOrdFile
               PERFORM PROJECT-ONE-STANDING-ORDER
               READ StandOrdFile
                   AT END SET EndOfStandOrdFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StandOrdFile.

       PROJECT-ONE-STANDING-ORDER.
           IF soOil-Number < 1 OR soOil-Number > 30
                   OR soUnit-Size < 1 OR soUnit-Size > 9
               EXIT PARAGRAPH
           END-IF
           IF OIL-PRICE (soOil-Number, soUnit-Size) NOT = ZEROS
               COMPUTE Order-Value = soQuantity *
                   OIL-PRICE (soOil-Number, soUnit-Size)
           ELSE
               COMPUTE Order-Value = soQuantity *
                   OIL-COST (soOil-Number, soUnit-Size)
           END-IF
           EVALUATE ottTax-Class (soOil-Number)
               WHEN "E"
                   MOVE ZEROS TO Line-Tax-Rate
               WHEN "R"
                   MOVE Reduced-Tax-Rate TO Line-Tax-Rate
               WHEN OTHER
                   MOVE Standard-Tax-Rate TO Line-Tax-Rate
           END-EVALUATE
           COMPUTE Order-Value ROUNDED =
               Order-Value + Order-Value * Line-Tax-Rate / 100
           IF Order-Value = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE soCustomer-ID TO Terms-Customer-ID
           PERFORM LOOKUP-CUSTOMER-TERMS
           MOVE soNext-Due TO Occurrence-Date
           IF Occurrence-Date < Run-Date
               MOVE Run-Date TO Occurrence-Date
           END-IF
           MOVE "N" TO Occurrence-Done-Switch
           PERFORM UNTIL Occurrences-Done
               MOVE Occurrence-Date TO Cash-Date
               MOVE Customer-Terms TO Add-Days
               PERFORM ADD-DAYS-TO-CASH-DATE
               MOVE Order-Value TO Cash-Amount
               PERFORM ADD-TO-WEEK
               IF Week-Number = ZEROS OR soFreq-Days = ZEROS
                   SET Occurrences-Done TO TRUE
               ELSE
                   MOVE Occurrence-Date TO Cash-Date
                   MOVE soFreq-Days TO Add-Days
                   PERFORM ADD-DAYS-TO-CASH-DATE
                   MOVE Cash-Date TO Occurrence-Date
               END-IF
           END-PERFORM.

      * Matched invoices are paid on SuppPayRun's 30-day terms; an
      * open debit note comes off the same week's payments.  Held
      * invoices wait on review and are not forecast.
       PROJECT-SUPPLIER-PAYMENTS.
           MOVE 4 TO Flow-Type
           OPEN INPUT PayableFile
           IF Payable-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PayableFile
               AT END SET EndOfPayableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPayableFile
               IF apStatus-Matched
                   MOVE apDate TO Cash-Date
                   MOVE Payment-Terms-Days TO Add-Days
                   PERFORM ADD-DAYS-TO-CASH-DATE
                   IF apDebit-Note
                       COMPUTE Cash-Amount = 0 - apAmount
                   ELSE
                       MOVE apAmount TO Cash-Amount
                   END-IF
                   PERFORM ADD-TO-WEEK
               END-IF
               READ PayableFile
                   AT END SET EndOfPayableFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PayableFile.

      * The part of an open order not yet received will be invoiced
      * on delivery and paid on terms after that.
       PROJECT-PURCHASE-ORDERS.
           MOVE 5 TO Flow-Type
           OPEN INPUT PurchOrdFile
           IF PurchOrd-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PurchOrdFile
               AT END SET EndOfPurchOrdFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPurchOrdFile
               IF (poStatus-Open OR poStatus-Partial)
                       AND poQuantity > poReceived
                   MOVE poOrderDate TO Cash-Date
                   COMPUTE Add-Days = Delivery-Days
                       + Payment-Terms-Days
                   PERFORM ADD-DAYS-TO-CASH-DATE
                   COMPUTE Cash-Amount =
                       (poQuantity - poReceived) * poUnitCost
                   PERFORM ADD-TO-WEEK
               END-IF
               READ PurchOrdFile
                   AT END SET EndOfPurchOrdFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PurchOrdFile.

       ROLL-FORWARD-BALANCES.
           PERFORM VARYING Week-Index FROM 1 BY 1
                   UNTIL Week-Index > 13
               COMPUTE wkNet (Week-Index) =
                   wkStudent-In (Week-Index)
                   + wkCustomer-In (Week-Index)
                   + wkStandOrd-In (Week-Index)
                   - wkSupplier-Out (Week-Index)
                   - wkPurchase-Out (Week-Index)
               IF Week-Index = 1
                   COMPUTE wkBalance (Week-Index) =
                       Opening-Balance + wkNet (Week-Index)
               ELSE
                   COMPUTE wkBalance (Week-Index) =
                       wkBalance (Week-Index - 1) + wkNet (Week-Index)
               END-IF
               ADD wkStudent-In (Week-Index) TO ftStudent-In
               ADD wkCustomer-In (Week-Index) TO ftCustomer-In
               ADD wkStandOrd-In (Week-Index) TO ftStandOrd-In
               ADD wkSupplier-Out (Week-Index) TO ftSupplier-Out
               ADD wkPurchase-Out (Week-Index) TO ftPurchase-Out
               ADD wkNet (Week-Index) TO ftNet
           END-PERFORM.

       PRINT-FORECAST.
           OPEN OUTPUT CashFlowFile
           MOVE Run-Date TO cfhRunDate
           WRITE CashFlow-Line FROM CashFlow-Header
           WRITE CashFlow-Line FROM CashFlow-LineBreak
           IF Opening-Found
               MOVE SPACES TO colLabel
               STRING "OPENING BALANCE, RECONCILED TO " Opening-Date
                   "   :" DELIMITED BY SIZE INTO colLabel
           ELSE
               MOVE "OPENING BALANCE - NONE RECONCILED YET  :"
                   TO colLabel
           END-IF
           MOVE Opening-Balance TO colAmount
           WRITE CashFlow-Line FROM CashFlow-Opening-Line
           MOVE "MINIMUM BALANCE                         :"
               TO colLabel
           MOVE Entry-Minimum TO colAmount
           WRITE CashFlow-Line FROM CashFlow-Opening-Line
           IF Recon-Unmatched > ZEROS OR Recon-Unexplained > ZEROS
               MOVE SPACES TO CashFlow-Note-Line
               STRING "NOTE - THAT RECONCILIATION LEFT "
                   Recon-Unmatched " DEPOSIT(S) UNMATCHED AND "
                   Recon-Unexplained " BANK LINE(S) UNEXPLAINED"
                   DELIMITED BY SIZE INTO CashFlow-Note-Line
               WRITE CashFlow-Line FROM CashFlow-Note-Line
           END-IF
           WRITE CashFlow-Line FROM CashFlow-LineBreak
           WRITE CashFlow-Line FROM CashFlow-Column-Titles
           WRITE CashFlow-Line FROM CashFlow-LineBreak
           PERFORM VARYING Week-Index FROM 1 BY 1
                   UNTIL Week-Index > 13
               MOVE Week-Index TO cdlWeek
               MOVE wkStart-Date (Week-Index) TO cdlStart-Date
               MOVE wkStudent-In (Week-Index) TO cdlStudent-In
               MOVE wkCustomer-In (Week-Index) TO cdlCustomer-In
               MOVE wkStandOrd-In (Week-Index) TO cdlStandOrd-In
               MOVE wkSupplier-Out (Week-Index) TO cdlSupplier-Out
               MOVE wkPurchase-Out (Week-Index) TO cdlPurchase-Out
               MOVE wkNet (Week-Index) TO cdlNet
               MOVE wkBalance (Week-Index) TO cdlBalance
               IF wkBalance (Week-Index) < Entry-Minimum
                   MOVE "** BELOW MINIMUM" TO cdlFlag
                   ADD 1 TO Weeks-Below-Minimum
               ELSE
                   MOVE SPACES TO cdlFlag
               END-IF
               WRITE CashFlow-Line FROM CashFlow-Detail-Line
           END-PERFORM
           WRITE CashFlow-Line FROM CashFlow-LineBreak
           MOVE ZEROS TO cdlWeek
           MOVE "TOTAL" TO cdlStart-Date
           MOVE ftStudent-In TO cdlStudent-In
           MOVE ftCustomer-In TO cdlCustomer-In
           MOVE ftStandOrd-In TO cdlStandOrd-In
           MOVE ftSupplier-Out TO cdlSupplier-Out
           MOVE ftPurchase-Out TO cdlPurchase-Out
           MOVE ftNet TO cdlNet
           MOVE wkBalance (13) TO cdlBalance
           MOVE SPACES TO cdlFlag
           WRITE CashFlow-Line FROM CashFlow-Detail-Line
           WRITE CashFlow-Line FROM CashFlow-LineBreak
           MOVE "Overdue amounts are expected in week 1.  Weeks run "
               TO CashFlow-Note-Line
           MOVE "seven days from the business date, 30-day months."
               TO CashFlow-Note-Line (52:)
           WRITE CashFlow-Line FROM CashFlow-Note-Line
           CLOSE CashFlowFile.

       LOAD-OIL-COSTS.
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Cost-File
               AT END SET EndOfOilCostFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilCostFile
               IF ocOil-Number > 0 AND ocOil-Number <= 30
                       AND ocUnit-Size > 0 AND ocUnit-Size <= 9
                   MOVE ocOil-Cost TO
                       OIL-COST (ocOil-Number, ocUnit-Size)
               END-IF
               READ Oil-Cost-File
                   AT END SET EndOfOilCostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Cost-File.

       LOAD-OIL-PRICES.
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Price-File
               AT END SET EndOfOilPriceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilPriceFile
               IF opOil-Number > 0 AND opOil-Number <= 30
                       AND opUnit-Size > 0 AND opUnit-Size <= 9
                       AND (opEffective-Date NOT NUMERIC
                           OR opEffective-Date <= Run-Date)
                   MOVE opOil-Price TO
                       OIL-PRICE (opOil-Number, opUnit-Size)
               END-IF
               READ Oil-Price-File
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Price-File.

       LOAD-TAX-RATES.
           OPEN INPUT Tax-Rate-File
           IF Tax-Rate-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Tax-Rate-File
               AT END SET EndOfTaxRateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTaxRateFile
               IF txEffective-Date NOT NUMERIC
                       OR txEffective-Date <= Run-Date
                   EVALUATE TRUE
                       WHEN txStandard
                           MOVE txRate TO Standard-Tax-Rate
                       WHEN txReduced
                           MOVE txRate TO Reduced-Tax-Rate
                   END-EVALUATE
               END-IF
               READ Tax-Rate-File
                   AT END SET EndOfTaxRateFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Tax-Rate-File.

       LOAD-OIL-TAX-CLASSES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       IF omTax-Reduced OR omTax-Exempt
                           MOVE omTax-Class TO
                               ottTax-Class (omOil-Number)
                       END-IF
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

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

       END PROGRAM CashFlowFcst.
