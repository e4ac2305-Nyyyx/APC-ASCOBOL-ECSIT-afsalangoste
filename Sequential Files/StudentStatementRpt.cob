      *            invoice, so the statement shows why the billed
      *            figure is below the full course fee.  The invoice
      *            amount itself already arrives net from BillingRpt.
      * 10/15/2026 - Late fees and interest (FinanceChargeRun) on
      *            BILLED.DAT now print as their own lines on the
      *            student's statement and are added into the balance;
      *            a student with charges but no invoice on file still
      *            gets one statement carrying just the charges.
      * 10/15/2026 - A credit-balance refund (CreditRefundRun), a
      *            negative REFUND payment on PAYMENTS.DAT, prints as
      *            a REFUND line and adds back into the balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentStatementRpt.
           02  Payment-Entry            OCCURS 1000 TIMES.
               03  pmtStudentID         PIC X(10).
               03  pmtDate              PIC 9(8).
               03  pmtAmount            PIC S9(5)V99.
       01  Payment-Count                PIC 9(4)   VALUE ZEROS.
       01  Payment-Index                PIC 9(4)   VALUE ZEROS.

       01  Award-Count                  PIC 9(3)   VALUE ZEROS.
       01  Award-Index                  PIC 9(3)   VALUE ZEROS.

      * Finance charges (late fees, interest) on BILLED.DAT, each
      * printed once on its student's statement.
       01  Charge-Table.
           02  Charge-Entry             OCCURS 500 TIMES.
               03  chtStudentID         PIC X(10).
               03  chtDate              PIC 9(8).
               03  chtChargeCode        PIC XX.
               03  chtAmount            PIC 9(7)V99.
               03  chtPrinted           PIC X.
       01  Charge-Count                 PIC 9(3)   VALUE ZEROS.
       01  Charge-Index                 PIC 9(3)   VALUE ZEROS.
       01  Student-Charged              PIC 9(7)V99 VALUE ZEROS.
       01  Unprinted-Switch             PIC X      VALUE "N".
           88  Charges-Unprinted        VALUE "Y".

       01  Statement-Count              PIC 9(5)   VALUE ZEROS.
       01  Student-Paid                 PIC S9(7)V99 VALUE ZEROS.
       01  Student-Credited             PIC 9(7)V99 VALUE ZEROS.
       01  Student-Balance              PIC S9(7)V99 VALUE ZEROS.

           02  silAmount                PIC $$$$,$$9.99.

       01  Statement-Payment-Line.
           02  splLabel                 PIC X(11).
           02  splDate                  PIC 9(8).
           02  FILLER                   PIC X(10)  VALUE SPACES.
           02  splAmount                PIC $$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sclReason                PIC X(20).

       01  Statement-Charge-Line.
           02  sfcLabel                 PIC X(11).
           02  sfcDate                  PIC 9(8).
           02  FILLER                   PIC X(10)  VALUE SPACES.
           02  sfcAmount                PIC $$$$,$$9.99.

       01  Statement-Balance-Line.
           02  FILLER                   PIC X(11)  VALUE "BALANCE  : ".
           02  FILLER                   PIC X(18)  VALUE SPACES.
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-AWARDS
           PERFORM LOAD-FINANCE-CHARGES

           OPEN INPUT BilledFile
           OPEN OUTPUT StatementFile

           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               IF blFinance-Charge
                   PERFORM CHECK-CHARGES-UNPRINTED
                   IF Charges-Unprinted
                       PERFORM WRITE-ONE-STATEMENT
                   END-IF
               ELSE
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           MOVE blStudentID TO snlStudentID
           PERFORM LOOKUP-STUDENT-NAME
           WRITE Statement-Line FROM Statement-Name-Line
           IF blCourse-Fee
               MOVE blBillDate TO silBillDate
               MOVE blCourseCode TO silCourseCode
               MOVE blAmount TO silAmount
               WRITE Statement-Line FROM Statement-Invoice-Line
           END-IF
           PERFORM VARYING Award-Index FROM 1 BY 1
                   UNTIL Award-Index > Award-Count
               IF awtStudentID (Award-Index) = blStudentID
                   UNTIL Payment-Index > Payment-Count
               IF pmtStudentID (Payment-Index) = blStudentID
                   MOVE pmtDate (Payment-Index) TO splDate
                   IF pmtAmount (Payment-Index) < ZEROS
                       MOVE "REFUND   : " TO splLabel
                   ELSE
                       MOVE "PAYMENT  : " TO splLabel
                   END-IF
                   MOVE pmtAmount (Payment-Index) TO splAmount
                   WRITE Statement-Line FROM Statement-Payment-Line
                   ADD pmtAmount (Payment-Index) TO Student-Paid
                   ADD crtAmount (Credit-Index) TO Student-Credited
               END-IF
           END-PERFORM
           PERFORM WRITE-CHARGE-LINES
           IF blCourse-Fee
               COMPUTE Student-Balance = blAmount + Student-Charged
                   - Student-Paid - Student-Credited
           ELSE
               COMPUTE Student-Balance = Student-Charged
                   - Student-Paid - Student-Credited
           END-IF
           MOVE Student-Balance TO sblAmount
           WRITE Statement-Line FROM Statement-LineBreak
           WRITE Statement-Line FROM Statement-Balance-Line
           WRITE Statement-Line FROM Statement-Blank-Line
           ADD 1 TO Statement-Count.

      * Every charge the student carries goes on the first statement
      * printed for them, and is not repeated on any later one.
       WRITE-CHARGE-LINES.
           MOVE ZEROS TO Student-Charged
           PERFORM VARYING Charge-Index FROM 1 BY 1
                   UNTIL Charge-Index > Charge-Count
               IF chtStudentID (Charge-Index) = blStudentID
                       AND chtPrinted (Charge-Index) = "N"
                   IF chtChargeCode (Charge-Index) = "IN"
                       MOVE "INTEREST : " TO sfcLabel
                   ELSE
                       MOVE "LATE FEE : " TO sfcLabel
                   END-IF
                   MOVE chtDate (Charge-Index) TO sfcDate
                   MOVE chtAmount (Charge-Index) TO sfcAmount
                   WRITE Statement-Line FROM Statement-Charge-Line
                   ADD chtAmount (Charge-Index) TO Student-Charged
                   MOVE "Y" TO chtPrinted (Charge-Index)
               END-IF
           END-PERFORM.

       CHECK-CHARGES-UNPRINTED.
           MOVE "N" TO Unprinted-Switch
           PERFORM VARYING Charge-Index FROM 1 BY 1
                   UNTIL Charge-Index > Charge-Count
               IF chtStudentID (Charge-Index) = blStudentID
                       AND chtPrinted (Charge-Index) = "N"
                   SET Charges-Unprinted TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A first pass over BILLED.DAT collects the charges so they
      * can be shown with the invoice they follow on the file.
       LOAD-FINANCE-CHARGES.
           OPEN INPUT BilledFile
           IF Billed-File-Status NOT = "00"
               DISPLAY "Error - unable to open BILLED.DAT, run "
                   "BillingRpt to create it"
               STOP RUN
           END-IF
           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               IF blFinance-Charge AND Charge-Count < 500
                   ADD 1 TO Charge-Count
                   MOVE blStudentID TO chtStudentID (Charge-Count)
                   MOVE blBillDate TO chtDate (Charge-Count)
                   MOVE blChargeCode TO chtChargeCode (Charge-Count)
                   MOVE blAmount TO chtAmount (Charge-Count)
                   MOVE "N" TO chtPrinted (Charge-Count)
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BilledFile.

       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO snlSurname snlInitials
           PERFORM VARYING Name-Index FROM 1 BY 1
