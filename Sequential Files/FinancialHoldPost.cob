      *            the shared NOTIFYQ.DAT notification queue
      *            (EVENTREC) for NotifyLetters to turn into a
      *            printed letter.
      * 10/15/2026 - Late fees and interest (FinanceChargeRun) on
      *            BILLED.DAT are now added into the student's invoice
      *            balance rather than treated as invoices of their
      *            own; a student owing only charges is still held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinancialHoldPost.
       01  Student-Balance              PIC S9(7)V99 VALUE ZEROS.
       01  Held-Count                   PIC 9(5)   VALUE ZEROS.

      * Finance charges (late fees, interest) totalled per student,
      * added to the balance of the student's invoice; charges with
      * no invoice to join are held on their own after the pass.
       01  Charge-Table.
           02  Charge-Entry             OCCURS 500 TIMES.
               03  chgStudentID         PIC X(10).
               03  chgAmount            PIC 9(7)V99.
               03  chgFolded            PIC X.
       01  Charge-Count                 PIC 9(3)   VALUE ZEROS.
       01  Charge-Index                 PIC 9(3)   VALUE ZEROS.
       01  Student-Charges              PIC 9(7)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-FINANCE-CHARGES

           OPEN INPUT BilledFile
           OPEN OUTPUT HoldFile
           PERFORM OPEN-EVENT-QUEUE

               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               IF NOT blFinance-Charge
                   PERFORM POST-HOLD-IF-OWING
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM VARYING Charge-Index FROM 1 BY 1
                   UNTIL Charge-Index > Charge-Count
               IF chgFolded (Charge-Index) = "N"
                   MOVE chgStudentID (Charge-Index) TO blStudentID
                   MOVE ZEROS TO blAmount
                   PERFORM POST-HOLD-IF-OWING
               END-IF
           END-PERFORM

           CLOSE BilledFile
           CLOSE HoldFile
       POST-HOLD-IF-OWING.
           PERFORM LOOKUP-PAID-AMOUNT
           PERFORM LOOKUP-CREDIT-AMOUNT
           PERFORM LOOKUP-STUDENT-CHARGES
           COMPUTE Student-Balance = blAmount + Student-Charges
               - Student-Paid - Student-Credit
           IF Student-Balance > ZEROS
               MOVE blStudentID TO hdStudentID
               MOVE Run-Date TO hdHoldDate
               PERFORM QUEUE-HOLD-EVENT
           END-IF.

       LOOKUP-STUDENT-CHARGES.
           MOVE ZEROS TO Student-Charges
           PERFORM VARYING Charge-Index FROM 1 BY 1
                   UNTIL Charge-Index > Charge-Count
               IF chgStudentID (Charge-Index) = blStudentID
                       AND chgFolded (Charge-Index) = "N"
                   MOVE chgAmount (Charge-Index) TO Student-Charges
                   MOVE "Y" TO chgFolded (Charge-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A first pass over BILLED.DAT totals each student's charges.
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
               IF blFinance-Charge
                   PERFORM VARYING Charge-Index FROM 1 BY 1
                           UNTIL Charge-Index > Charge-Count
                       IF chgStudentID (Charge-Index) = blStudentID
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF Charge-Index > Charge-Count
                           AND Charge-Count < 500
                       ADD 1 TO Charge-Count
                       MOVE blStudentID TO chgStudentID (Charge-Count)
                       MOVE ZEROS TO chgAmount (Charge-Count)
                       MOVE "N" TO chgFolded (Charge-Count)
                   END-IF
                   IF Charge-Index <= Charge-Count
                       ADD blAmount TO chgAmount (Charge-Index)
                   END-IF
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BilledFile.

       OPEN-EVENT-QUEUE.
           OPEN EXTEND EventFile
           IF Event-File-Status NOT = "00"
