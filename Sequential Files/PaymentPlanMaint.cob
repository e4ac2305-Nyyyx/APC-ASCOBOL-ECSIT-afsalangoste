      *         already on file for them, so a renegotiated plan
      *         doesn't stack on the old one.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A due date keyed on a weekend or a HOLIDAY.DAT
      *            closure day is rolled forward to the next working
      *            day (WorkdayCheck), and the new date is shown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentPlanMaint.
       01  Plan-Index                PIC 9(3)   VALUE ZEROS.
       01  Keep-Index                PIC 9(3)   VALUE ZEROS.

       COPY WDCHK.

       01  Entry-StudentID           PIC X(10).
       01  Entry-DueDate             PIC 9(8).
       01  Entry-Amount              PIC 9(7)V99.
               IF Entry-Amount = ZEROS
                   MOVE "N" TO More-Installments-Switch
               ELSE
                   PERFORM ROLL-DUE-DATE
                   IF Plan-Count < 500
                       ADD 1 TO Installment-Seq
                       ADD 1 TO Plan-Count
               Installment-Seq " installment(s) totalling "
               Display-Total.

      * Installments only fall due on a day the office is open.
       ROLL-DUE-DATE.
           SET wdNext-Working TO TRUE
           MOVE Entry-DueDate TO wdDate
           CALL "WorkdayCheck" USING Workday-Check-Area
           IF wdResultDate NOT = Entry-DueDate
               DISPLAY "  " Entry-DueDate " is not a working day - "
                   "due date rolled to " wdResultDate
               MOVE wdResultDate TO Entry-DueDate
           END-IF.

       DROP-EXISTING-PLAN.
           MOVE ZEROS TO Keep-Index
           PERFORM VARYING Plan-Index FROM 1 BY 1
