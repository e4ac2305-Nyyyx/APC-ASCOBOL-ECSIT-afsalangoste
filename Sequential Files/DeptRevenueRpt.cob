      *         department and a term-to-date total - so management
      *         stops waiting for finance's quarterly spreadsheet.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Late fees and interest (FinanceChargeRun) on
      *            BILLED.DAT are left out; they are interest income,
      *            not department course revenue, and would otherwise
      *            count as unmapped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptRevenueRpt.
           END-READ
           PERFORM UNTIL EndOfBilledFile
               IF blBillDate >= From-Date AND blBillDate <= To-Date
                       AND NOT blFinance-Charge
                   PERFORM ROLL-ONE-INVOICE
               END-IF
               READ BilledFile
