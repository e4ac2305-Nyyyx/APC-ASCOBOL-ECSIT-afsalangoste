      *         approved, so we stop paying for quantities we never
      *         received.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - New invoices carry a zero payment number and
      *            paid date; SuppPayRun stamps both when it pays.
      * 10/15/2026 - Invoices are posted with apDoc-Type I, so
      *            SuppReturn's debit notes can share the ledger.
      * 10/15/2026 - Each invoice is posted with its invoiced
      *            quantity and unit cost (APREC apQuantity /
      *            apUnit-Cost) for the purchase price variance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppInvEntry.
           MOVE Entry-Order-No TO apOrderNo
           MOVE Run-Date TO apDate
           MOVE Invoice-Amount TO apAmount
           MOVE Entry-Quantity TO apQuantity
           MOVE Entry-UnitCost TO apUnit-Cost
           MOVE ZEROS TO apPaymentNo
           MOVE ZEROS TO apPaid-Date
           SET apInvoice TO TRUE
           IF Invoice-Matches
               SET apStatus-Matched TO TRUE
               ADD 1 TO Matched-Count
