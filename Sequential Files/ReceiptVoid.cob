      *         day still reconciles.  A receipt already voided is
      *         refused, and sticky notes can finally retire.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - The reversal record names the supervisor who
      *            voided the receipt (rrVoidedBy, after rrVoidOfNo),
      *            so the access review can see who posted and who
      *            reversed.  Readers that stop at rrVoidOfNo are
      *            unaffected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceiptVoid.
           02  rrDate                    PIC 9(8).
           02  rrSession                 PIC 9(4).
           02  rrVoidOfNo                PIC 9(6).
           02  rrVoidedBy                PIC X(8).

       FD ReceiptNoFile.
       01 ReceiptNo-Rec.
           MOVE Run-Date TO rrDate
           MOVE Original-Session TO rrSession
           MOVE Entry-ReceiptNo TO rrVoidOfNo
           MOVE Signon-Operator-ID TO rrVoidedBy
           WRITE Receipt-Rec
           CLOSE ReceiptFile.

