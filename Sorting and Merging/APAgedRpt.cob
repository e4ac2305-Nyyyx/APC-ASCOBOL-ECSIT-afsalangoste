      *            RptReqRun overnight runner gets control back and
      *            can mark the request done or failed instead of
      *            the whole run unit ending here.
      * 10/15/2026 - Open SuppReturn debit notes (apDoc-Type D) age
      *            as negative lines and reduce their bucket, so
      *            the totals show what is really owed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAgedRpt.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.

       01  Bucket-Totals.
           02  Current-Total            PIC S9(9)V99 VALUE ZEROS.
           02  Over30-Total             PIC S9(9)V99 VALUE ZEROS.
           02  Over60-Total             PIC S9(9)V99 VALUE ZEROS.
           02  Over90-Total             PIC S9(9)V99 VALUE ZEROS.
       01  Aged-Amount                  PIC S9(7)V99 VALUE ZEROS.
       01  Open-Count                   PIC 9(5)   VALUE ZEROS.
       01  Held-Count                   PIC 9(5)   VALUE ZEROS.

           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlDate                  PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlAmount                PIC $$$,$$9.99-.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  adlDaysOld               PIC ZZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlStatus                PIC X(8).

       01  Aged-Total-Line.
           02  atlLabel                 PIC X(18).
           02  atlAmount                PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE apSupplier-ID TO adlSupplier-ID
           MOVE apSuppInvoiceNo TO adlInvoiceNo
           MOVE apDate TO adlDate
           IF apDebit-Note
               COMPUTE Aged-Amount = ZERO - apAmount
           ELSE
               MOVE apAmount TO Aged-Amount
           END-IF
           MOVE Aged-Amount TO adlAmount
           MOVE Age-Days TO adlDaysOld
           EVALUATE TRUE
               WHEN apStatus-Held
                   MOVE "** HELD" TO adlStatus
                   ADD 1 TO Held-Count
               WHEN apDebit-Note
                   MOVE "DEBIT NT" TO adlStatus
               WHEN OTHER
                   MOVE "MATCHED" TO adlStatus
           END-EVALUATE
           EVALUATE TRUE
               WHEN Age-Days < 30
                   ADD Aged-Amount TO Current-Total
               WHEN Age-Days < 60
                   ADD Aged-Amount TO Over30-Total
               WHEN Age-Days < 90
                   ADD Aged-Amount TO Over60-Total
               WHEN OTHER
                   ADD Aged-Amount TO Over90-Total
           END-EVALUATE
           WRITE Aged-Report-Line FROM Aged-Detail-Line.

