      *            before the run date, so a future-dated change no
      *            longer leaks in early.  A legacy record with no
      *            date still loads.
      * 10/15/2026 - A SALES.DAT batch held for key verification
      *            (SALESCTL slhVerify-Status U - stall dockets not
      *            yet rekeyed by a second operator through
      *            SalesVerify) is now refused, the same way a bad
      *            trailer count is, until it is verified or a
      *            supervisor releases it.
      * 10/15/2026 - Each line is now valued net of its discount and
      *            points redeemed, and a line converted from a
      *            quotation (price source Q) at the unit price quoted
      *            (wfList-Price) rather than today's OILPRICE.DAT
      *            price, so the statement agrees with the invoice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustStatementsRpt.
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  StatementFile.
       01  Statement-Line                  PIC X(64).
           02 wfSale-Date                  PIC 9(8).
           02 wfTrans-Type                 PIC X.
               88 wfReturn-Line            VALUE "R".
           02 wfSalesperson                PIC X(3).
           02 wfOn-Account                 PIC X.
           02 wfDiscount                   PIC 9(4)V99.
           02 wfLocation                   PIC X.
           02 wfRedeemed                   PIC 9(4)V99.
           02 wfTax-Class                  PIC X.
           02 wfTax-Amount                 PIC 9(4)V99.
           02 wfPrice-Source               PIC X.
           02 wfList-Price                 PIC 99V99.
           02 wfManual-Discount            PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  Oil-Cost-File-Status         PIC XX.
       CHECK-SALES-CONTROL.
           IF NOT EndOfSalesFile
               IF Sales-Rec (1:3) = "HDR"
                   MOVE Sales-Rec TO Sales-Header-Record
                   PERFORM VALIDATE-SALES-HEADER
                   READ Sales-File
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
               END-IF
           END-IF.

      * A batch still waiting for its stall dockets to be rekeyed
      * by a second operator is not trusted until SalesVerify has
      * verified or a supervisor has released it.
       VALIDATE-SALES-HEADER.
           IF slhUnverified
               DISPLAY "Error - SALES.DAT batch " slhBatchID
                   " is held for key verification (SalesVerify), "
                   "totals not trusted - aborting run"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       VALIDATE-SALES-TRAILER.
           IF sltActualCount NOT = Sales-Read-Count
               DISPLAY "Error - SALES.DAT trailer count "
           WRITE Statement-Line FROM Statement-Blank-Line
           WRITE Statement-Line FROM Statement-Column-Titles.

      * Priced the way AromaSalesRpt prices - the quoted price on a
      * line converted from a quotation, otherwise retail when the
      * price master exists and cost when it doesn't, net of the
      * discount and points redeemed - with a return shown as a
      * credit line.
       WRITE-STATEMENT-LINE.
           MOVE ZEROS TO Line-Value
           IF Oil-Number OF Work-Rec > 0
                   AND Oil-Number OF Work-Rec <= 30
                   AND wfUnit-Size > 0 AND wfUnit-Size <= 9
               IF wfPrice-Source = "Q"
                       AND wfList-Price NUMERIC
                       AND wfList-Price > ZEROS
                   COMPUTE Line-Value =
                       wfUnit-Sold * wfList-Price
               ELSE
                   IF Have-Price-Master
                       COMPUTE Line-Value =
                           wfUnit-Sold *
                           OIL-PRICE (Oil-Number OF Work-Rec,
                               wfUnit-Size)
                   ELSE
                       COMPUTE Line-Value =
                           wfUnit-Sold *
                           OIL-COST (Oil-Number OF Work-Rec,
                               wfUnit-Size)
                   END-IF
               END-IF
               IF wfDiscount NUMERIC
                   IF wfDiscount < Line-Value
                       SUBTRACT wfDiscount FROM Line-Value
                   ELSE
                       MOVE ZEROS TO Line-Value
                   END-IF
               END-IF
               IF wfRedeemed NUMERIC
                   IF wfRedeemed < Line-Value
                       SUBTRACT wfRedeemed FROM Line-Value
                   ELSE
                       MOVE ZEROS TO Line-Value
                   END-IF
               END-IF
           END-IF
           IF wfReturn-Line
