      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Periodic sales-tax return.  Totals the TAXHIST.DAT
      *         history GLFeedExport appends each day it posts, for
      *         an operator-entered from/to posting-date range (a
      *         quarter, usually), and prints taxable sales by class,
      *         exempt sales, the output tax charged, the value and
      *         tax handed back on returns, and the net tax due on
      *         TAXRETURN.RPT - the same figure the feed credited to
      *         250000 Sales Tax Payable, so the return no longer has
      *         to be worked out by hand from AROMASALES.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReturnRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Tax-History-File ASSIGN TO "TAXHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Tax-History-File-Status.

       SELECT ReportFile ASSIGN TO "TAXRETURN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Tax-History-File.
       COPY TXHREC.

       FD  ReportFile.
       01  Report-Line                  PIC X(64).

       WORKING-STORAGE SECTION.
       01  Tax-History-File-Status      PIC XX.

      * Operator-entered posting-date range; blank answers take the
      * whole history.
       01  Filter-From-Date             PIC X(8)   VALUE SPACES.
       01  Filter-To-Date               PIC X(8)   VALUE SPACES.
       01  From-Date-Num                PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num                  PIC 9(8)   VALUE 99999999.

      * Period totals by class - 1 standard, 2 reduced, 3 exempt.
       01  Tax-Class-Totals.
           02  Tax-Class-Entry          OCCURS 3 TIMES.
               03  tctSales-Value       PIC 9(9)V99.
               03  tctSales-Tax         PIC 9(9)V99.
               03  tctReturn-Value      PIC 9(9)V99.
               03  tctReturn-Tax        PIC 9(9)V99.
       01  Tax-Class-Index              PIC 9      VALUE ZEROS.
       01  Tax-Class-Names.
           02  FILLER                   PIC X(14)
               VALUE "STANDARD RATED".
           02  FILLER                   PIC X(14)
               VALUE "REDUCED RATED".
           02  FILLER                   PIC X(14)
               VALUE "EXEMPT".
       01  Tax-Class-Name-Table REDEFINES Tax-Class-Names.
           02  tcnName                  PIC X(14)  OCCURS 3 TIMES.

       01  Taxable-Sales                PIC S9(9)V99 VALUE ZEROS.
       01  Exempt-Sales                 PIC S9(9)V99 VALUE ZEROS.
       01  Output-Tax                   PIC 9(9)V99 VALUE ZEROS.
       01  Return-Value                 PIC 9(9)V99 VALUE ZEROS.
       01  Return-Tax                   PIC 9(9)V99 VALUE ZEROS.
       01  Net-Tax-Due                  PIC S9(9)V99 VALUE ZEROS.
       01  History-Count                PIC 9(5)   VALUE ZEROS.

       01  Report-Header                PIC X(36)
           VALUE "AROMAMORA SALES TAX RETURN".
       01  Report-Period-Line.
           02  FILLER                   PIC X(12)  VALUE "PERIOD FROM ".
           02  rplFrom-Date             PIC 9(8).
           02  FILLER                   PIC X(4)   VALUE " TO ".
           02  rplTo-Date               PIC 9(8).
       01  Report-LineBreak             PIC X(62) VALUE ALL "-".

       01  Report-Column-Titles.
           02  FILLER                   PIC X(14)  VALUE "TAX CLASS".
           02  FILLER                   PIC X(11)  VALUE "   SALES".
           02  FILLER                   PIC X(12)
               VALUE "  OUTPUT TAX".
           02  FILLER                   PIC X(12)
               VALUE "     RETURNS".
           02  FILLER                   PIC X(12)
               VALUE "  RETURN TAX".

       01  Report-Class-Line.
           02  rclName                  PIC X(14).
           02  rclSales-Value           PIC $$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rclSales-Tax             PIC $$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rclReturn-Value          PIC $$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rclReturn-Tax            PIC $$$$,$$9.99.

       01  Report-Total-Line.
           02  rtlLabel                 PIC X(30).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  rtlAmount                PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-DATE-RANGE
           OPEN INPUT Tax-History-File
           IF Tax-History-File-Status NOT = "00"
               DISPLAY "Error - unable to open TAXHIST.DAT, the tax "
                   "history is written by GLFeedExport"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO Tax-Class-Totals
           READ Tax-History-File
               AT END SET EndOfTaxHistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTaxHistFile
               IF thPost-Date NUMERIC
                       AND thPost-Date >= From-Date-Num
                       AND thPost-Date <= To-Date-Num
                   PERFORM ACCUMULATE-HISTORY
               END-IF
               READ Tax-History-File
                   AT END SET EndOfTaxHistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Tax-History-File
           PERFORM WRITE-TAX-RETURN
           DISPLAY "TaxReturnRpt - " History-Count " day/class "
               "record(s) summarised on TAXRETURN.RPT, net tax due "
               Net-Tax-Due
           GOBACK.

       GET-DATE-RANGE.
           DISPLAY "From posting date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To posting date (YYYYMMDD, blank for all)  : "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date NOT = SPACES
               MOVE Filter-From-Date TO From-Date-Num
           END-IF
           IF Filter-To-Date NOT = SPACES
               MOVE Filter-To-Date TO To-Date-Num
           END-IF.

       ACCUMULATE-HISTORY.
           EVALUATE TRUE
               WHEN thReduced
                   MOVE 2 TO Tax-Class-Index
               WHEN thExempt
                   MOVE 3 TO Tax-Class-Index
               WHEN OTHER
                   MOVE 1 TO Tax-Class-Index
           END-EVALUATE
           ADD thSales-Value TO tctSales-Value (Tax-Class-Index)
           ADD thSales-Tax TO tctSales-Tax (Tax-Class-Index)
           ADD thReturn-Value TO tctReturn-Value (Tax-Class-Index)
           ADD thReturn-Tax TO tctReturn-Tax (Tax-Class-Index)
           ADD 1 TO History-Count.

      * Net liability is output tax less the tax given back on
      * returns - the balance GLFeedExport leaves on 250000 for
      * the period.
       WRITE-TAX-RETURN.
           OPEN OUTPUT ReportFile
           WRITE Report-Line FROM Report-Header
           MOVE From-Date-Num TO rplFrom-Date
           MOVE To-Date-Num TO rplTo-Date
           WRITE Report-Line FROM Report-Period-Line
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Tax-Class-Index FROM 1 BY 1
                   UNTIL Tax-Class-Index > 3
               MOVE tcnName (Tax-Class-Index) TO rclName
               MOVE tctSales-Value (Tax-Class-Index) TO rclSales-Value
               MOVE tctSales-Tax (Tax-Class-Index) TO rclSales-Tax
               MOVE tctReturn-Value (Tax-Class-Index) TO
                   rclReturn-Value
               MOVE tctReturn-Tax (Tax-Class-Index) TO rclReturn-Tax
               WRITE Report-Line FROM Report-Class-Line
               IF Tax-Class-Index = 3
                   ADD tctSales-Value (Tax-Class-Index) TO Exempt-Sales
                   SUBTRACT tctReturn-Value (Tax-Class-Index)
                       FROM Exempt-Sales
               ELSE
                   ADD tctSales-Value (Tax-Class-Index) TO
                       Taxable-Sales
                   SUBTRACT tctReturn-Value (Tax-Class-Index)
                       FROM Taxable-Sales
               END-IF
               ADD tctSales-Tax (Tax-Class-Index) TO Output-Tax
               ADD tctReturn-Value (Tax-Class-Index) TO Return-Value
               ADD tctReturn-Tax (Tax-Class-Index) TO Return-Tax
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE "NET TAXABLE SALES" TO rtlLabel
           MOVE Taxable-Sales TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "NET EXEMPT SALES" TO rtlLabel
           MOVE Exempt-Sales TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "OUTPUT TAX CHARGED" TO rtlLabel
           MOVE Output-Tax TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "RETURN ADJUSTMENT - VALUE" TO rtlLabel
           MOVE Return-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "RETURN ADJUSTMENT - TAX" TO rtlLabel
           MOVE Return-Tax TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           COMPUTE Net-Tax-Due = Output-Tax - Return-Tax
           MOVE "NET TAX DUE (250000)" TO rtlLabel
           MOVE Net-Tax-Due TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           CLOSE ReportFile.

       END PROGRAM TaxReturnRpt.
