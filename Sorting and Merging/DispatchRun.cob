      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Dispatch notes and the delivery run sheet for the
      *         trade deliveries.  Building a run takes the
      *         dispatch date's deliverable shop lines - on-account
      *         sales, which include StandOrdGen's standing orders,
      *         and the backorders SalesEntry shipped that day
      *         (BACKORD.DAT) - off SALES.DAT, or the day's SALES.BAK
      *         once SalesDayEnd has archived it, together with
      *         every drop that failed on an earlier run, onto
      *         DELIVERY.DAT (DELVREC).  DISPNOTE.RPT holds one
      *         dispatch note per customer, numbered off DISPNO.DAT,
      *         addressed from CUSTOMER.IDX with the oil names off
      *         OILMAST.DAT; RUNSHEET.RPT lists the drops grouped by
      *         DELROUTE.DAT delivery area in drop order (RouteMaint).
      *         When the van is back the driver's sheet is keyed in:
      *         each drop delivered or failed, and a failed drop goes
      *         out again on the next run.  A run must be confirmed
      *         before the next one is built.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispatchRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Sales-File ASSIGN TO DYNAMIC Sales-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.

       SELECT DeliveryFile ASSIGN TO "DELIVERY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Delivery-File-Status.

       SELECT Route-File ASSIGN TO "DELROUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Route-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT DispNoFile ASSIGN TO "DISPNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DispNo-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT NoteFile ASSIGN TO "DISPNOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RunSheetFile ASSIGN TO "RUNSHEET.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Work-File ASSIGN TO "SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
       COPY SALESREC.

       FD  BackorderFile.
       COPY BOREC.

       FD  DeliveryFile.
       COPY DELVREC.

       FD  Route-File.
       COPY ROUTEREC.

       FD  Customer-File.
       01  Customer-Rec.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  DispNoFile.
       01  DispNo-Rec.
           02  dnNextNumber                 PIC 9(6).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02  bdBusinessDate               PIC 9(8).

       FD  NoteFile.
       01  Note-Print-Line              PIC X(80).

       FD  RunSheetFile.
       01  Run-Sheet-Print-Line         PIC X(80).

       SD Work-File.
       01  Work-Rec.
           88  EndOfWorkFile               VALUE HIGH-VALUES.
           02  wfArea                      PIC X(10).
           02  wfDrop-Seq                  PIC 9(3).
           02  wfCustomer-ID               PIC 9(5).
           02  wfOil-Number                PIC 99.
           02  wfUnit-Size                 PIC 9.
           02  wfDelivery-Index            PIC 9(4).

       WORKING-STORAGE SECTION.
       01  Sales-File-Status            PIC XX.
       01  Backorder-File-Status        PIC XX.
       01  Delivery-File-Status         PIC XX.
       01  Route-File-Status            PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  DispNo-File-Status           PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Sales-File-Name              PIC X(24).
       01  Customer-Open-Switch         PIC X      VALUE "N".
           88  Customer-Master-Open     VALUE "Y".

       01  Run-Date                     PIC 9(8).
       01  Dispatch-Date                PIC 9(8).
       01  Entry-Dispatch-Date          PIC X(8).

      * DELIVERY.DAT in file order.  A file bigger than the table is
      * left alone rather than rewritten short.
       01  Delivery-Table.
           02  Delivery-Entry           OCCURS 3000 TIMES.
               03  dltRun-Date          PIC 9(8).
               03  dltSale-Date         PIC 9(8).
               03  dltNoteNo            PIC 9(6).
               03  dltCustomer-ID       PIC 9(5).
               03  dltOil-Family        PIC X.
               03  dltOil-Number        PIC 99.
               03  dltUnit-Size         PIC 9.
               03  dltQuantity          PIC 9(3).
               03  dltSource            PIC X.
               03  dltStatus            PIC X.
               03  dltAttempts          PIC 99.
               03  dltConfirm-Date      PIC 9(8).
       01  Delivery-Count               PIC 9(4)   VALUE ZEROS.
       01  Delivery-Index               PIC 9(4)   VALUE ZEROS.
       01  Scan-Index                   PIC 9(4)   VALUE ZEROS.
       01  Delivery-Overflow-Switch     PIC X      VALUE "N".
           88  Delivery-Table-Overflow  VALUE "Y".

      * The backorders shipped on the dispatch date; each one claims
      * the first matching cash line so it is only delivered once.
       01  Shipped-Table.
           02  Shipped-Entry            OCCURS 500 TIMES.
               03  sbtCustomer-ID       PIC 9(5).
               03  sbtOil-Number        PIC 99.
               03  sbtUnit-Size         PIC 9.
               03  sbtQuantity          PIC 9(3).
               03  sbtClaimed           PIC X.
       01  Shipped-Count                PIC 9(3)   VALUE ZEROS.
       01  Shipped-Index                PIC 9(3)   VALUE ZEROS.
       01  Backorder-Match-Switch       PIC X      VALUE "N".
           88  Backorder-Matched        VALUE "Y".

       01  Route-Table.
           02  Route-Entry               OCCURS 500 TIMES.
               03  rttCustomer-ID       PIC 9(5).
               03  rttArea              PIC X(10).
               03  rttDrop-Seq          PIC 9(3).
       01  Route-Count                  PIC 9(3)   VALUE ZEROS.
       01  Route-Index                  PIC 9(3)   VALUE ZEROS.

       01  Oil-Name-Table.
           02  ontName                  PIC X(20)  OCCURS 30 TIMES
                                         VALUE SPACES.

      * Batch header/trailer control records on SALES.DAT, shared
      * with the readers via SALESCTL.
       COPY SALESCTL.
       01  Sales-Read-Count             PIC 9(7)   VALUE ZEROS.
       01  Sales-Trusted-Switch         PIC X      VALUE "Y".
           88  Sales-Trusted            VALUE "Y".

       01  Menu-Choice                  PIC X      VALUE SPACE.
           88  Build-Run                VALUE "D", "d".
           88  Confirm-Run              VALUE "C", "c".
           88  Quit-Program             VALUE "Q", "q".
       01  Drop-Answer                  PIC X      VALUE SPACE.
           88  Drop-Delivered           VALUE "D", "d".
           88  Drop-Failed              VALUE "F", "f".
       01  Lines-Out                    PIC 9(4)   VALUE ZEROS.
       01  New-Lines                    PIC 9(4)   VALUE ZEROS.
       01  Carried-Lines                PIC 9(4)   VALUE ZEROS.
       01  Note-Number                  PIC 9(6)   VALUE ZEROS.
       01  Notes-Printed                PIC 9(4)   VALUE ZEROS.
       01  Drops-Delivered              PIC 9(4)   VALUE ZEROS.
       01  Drops-Failed                 PIC 9(4)   VALUE ZEROS.
       01  Hold-Customer-ID             PIC 9(5)   VALUE ZEROS.
       01  Hold-Area                    PIC X(10)  VALUE SPACES.
       01  Hold-Drop-Seq                PIC 9(3)   VALUE ZEROS.
       01  Drop-Units                   PIC 9(5)   VALUE ZEROS.
       01  Area-Drops                   PIC 9(4)   VALUE ZEROS.
       01  Run-Units                    PIC 9(6)   VALUE ZEROS.
       01  Customer-Name-Hold           PIC X(20)  VALUE SPACES.
       01  Customer-Address-Hold        PIC X(30)  VALUE SPACES.
       01  First-Drop-Switch            PIC X      VALUE "Y".
           88  First-Drop               VALUE "Y".

      * The dispatch note (DISPNOTE.RPT), one per customer.
       01  Note-Header-Line.
           02  FILLER                   PIC X(28)
               VALUE "AROMAMORA DISPATCH NOTE    ".
           02  FILLER                   PIC X(4)   VALUE "NO. ".
           02  nhlNoteNo                PIC 9(6).
           02  FILLER                   PIC X(8)   VALUE "   DATE ".
           02  nhlDate                  PIC 9(8).
       01  Note-Deliver-Line.
           02  FILLER                   PIC X(12)  VALUE "DELIVER TO ".
           02  ndlCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  ndlName                  PIC X(20).
       01  Note-Address-Line.
           02  FILLER                   PIC X(18)  VALUE SPACES.
           02  nalAddress               PIC X(30).
       01  Note-Route-Line.
           02  FILLER                   PIC X(12)  VALUE "AREA".
           02  nrlArea                  PIC X(10).
           02  FILLER                   PIC X(7)   VALUE "  DROP ".
           02  nrlDrop-Seq              PIC ZZ9.
       01  Note-Column-Line.
           02  FILLER                   PIC X(40)  VALUE
               "OIL  NAME                  SIZE   QTY".
           02  FILLER                   PIC X(20)  VALUE
               "  SOLD ON".
       01  Note-Detail-Line.
           02  ndtOil-Family            PIC X.
           02  ndtOil-Number            PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndtName                  PIC X(20).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  ndtUnit-Size             PIC 9.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  ndtQuantity              PIC ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndtSale-Date             PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndtRemark                PIC X(14).
       01  Note-Total-Line.
           02  FILLER                   PIC X(12)  VALUE "TOTAL UNITS".
           02  ntlUnits                 PIC ZZZZ9.
           02  FILLER                   PIC X(38)  VALUE
               "     RECEIVED BY ____________________".
       01  Note-LineBreak               PIC X(60) VALUE ALL "-".

      * The run sheet (RUNSHEET.RPT), by area in drop order.
       01  Sheet-Header-Line.
           02  FILLER                   PIC X(32)
               VALUE "AROMAMORA DELIVERY RUN SHEET   ".
           02  FILLER                   PIC X(5)   VALUE "DATE ".
           02  shlDate                  PIC 9(8).
       01  Sheet-Area-Line.
           02  FILLER                   PIC X(6)   VALUE "AREA ".
           02  salArea                  PIC X(10).
       01  Sheet-Column-Line.
           02  FILLER                   PIC X(40)  VALUE
               "DROP CUST  NAME                 ADDRESS".
           02  FILLER                   PIC X(38)  VALUE
               "                      NOTE  UNITS D/F".
       01  Sheet-Detail-Line.
           02  sdlDrop-Seq              PIC ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlAddress               PIC X(30).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlNoteNo                PIC 9(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlUnits                 PIC ZZZZ9.
           02  FILLER                   PIC X(4)   VALUE "  __".
       01  Sheet-Area-Total-Line.
           02  FILLER                   PIC X(10)  VALUE SPACES.
           02  satDrops                 PIC ZZZ9.
           02  FILLER                   PIC X(18)
               VALUE " DROP(S) IN AREA".
       01  Sheet-Total-Line.
           02  FILLER                   PIC X(10)  VALUE "RUN TOTAL ".
           02  stlDrops                 PIC ZZZ9.
           02  FILLER                   PIC X(12)  VALUE " DROP(S)".
           02  stlUnits                 PIC ZZZZZ9.
           02  FILLER                   PIC X(8)   VALUE " UNIT(S)".
       01  Sheet-LineBreak              PIC X(78) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-DELIVERIES
           IF Delivery-Table-Overflow
               DISPLAY "Error - DELIVERY.DAT holds more than 3000 "
                   "lines; archive the delivered lines before the "
                   "next run"
               STOP RUN
           END-IF
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Customer-Master-Open TO TRUE
           ELSE
               DISPLAY "Warning - CUSTOMER.IDX not available, "
                   "dispatch notes print unaddressed"
           END-IF
           DISPLAY "DispatchRun - trade delivery dispatch"
           PERFORM UNTIL Quit-Program
               DISPLAY "(D)ispatch a run, (C)onfirm drops, (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT Menu-Choice
               EVALUATE TRUE
                   WHEN Build-Run
                       PERFORM BUILD-DISPATCH-RUN
                   WHEN Confirm-Run
                       PERFORM CONFIRM-DROPS
                   WHEN Quit-Program
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choose D, C or Q"
               END-EVALUATE
           END-PERFORM
           IF Customer-Master-Open
               CLOSE Customer-File
           END-IF
           STOP RUN.

      * The business date (BUSDATE.DAT) wins over the system clock
      * so a late run dispatches the right day's sales.
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

       BUILD-DISPATCH-RUN.
           PERFORM COUNT-LINES-OUT
           IF Lines-Out > ZEROS
               DISPLAY "Error - " Lines-Out " line(s) are still out "
                   "on the last run; confirm its drops first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Dispatch date (YYYYMMDD, blank for " Run-Date
               "): " WITH NO ADVANCING
           ACCEPT Entry-Dispatch-Date
           IF Entry-Dispatch-Date = SPACES
               MOVE Run-Date TO Dispatch-Date
           ELSE
               MOVE Entry-Dispatch-Date TO Dispatch-Date
           END-IF
           PERFORM VARYING Delivery-Index FROM 1 BY 1
                   UNTIL Delivery-Index > Delivery-Count
               IF dltSale-Date (Delivery-Index) = Dispatch-Date
                       AND dltAttempts (Delivery-Index) = 1
                       AND dltRun-Date (Delivery-Index) = Dispatch-Date
                   DISPLAY "Error - the " Dispatch-Date " sales are "
                       "already on DELIVERY.DAT, run not built"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM LOAD-SHIPPED-BACKORDERS
           MOVE ZEROS TO New-Lines Carried-Lines
           MOVE "Y" TO Sales-Trusted-Switch
           MOVE "SALES.DAT" TO Sales-File-Name
           PERFORM TAKE-DELIVERABLE-LINES
           IF Sales-Trusted
               MOVE SPACES TO Sales-File-Name
               STRING "SALES.BAK." Dispatch-Date
                   DELIMITED BY SIZE INTO Sales-File-Name
               PERFORM TAKE-DELIVERABLE-LINES
           END-IF
           IF NOT Sales-Trusted
               DISPLAY "Error - no run can be built from an "
                   "untrusted sales file"
               PERFORM LOAD-DELIVERIES
               EXIT PARAGRAPH
           END-IF
           IF Delivery-Table-Overflow
               DISPLAY "Error - DELIVERY.DAT would pass 3000 lines; "
                   "archive the delivered lines first"
               PERFORM LOAD-DELIVERIES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING Delivery-Index FROM 1 BY 1
                   UNTIL Delivery-Index > Delivery-Count
               IF dltStatus (Delivery-Index) = "F"
                   MOVE "O" TO dltStatus (Delivery-Index)
                   MOVE Dispatch-Date TO dltRun-Date (Delivery-Index)
                   MOVE ZEROS TO dltNoteNo (Delivery-Index)
                   MOVE ZEROS TO dltConfirm-Date (Delivery-Index)
                   IF dltAttempts (Delivery-Index) < 99
                       ADD 1 TO dltAttempts (Delivery-Index)
                   END-IF
                   ADD 1 TO Carried-Lines
               END-IF
           END-PERFORM
           IF New-Lines + Carried-Lines = ZEROS
               DISPLAY "Nothing to deliver for " Dispatch-Date
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ROUTES
           PERFORM LOAD-OIL-NAMES
           PERFORM READ-NEXT-NOTE-NUMBER
           MOVE ZEROS TO Notes-Printed Run-Units Area-Drops
           SORT Work-File
               ON ASCENDING KEY wfArea wfDrop-Seq wfCustomer-ID
                                wfOil-Number wfUnit-Size
               INPUT PROCEDURE IS RELEASE-RUN-LINES
               OUTPUT PROCEDURE IS PRINT-RUN-PAPERWORK
           PERFORM SAVE-NEXT-NOTE-NUMBER
           PERFORM SAVE-DELIVERIES
           DISPLAY "DispatchRun - " New-Lines " new and "
               Carried-Lines " re-delivery line(s) on "
               Notes-Printed " dispatch note(s) (DISPNOTE.RPT), run "
               "sheet on RUNSHEET.RPT".

       COUNT-LINES-OUT.
           MOVE ZEROS TO Lines-Out
           PERFORM VARYING Delivery-Index FROM 1 BY 1
                   UNTIL Delivery-Index > Delivery-Count
               IF dltStatus (Delivery-Index) = "O"
                   ADD 1 TO Lines-Out
               END-IF
           END-PERFORM.

      * Shop sale lines for the date that go out in the van: every
      * on-account line, and a cash line that a shipped backorder
      * claims.  Stall lines leave with the customer at the stall.
       TAKE-DELIVERABLE-LINES.
           MOVE ZEROS TO Sales-Read-Count
           OPEN INPUT Sales-File
           IF Sales-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Sales-File
               AT END SET EndOfSalesFile TO TRUE
           END-READ
           PERFORM CHECK-SALES-CONTROL
           PERFORM UNTIL EndOfSalesFile
               IF Sale-Line AND Shop-Sale
                       AND sfSale-Date NUMERIC
                       AND sfSale-Date = Dispatch-Date
                       AND sfUnit-Sold > ZEROS
                   PERFORM TAKE-ONE-LINE
               END-IF
               READ Sales-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
               PERFORM CHECK-SALES-CONTROL
           END-PERFORM
           CLOSE Sales-File.

       TAKE-ONE-LINE.
           MOVE "N" TO Backorder-Match-Switch
           IF NOT On-Account-Line
               PERFORM VARYING Shipped-Index FROM 1 BY 1
                       UNTIL Shipped-Index > Shipped-Count
                   IF sbtClaimed (Shipped-Index) = "N"
                       AND sbtCustomer-ID (Shipped-Index) =
                           sfCustomer-ID
                       AND sbtOil-Number (Shipped-Index) = Oil-Number
                       AND sbtUnit-Size (Shipped-Index) = sfUnit-Size
                       AND sbtQuantity (Shipped-Index) = sfUnit-Sold
                       MOVE "Y" TO sbtClaimed (Shipped-Index)
                       SET Backorder-Matched TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT Backorder-Matched
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Delivery-Count >= 3000
               SET Delivery-Table-Overflow TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Delivery-Count
           MOVE Dispatch-Date TO dltRun-Date (Delivery-Count)
           MOVE sfSale-Date TO dltSale-Date (Delivery-Count)
           MOVE ZEROS TO dltNoteNo (Delivery-Count)
           MOVE sfCustomer-ID TO dltCustomer-ID (Delivery-Count)
           MOVE sfOil-Family TO dltOil-Family (Delivery-Count)
           MOVE Oil-Number TO dltOil-Number (Delivery-Count)
           MOVE sfUnit-Size TO dltUnit-Size (Delivery-Count)
           MOVE sfUnit-Sold TO dltQuantity (Delivery-Count)
           IF Backorder-Matched
               MOVE "B" TO dltSource (Delivery-Count)
           ELSE
               MOVE "A" TO dltSource (Delivery-Count)
           END-IF
           MOVE "O" TO dltStatus (Delivery-Count)
           MOVE 1 TO dltAttempts (Delivery-Count)
           MOVE ZEROS TO dltConfirm-Date (Delivery-Count)
           ADD 1 TO New-Lines.

       CHECK-SALES-CONTROL.
           IF NOT EndOfSalesFile
               IF Sales-Rec (1:3) = "HDR"
                   READ Sales-File
                       AT END SET EndOfSalesFile TO TRUE
                   END-READ
                   PERFORM CHECK-SALES-CONTROL
               ELSE
                   IF Sales-Rec (1:3) = "TRL"
                       MOVE Sales-Rec TO Sales-Trailer-Record
                       SET EndOfSalesFile TO TRUE
                       PERFORM VALIDATE-SALES-TRAILER
                   ELSE
                       ADD 1 TO Sales-Read-Count
                   END-IF
               END-IF
           END-IF.

       VALIDATE-SALES-TRAILER.
           IF sltActualCount NOT = Sales-Read-Count
               DISPLAY "Error - " Sales-File-Name " trailer count "
                   sltActualCount " does not match "
                   Sales-Read-Count " sales line(s) actually read"
               MOVE "N" TO Sales-Trusted-Switch
           END-IF.

       RELEASE-RUN-LINES.
           PERFORM VARYING Delivery-Index FROM 1 BY 1
                   UNTIL Delivery-Index > Delivery-Count
               IF dltStatus (Delivery-Index) = "O"
                   PERFORM FIND-ROUTE
                   MOVE dltCustomer-ID (Delivery-Index) TO
                       wfCustomer-ID
                   MOVE dltOil-Number (Delivery-Index) TO wfOil-Number
                   MOVE dltUnit-Size (Delivery-Index) TO wfUnit-Size
                   MOVE Delivery-Index TO wfDelivery-Index
                   RELEASE Work-Rec
               END-IF
           END-PERFORM.

      * An unrouted customer sorts after every area.
       FIND-ROUTE.
           MOVE HIGH-VALUES TO wfArea
           MOVE 999 TO wfDrop-Seq
           PERFORM VARYING Route-Index FROM 1 BY 1
                   UNTIL Route-Index > Route-Count
               IF rttCustomer-ID (Route-Index) =
                       dltCustomer-ID (Delivery-Index)
                   MOVE rttArea (Route-Index) TO wfArea
                   MOVE rttDrop-Seq (Route-Index) TO wfDrop-Seq
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * One note per customer in drop order, and a run sheet line for
      * the drop once its note is complete.
       PRINT-RUN-PAPERWORK.
           OPEN OUTPUT NoteFile
           OPEN OUTPUT RunSheetFile
           MOVE Dispatch-Date TO shlDate
           WRITE Run-Sheet-Print-Line FROM Sheet-Header-Line
           WRITE Run-Sheet-Print-Line FROM Sheet-LineBreak
           MOVE "Y" TO First-Drop-Switch
           RETURN Work-File
               AT END SET EndOfWorkFile TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfWorkFile
               IF First-Drop
                   PERFORM START-AREA
                   PERFORM START-DROP
                   MOVE "N" TO First-Drop-Switch
               ELSE
                   IF wfArea NOT = Hold-Area
                       PERFORM FINISH-DROP
                       PERFORM FINISH-AREA
                       PERFORM START-AREA
                       PERFORM START-DROP
                   ELSE
                       IF wfCustomer-ID NOT = Hold-Customer-ID
                           PERFORM FINISH-DROP
                           PERFORM START-DROP
                       END-IF
                   END-IF
               END-IF
               PERFORM PRINT-NOTE-LINE
               RETURN Work-File
                   AT END SET EndOfWorkFile TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT First-Drop
               PERFORM FINISH-DROP
               PERFORM FINISH-AREA
           END-IF
           WRITE Run-Sheet-Print-Line FROM Sheet-LineBreak
           MOVE Notes-Printed TO stlDrops
           MOVE Run-Units TO stlUnits
           WRITE Run-Sheet-Print-Line FROM Sheet-Total-Line
           CLOSE NoteFile
           CLOSE RunSheetFile.

       START-AREA.
           MOVE wfArea TO Hold-Area
           MOVE ZEROS TO Area-Drops
           IF wfArea = HIGH-VALUES
               MOVE "UNROUTED" TO salArea
           ELSE
               MOVE wfArea TO salArea
           END-IF
           MOVE SPACES TO Run-Sheet-Print-Line
           WRITE Run-Sheet-Print-Line
           WRITE Run-Sheet-Print-Line FROM Sheet-Area-Line
           WRITE Run-Sheet-Print-Line FROM Sheet-Column-Line.

       FINISH-AREA.
           MOVE Area-Drops TO satDrops
           WRITE Run-Sheet-Print-Line FROM Sheet-Area-Total-Line.

       START-DROP.
           MOVE wfCustomer-ID TO Hold-Customer-ID
           MOVE wfDrop-Seq TO Hold-Drop-Seq
           MOVE ZEROS TO Drop-Units
           MOVE Note-Number TO dnNextNumber
           ADD 1 TO Note-Number
           ADD 1 TO Notes-Printed
           ADD 1 TO Area-Drops
           PERFORM LOOKUP-CUSTOMER
           MOVE dnNextNumber TO nhlNoteNo
           MOVE Dispatch-Date TO nhlDate
           WRITE Note-Print-Line FROM Note-Header-Line
           MOVE wfCustomer-ID TO ndlCustomer-ID
           MOVE Customer-Name-Hold TO ndlName
           WRITE Note-Print-Line FROM Note-Deliver-Line
           MOVE Customer-Address-Hold TO nalAddress
           WRITE Note-Print-Line FROM Note-Address-Line
           MOVE salArea TO nrlArea
           MOVE wfDrop-Seq TO nrlDrop-Seq
           WRITE Note-Print-Line FROM Note-Route-Line
           WRITE Note-Print-Line FROM Note-LineBreak
           WRITE Note-Print-Line FROM Note-Column-Line.

       PRINT-NOTE-LINE.
           MOVE wfDelivery-Index TO Delivery-Index
           MOVE dnNextNumber TO dltNoteNo (Delivery-Index)
           MOVE dltOil-Family (Delivery-Index) TO ndtOil-Family
           MOVE dltOil-Number (Delivery-Index) TO ndtOil-Number
           IF dltOil-Number (Delivery-Index) > 0
                   AND dltOil-Number (Delivery-Index) <= 30
               MOVE ontName (dltOil-Number (Delivery-Index)) TO
                   ndtName
           ELSE
               MOVE SPACES TO ndtName
           END-IF
           MOVE dltUnit-Size (Delivery-Index) TO ndtUnit-Size
           MOVE dltQuantity (Delivery-Index) TO ndtQuantity
           MOVE dltSale-Date (Delivery-Index) TO ndtSale-Date
           MOVE SPACES TO ndtRemark
           IF dltSource (Delivery-Index) = "B"
               MOVE "BACKORDER" TO ndtRemark
           END-IF
           IF dltAttempts (Delivery-Index) > 1
               MOVE "RE-DELIVERY" TO ndtRemark
           END-IF
           WRITE Note-Print-Line FROM Note-Detail-Line
           ADD dltQuantity (Delivery-Index) TO Drop-Units
           ADD dltQuantity (Delivery-Index) TO Run-Units.

       FINISH-DROP.
           WRITE Note-Print-Line FROM Note-LineBreak
           MOVE Drop-Units TO ntlUnits
           WRITE Note-Print-Line FROM Note-Total-Line
           MOVE SPACES TO Note-Print-Line
           WRITE Note-Print-Line
           WRITE Note-Print-Line
           MOVE Hold-Drop-Seq TO sdlDrop-Seq
           MOVE Hold-Customer-ID TO sdlCustomer-ID
           MOVE Customer-Name-Hold TO sdlName
           MOVE Customer-Address-Hold TO sdlAddress
           MOVE dnNextNumber TO sdlNoteNo
           MOVE Drop-Units TO sdlUnits
           WRITE Run-Sheet-Print-Line FROM Sheet-Detail-Line.

       LOOKUP-CUSTOMER.
           MOVE "** UNKNOWN **" TO Customer-Name-Hold
           MOVE SPACES TO Customer-Address-Hold
           IF Customer-Master-Open
               MOVE Hold-Customer-ID TO cmCustomer-ID
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE cmCustomer-Name TO Customer-Name-Hold
                       MOVE cmCustomer-Address TO
                           Customer-Address-Hold
               END-READ
           END-IF.

      * The driver's sheet comes back a drop at a time; a drop not
      * keyed stays out until it is.
       CONFIRM-DROPS.
           PERFORM COUNT-LINES-OUT
           IF Lines-Out = ZEROS
               DISPLAY "No drops are out awaiting confirmation"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Drops-Delivered Drops-Failed
           PERFORM VARYING Delivery-Index FROM 1 BY 1
                   UNTIL Delivery-Index > Delivery-Count
               IF dltStatus (Delivery-Index) = "O"
                   PERFORM CONFIRM-ONE-DROP
               END-IF
           END-PERFORM
           PERFORM SAVE-DELIVERIES
           DISPLAY "DispatchRun - " Drops-Delivered " drop(s) "
               "delivered, " Drops-Failed " failed and kept for the "
               "next run".

       CONFIRM-ONE-DROP.
           MOVE dltCustomer-ID (Delivery-Index) TO Hold-Customer-ID
           PERFORM LOOKUP-CUSTOMER
           MOVE ZEROS TO Drop-Units
           PERFORM VARYING Scan-Index FROM Delivery-Index BY 1
                   UNTIL Scan-Index > Delivery-Count
               IF dltStatus (Scan-Index) = "O"
                       AND dltNoteNo (Scan-Index) =
                           dltNoteNo (Delivery-Index)
                   ADD dltQuantity (Scan-Index) TO Drop-Units
               END-IF
           END-PERFORM
           DISPLAY "Note " dltNoteNo (Delivery-Index) " run "
               dltRun-Date (Delivery-Index) " - "
               Customer-Name-Hold " " Drop-Units " unit(s)"
           DISPLAY "  (D)elivered, (F)ailed, blank to leave out : "
               WITH NO ADVANCING
           ACCEPT Drop-Answer
           IF NOT Drop-Delivered AND NOT Drop-Failed
               PERFORM MARK-DROP-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF Drop-Delivered
               ADD 1 TO Drops-Delivered
           ELSE
               ADD 1 TO Drops-Failed
           END-IF
           MOVE dltNoteNo (Delivery-Index) TO Note-Number
           PERFORM VARYING Scan-Index FROM Delivery-Index BY 1
                   UNTIL Scan-Index > Delivery-Count
               IF dltStatus (Scan-Index) = "O"
                       AND dltNoteNo (Scan-Index) = Note-Number
                   IF Drop-Delivered
                       MOVE "D" TO dltStatus (Scan-Index)
                   ELSE
                       MOVE "F" TO dltStatus (Scan-Index)
                   END-IF
                   MOVE Run-Date TO dltConfirm-Date (Scan-Index)
               END-IF
           END-PERFORM.

      * A drop left out this time is passed over for the rest of the
      * pass - "S" for the moment - and set back out before saving.
       MARK-DROP-SKIPPED.
           MOVE dltNoteNo (Delivery-Index) TO Note-Number
           PERFORM VARYING Scan-Index FROM Delivery-Index BY 1
                   UNTIL Scan-Index > Delivery-Count
               IF dltStatus (Scan-Index) = "O"
                       AND dltNoteNo (Scan-Index) = Note-Number
                   MOVE "S" TO dltStatus (Scan-Index)
               END-IF
           END-PERFORM.

       LOAD-SHIPPED-BACKORDERS.
           MOVE ZEROS TO Shipped-Count
           OPEN INPUT BackorderFile
           IF Backorder-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BackorderFile
               AT END SET EndOfBackorderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBackorderFile
               IF boShipped AND boShip-Date = Dispatch-Date
                       AND Shipped-Count < 500
                   ADD 1 TO Shipped-Count
                   MOVE boCustomer-ID TO sbtCustomer-ID (Shipped-Count)
                   MOVE boOil-Number TO sbtOil-Number (Shipped-Count)
                   MOVE boUnit-Size TO sbtUnit-Size (Shipped-Count)
                   MOVE boQuantity TO sbtQuantity (Shipped-Count)
                   MOVE "N" TO sbtClaimed (Shipped-Count)
               END-IF
               READ BackorderFile
                   AT END SET EndOfBackorderFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BackorderFile.

       LOAD-ROUTES.
           MOVE ZEROS TO Route-Count
           OPEN INPUT Route-File
           IF Route-File-Status NOT = "00"
               DISPLAY "Warning - DELROUTE.DAT not found, every drop "
                   "prints unrouted - run RouteMaint"
               EXIT PARAGRAPH
           END-IF
           READ Route-File
               AT END SET EndOfRouteFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRouteFile
               IF Route-Count < 500
                   ADD 1 TO Route-Count
                   MOVE drCustomer-ID TO rttCustomer-ID (Route-Count)
                   MOVE drArea TO rttArea (Route-Count)
                   MOVE drDrop-Seq TO rttDrop-Seq (Route-Count)
               END-IF
               READ Route-File
                   AT END SET EndOfRouteFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Route-File.

       LOAD-OIL-NAMES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omName TO ontName (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

       READ-NEXT-NOTE-NUMBER.
           OPEN INPUT DispNoFile
           IF DispNo-File-Status = "00"
               READ DispNoFile
                   AT END MOVE 100001 TO dnNextNumber
               END-READ
               CLOSE DispNoFile
           ELSE
               MOVE 100001 TO dnNextNumber
           END-IF
           MOVE dnNextNumber TO Note-Number.

       SAVE-NEXT-NOTE-NUMBER.
           MOVE Note-Number TO dnNextNumber
           OPEN OUTPUT DispNoFile
           WRITE DispNo-Rec
           CLOSE DispNoFile.

       LOAD-DELIVERIES.
           MOVE ZEROS TO Delivery-Count
           MOVE "N" TO Delivery-Overflow-Switch
           OPEN INPUT DeliveryFile
           IF Delivery-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DeliveryFile
               AT END SET EndOfDeliveryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDeliveryFile
               IF Delivery-Count < 3000
                   ADD 1 TO Delivery-Count
                   MOVE dlRun-Date TO dltRun-Date (Delivery-Count)
                   MOVE dlSale-Date TO dltSale-Date (Delivery-Count)
                   MOVE dlNoteNo TO dltNoteNo (Delivery-Count)
                   MOVE dlCustomer-ID TO
                       dltCustomer-ID (Delivery-Count)
                   MOVE dlOil-Family TO dltOil-Family (Delivery-Count)
                   MOVE dlOil-Number TO dltOil-Number (Delivery-Count)
                   MOVE dlUnit-Size TO dltUnit-Size (Delivery-Count)
                   MOVE dlQuantity TO dltQuantity (Delivery-Count)
                   MOVE dlSource TO dltSource (Delivery-Count)
                   MOVE dlStatus TO dltStatus (Delivery-Count)
                   MOVE dlAttempts TO dltAttempts (Delivery-Count)
                   MOVE dlConfirm-Date TO
                       dltConfirm-Date (Delivery-Count)
               ELSE
                   SET Delivery-Table-Overflow TO TRUE
               END-IF
               READ DeliveryFile
                   AT END SET EndOfDeliveryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeliveryFile.

       SAVE-DELIVERIES.
           OPEN OUTPUT DeliveryFile
           PERFORM VARYING Delivery-Index FROM 1 BY 1
                   UNTIL Delivery-Index > Delivery-Count
               IF dltStatus (Delivery-Index) = "S"
                   MOVE "O" TO dltStatus (Delivery-Index)
               END-IF
               MOVE dltRun-Date (Delivery-Index) TO dlRun-Date
               MOVE dltSale-Date (Delivery-Index) TO dlSale-Date
               MOVE dltNoteNo (Delivery-Index) TO dlNoteNo
               MOVE dltCustomer-ID (Delivery-Index) TO dlCustomer-ID
               MOVE dltOil-Family (Delivery-Index) TO dlOil-Family
               MOVE dltOil-Number (Delivery-Index) TO dlOil-Number
               MOVE dltUnit-Size (Delivery-Index) TO dlUnit-Size
               MOVE dltQuantity (Delivery-Index) TO dlQuantity
               MOVE dltSource (Delivery-Index) TO dlSource
               MOVE dltStatus (Delivery-Index) TO dlStatus
               MOVE dltAttempts (Delivery-Index) TO dlAttempts
               MOVE dltConfirm-Date (Delivery-Index) TO dlConfirm-Date
               WRITE Delivery-Line-Record
           END-PERFORM
           CLOSE DeliveryFile.

       END PROGRAM DispatchRun.
