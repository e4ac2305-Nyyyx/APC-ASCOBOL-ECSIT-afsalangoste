      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Landed-cost variance report by supplier.  Every
      *         LANDCOST.DAT charge LandedCostEntry posted for a
      *         delivery received in the operator's date range is
      *         totalled per supplier against the value of the
      *         deliveries at the supplier's unit cost, giving the
      *         landed value and the variance - freight, duty and
      *         handling as a percentage of the supplier price - on
      *         LANDVAR.RPT, with the charges split by kind at the
      *         foot.  A delivery billed more than once counts its
      *         supplier value only once.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandedVarRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LandedFile ASSIGN TO "LANDCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Landed-File-Status.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-File-Status.

       SELECT ReportFile ASSIGN TO "LANDVAR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LandedFile.
       COPY LANDREC.

       FD  Supplier-File.
       01  Supplier-Rec.
           88  EndOfSupplierFile            VALUE HIGH-VALUES.
           02  suSupplier-ID                PIC 9(4).
           02  suSupplier-Name              PIC X(20).
           02  suSupplier-Address           PIC X(30).
           02  suSupplier-Phone             PIC X(12).

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Landed-File-Status           PIC XX.
       01  Supplier-File-Status         PIC XX.

      * Operator-entered receipt-date range; blank answers take the
      * whole file.
       01  Filter-From-Date             PIC X(8)   VALUE SPACES.
       01  Filter-To-Date               PIC X(8)   VALUE SPACES.
       01  From-Date-Num                PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num                  PIC 9(8)   VALUE 99999999.

       01  Variance-Table.
           02  Variance-Entry           OCCURS 50 TIMES.
               03  vrtSupplier-ID       PIC 9(4).
               03  vrtSupplier-Value    PIC 9(9)V99.
               03  vrtCharges           PIC 9(8)V99.
       01  Variance-Count               PIC 9(2)   VALUE ZEROS.
       01  Variance-Index               PIC 9(2)   VALUE ZEROS.
       01  Variance-Found-Switch        PIC X      VALUE "N".
           88  Found-Variance-Entry     VALUE "Y".

      * Lots already valued, so a second bill on the same delivery
      * adds its charges without adding the delivery again.
       01  Seen-Lot-Table.
           02  sltLotNo                 PIC 9(4)   OCCURS 500 TIMES.
       01  Seen-Lot-Count               PIC 9(3)   VALUE ZEROS.
       01  Seen-Lot-Index               PIC 9(3)   VALUE ZEROS.
       01  Seen-Lot-Switch              PIC X      VALUE "N".
           88  Lot-Already-Seen         VALUE "Y".

       01  Supplier-Name-Table.
           02  Supplier-Name-Entry      OCCURS 50 TIMES.
               03  sntSupplier-ID       PIC 9(4).
               03  sntName              PIC X(20).
       01  SupplierName-Count           PIC 9(2)   VALUE ZEROS.
       01  SupplierName-Index           PIC 9(2)   VALUE ZEROS.

       01  Records-Read                 PIC 9(5)   VALUE ZEROS.
       01  Line-Charges                 PIC 9(6)V99 VALUE ZEROS.
       01  Landed-Value                 PIC 9(9)V99 VALUE ZEROS.
       01  Variance-Pct                 PIC 9(3)V99 VALUE ZEROS.
       01  Total-Supplier-Value         PIC 9(9)V99 VALUE ZEROS.
       01  Total-Charges                PIC 9(9)V99 VALUE ZEROS.
       01  Total-Freight                PIC 9(9)V99 VALUE ZEROS.
       01  Total-Duty                   PIC 9(9)V99 VALUE ZEROS.
       01  Total-Handling               PIC 9(9)V99 VALUE ZEROS.

       01  Report-Header                PIC X(40)
           VALUE "AROMAMORA LANDED-COST VARIANCE".
       01  Report-Period-Line.
           02  FILLER                   PIC X(15)
               VALUE "RECEIVED FROM ".
           02  rplFrom-Date             PIC 9(8).
           02  FILLER                   PIC X(4)   VALUE " TO ".
           02  rplTo-Date               PIC 9(8).
       01  Report-LineBreak             PIC X(76) VALUE ALL "-".

       01  Report-Column-Titles.
           02  FILLER                   PIC X(6)   VALUE "SUPP".
           02  FILLER                   PIC X(20)  VALUE "NAME".
           02  FILLER                   PIC X(13)
               VALUE " SUPPLIER VAL".
           02  FILLER                   PIC X(13)
               VALUE "      CHARGES".
           02  FILLER                   PIC X(15)
               VALUE "   LANDED VALUE".
           02  FILLER                   PIC X(8)   VALUE "   VAR%".

       01  Report-Detail-Line.
           02  rdlSupplier-ID           PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlName                  PIC X(20).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlSupplier-Value        PIC $$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlCharges               PIC $$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlLanded-Value          PIC $$,$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlVariance-Pct          PIC ZZ9.99.

       01  Report-Total-Line.
           02  rtlLabel                 PIC X(30).
           02  rtlAmount                PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-DATE-RANGE
           OPEN INPUT LandedFile
           IF Landed-File-Status NOT = "00"
               DISPLAY "Error - unable to open LANDCOST.DAT, landed "
                   "costs are posted by LandedCostEntry"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SUPPLIER-NAMES
           READ LandedFile
               AT END SET EndOfLandedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLandedFile
               IF ldRecv-Date NUMERIC
                       AND ldRecv-Date >= From-Date-Num
                       AND ldRecv-Date <= To-Date-Num
                   PERFORM ACCUMULATE-CHARGE
               END-IF
               READ LandedFile
                   AT END SET EndOfLandedFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LandedFile
           PERFORM PRINT-REPORT
           DISPLAY "LandedVarRpt - " Records-Read " charge line(s) "
               "across " Variance-Count " supplier(s) on LANDVAR.RPT"
           GOBACK.

       GET-DATE-RANGE.
           DISPLAY "From receipt date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To receipt date (YYYYMMDD, blank for all)  : "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date NOT = SPACES
               MOVE Filter-From-Date TO From-Date-Num
           END-IF
           IF Filter-To-Date NOT = SPACES
               MOVE Filter-To-Date TO To-Date-Num
           END-IF.

       ACCUMULATE-CHARGE.
           ADD 1 TO Records-Read
           PERFORM FIND-OR-ADD-VARIANCE
           IF Variance-Index = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Line-Charges = ldFreight + ldDuty + ldHandling
           ADD Line-Charges TO vrtCharges (Variance-Index)
           ADD Line-Charges TO Total-Charges
           ADD ldFreight TO Total-Freight
           ADD ldDuty TO Total-Duty
           ADD ldHandling TO Total-Handling
           MOVE "N" TO Seen-Lot-Switch
           PERFORM VARYING Seen-Lot-Index FROM 1 BY 1
                   UNTIL Seen-Lot-Index > Seen-Lot-Count
               IF sltLotNo (Seen-Lot-Index) = ldLotNo
                   SET Lot-Already-Seen TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Lot-Already-Seen
               IF Seen-Lot-Count < 500
                   ADD 1 TO Seen-Lot-Count
                   MOVE ldLotNo TO sltLotNo (Seen-Lot-Count)
               END-IF
               COMPUTE vrtSupplier-Value (Variance-Index) =
                   vrtSupplier-Value (Variance-Index) +
                   ldQuantity * ldUnit-Cost
           END-IF.

       FIND-OR-ADD-VARIANCE.
           MOVE "N" TO Variance-Found-Switch
           PERFORM VARYING Variance-Index FROM 1 BY 1
                   UNTIL Variance-Index > Variance-Count
               IF vrtSupplier-ID (Variance-Index) = ldSupplier-ID
                   SET Found-Variance-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Variance-Entry
               IF Variance-Count < 50
                   ADD 1 TO Variance-Count
                   MOVE Variance-Count TO Variance-Index
                   MOVE ldSupplier-ID TO
                       vrtSupplier-ID (Variance-Index)
                   MOVE ZEROS TO vrtSupplier-Value (Variance-Index)
                   MOVE ZEROS TO vrtCharges (Variance-Index)
               ELSE
                   MOVE ZEROS TO Variance-Index
               END-IF
           END-IF.

       PRINT-REPORT.
           OPEN OUTPUT ReportFile
           WRITE Report-Line FROM Report-Header
           MOVE From-Date-Num TO rplFrom-Date
           MOVE To-Date-Num TO rplTo-Date
           WRITE Report-Line FROM Report-Period-Line
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Variance-Index FROM 1 BY 1
                   UNTIL Variance-Index > Variance-Count
               MOVE vrtSupplier-ID (Variance-Index) TO rdlSupplier-ID
               PERFORM LOOKUP-SUPPLIER-NAME
               MOVE vrtSupplier-Value (Variance-Index) TO
                   rdlSupplier-Value
               MOVE vrtCharges (Variance-Index) TO rdlCharges
               COMPUTE Landed-Value =
                   vrtSupplier-Value (Variance-Index) +
                   vrtCharges (Variance-Index)
               MOVE Landed-Value TO rdlLanded-Value
               IF vrtSupplier-Value (Variance-Index) > ZEROS
                   COMPUTE Variance-Pct ROUNDED =
                       vrtCharges (Variance-Index) * 100 /
                       vrtSupplier-Value (Variance-Index)
                       ON SIZE ERROR
                           MOVE 999.99 TO Variance-Pct
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO Variance-Pct
               END-IF
               MOVE Variance-Pct TO rdlVariance-Pct
               WRITE Report-Line FROM Report-Detail-Line
               ADD vrtSupplier-Value (Variance-Index) TO
                   Total-Supplier-Value
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE "SUPPLIER VALUE" TO rtlLabel
           MOVE Total-Supplier-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "  FREIGHT" TO rtlLabel
           MOVE Total-Freight TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "  IMPORT DUTY" TO rtlLabel
           MOVE Total-Duty TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "  HANDLING" TO rtlLabel
           MOVE Total-Handling TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           MOVE "TOTAL LANDED CHARGES" TO rtlLabel
           MOVE Total-Charges TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           COMPUTE Landed-Value = Total-Supplier-Value + Total-Charges
           MOVE "LANDED VALUE" TO rtlLabel
           MOVE Landed-Value TO rtlAmount
           WRITE Report-Line FROM Report-Total-Line
           CLOSE ReportFile.

       LOOKUP-SUPPLIER-NAME.
           MOVE "** UNKNOWN **" TO rdlName
           PERFORM VARYING SupplierName-Index FROM 1 BY 1
                   UNTIL SupplierName-Index > SupplierName-Count
               IF sntSupplier-ID (SupplierName-Index) =
                       vrtSupplier-ID (Variance-Index)
                   MOVE sntName (SupplierName-Index) TO rdlName
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SUPPLIER-NAMES.
           OPEN INPUT Supplier-File
           IF Supplier-File-Status = "00"
               READ Supplier-File
                   AT END SET EndOfSupplierFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSupplierFile
                   IF SupplierName-Count < 50
                       ADD 1 TO SupplierName-Count
                       MOVE suSupplier-ID TO
                           sntSupplier-ID (SupplierName-Count)
                       MOVE suSupplier-Name TO
                           sntName (SupplierName-Count)
                   END-IF
                   READ Supplier-File
                       AT END SET EndOfSupplierFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Supplier-File
           ELSE
               DISPLAY "Warning - SUPPLIER.DAT not found, suppliers "
                   "print unnamed - run SupplierMaint"
           END-IF.

       END PROGRAM LandedVarRpt.
