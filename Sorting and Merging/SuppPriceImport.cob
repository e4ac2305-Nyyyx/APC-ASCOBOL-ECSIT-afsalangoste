      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Import a supplier's price list into OILCOST.DAT with a
      *         review before anything changes, so a new list no
      *         longer has to be rekeyed through OilCostMaint.  The
      *         review pass reads the supplier's file - fixed format
      *         SUPPRICE.DAT (oil 2, size 1, cost 9(2)V99 - columns
      *         1-7) or SUPPRICE.CSV (oil,size,cost as 12.34) - and
      *         takes only the oils INVENTORY.DAT links to that
      *         supplier through ivSupplier-ID.  COSTREV.RPT shows
      *         old cost, new cost and the percentage change, flags
      *         a change beyond the tolerance keyed for the run, and
      *         lists the oils whose OILPRICE.DAT retail margin would
      *         fall below the target margin at the new cost.  The
      *         reviewed lines wait on COSTIMP.DAT; the approve pass
      *         applies them to OILCOST.DAT once the review has been
      *         agreed, flagged lines only when approved as well.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Applying the approved costs now revalues the
      *            stock on hand through CostReval, so the change
      *            reaches GLFEED.DAT as well as OILCOST.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppPriceImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Price-List-File ASSIGN TO DYNAMIC Price-List-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Price-List-File-Status.

       SELECT Cost-Import-File ASSIGN TO "COSTIMP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Cost-Import-File-Status.

       SELECT Oil-Cost-File ASSIGN TO "OILCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Cost-File-Status.

       SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Price-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT Review-File ASSIGN TO "COSTREV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Price-List-File.
       01  Price-List-Line              PIC X(80).
       01  Price-List-Fixed.
           02  plfOil-Number            PIC 99.
           02  plfUnit-Size             PIC 9.
           02  plfOil-Cost              PIC 9(2)V99.
           02  FILLER                   PIC X(73).

       FD  Cost-Import-File.
       01  Cost-Import-Rec.
           88  EndOfCostImportFile          VALUE HIGH-VALUES.
           02  ciImport-Date                PIC 9(8).
           02  ciSupplier-ID                PIC 9(4).
           02  ciOil-Number                 PIC 99.
           02  ciUnit-Size                  PIC 9.
           02  ciOld-Cost                   PIC 9(2)V99.
           02  ciNew-Cost                   PIC 9(2)V99.
           02  ciFlag                       PIC X.
               88  ciOver-Tolerance         VALUE "T".

       FD  Oil-Cost-File.
       01  Oil-Cost-Rec.
           88  EndOfOilCostFile             VALUE HIGH-VALUES.
           02  ocOil-Number                 PIC 99.
           02  ocUnit-Size                  PIC 9.
           02  ocOil-Cost                   PIC 9(2)V99.

       FD  Oil-Price-File.
       01  Oil-Price-Rec.
           88  EndOfOilPriceFile            VALUE HIGH-VALUES.
           02  opOil-Number                 PIC 99.
           02  opUnit-Size                  PIC 9.
           02  opOil-Price                  PIC 9(2)V99.
           02  opEffective-Date             PIC 9(8).

       FD  Inventory-File.
       COPY INVREC.

       FD  Supplier-File.
       01  Supplier-Rec.
           88  EndOfSupplierFile            VALUE HIGH-VALUES.
           02  suSupplier-ID                PIC 9(4).
           02  suSupplier-Name              PIC X(20).
           02  suSupplier-Address           PIC X(30).
           02  suSupplier-Phone             PIC X(12).

       FD  Oil-Master-File.
       COPY OILMREC.

       FD  Review-File.
       01  Review-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Price-List-File-Status       PIC XX.
       01  Cost-Import-File-Status      PIC XX.
       01  Oil-Cost-File-Status         PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Supplier-File-Status         PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Price-List-Name              PIC X(12).

       01  Run-Date                     PIC 9(8).

       01  Oils-Table.
           02  Oil-Entry                OCCURS 30 TIMES.
               03  OIL-COST             PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
       01  Oil-Price-Table.
           02  Oil-Price-Entry          OCCURS 30 TIMES.
               03  OIL-PRICE            PIC 99V99 OCCURS 9 TIMES
                                         VALUE ZEROS.
       01  Oil-Supplier-Table.
           02  Oil-Supplier-ID          PIC 9(4)   OCCURS 30 TIMES
                                                   VALUE ZEROS.
       01  Oil-Name-Table.
           02  Oil-Name-Entry           PIC X(20)  OCCURS 30 TIMES
                                                   VALUE SPACES.
       01  Oil-Index                    PIC 99.
       01  Size-Index                   PIC 9.

      * The reviewed lines, as read back from or written to
      * COSTIMP.DAT.
       01  Import-Table.
           02  Import-Entry             OCCURS 270 TIMES.
               03  imtOil-Number        PIC 99.
               03  imtUnit-Size         PIC 9.
               03  imtOld-Cost          PIC 9(2)V99.
               03  imtNew-Cost          PIC 9(2)V99.
               03  imtFlag              PIC X.
       01  Import-Count                 PIC 9(3)   VALUE ZEROS.
       01  Import-Index                 PIC 9(3)   VALUE ZEROS.
       01  Import-Supplier-ID           PIC 9(4)   VALUE ZEROS.
       01  Import-Date                  PIC 9(8)   VALUE ZEROS.

       01  Menu-Choice                  PIC X      VALUE SPACE.
           88  Review-Import            VALUE "R", "r".
           88  Approve-Import           VALUE "A", "a".
           88  Quit-Import              VALUE "Q", "q".
       01  Entry-Supplier-ID            PIC 9(4).
       01  Entry-Format                 PIC X.
           88  Fixed-Format             VALUE "F", "f".
           88  Csv-Format               VALUE "C", "c".
       01  Entry-Tolerance              PIC 9(3)V9.
       01  Entry-Target-Margin          PIC 99V9.
       01  Answer                       PIC X      VALUE "N".
           88  Answer-Yes               VALUE "Y", "y".

      * Stock revaluation around the change, through CostReval.
       COPY REVALCHK.
       01  Supplier-Name                PIC X(20)  VALUE SPACES.
       01  Supplier-Found-Switch        PIC X      VALUE "N".
           88  Supplier-Found           VALUE "Y".
       01  End-Of-Price-List-Switch     PIC X      VALUE "N".
           88  End-Of-Price-List        VALUE "Y".

      * One supplier line, parsed.
       01  Line-Oil-Number              PIC 99.
       01  Line-Unit-Size               PIC 9.
       01  Line-Cost                    PIC 9(2)V99.
       01  Line-Valid-Switch            PIC X      VALUE "N".
           88  Line-Valid               VALUE "Y".
       01  Csv-Field-Table.
           02  Csv-Field                PIC X(10)  OCCURS 3 TIMES.
       01  Csv-Whole                    PIC X(10).
       01  Csv-Fraction                 PIC X(10).
       01  Field-Length                 PIC 99.
       01  Whole-Number                 PIC 99.
       01  Fraction-Number              PIC 99.

       01  Lines-Read                   PIC 9(5)   VALUE ZEROS.
       01  Lines-Rejected               PIC 9(5)   VALUE ZEROS.
       01  Lines-Flagged                PIC 9(3)   VALUE ZEROS.
       01  Lines-Applied                PIC 9(3)   VALUE ZEROS.
       01  Lines-Skipped                PIC 9(3)   VALUE ZEROS.
       01  Margin-Count                 PIC 9(3)   VALUE ZEROS.
       01  Pct-Change                   PIC S9(5)V9 VALUE ZEROS.
       01  Old-Margin-Pct               PIC S9(5)V9 VALUE ZEROS.
       01  New-Margin-Pct               PIC S9(5)V9 VALUE ZEROS.
       01  Apply-Flagged-Switch         PIC X      VALUE "N".
           88  Apply-Flagged            VALUE "Y".

      * The cost-change review (COSTREV.RPT).
       01  Review-Header-Line.
           02  FILLER                   PIC X(32)
               VALUE "AROMAMORA SUPPLIER COST REVIEW  ".
           02  FILLER                   PIC X(9)   VALUE "SUPPLIER ".
           02  rhlSupplier-ID           PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rhlSupplier-Name         PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rhlDate                  PIC 9(8).
       01  Review-Parm-Line.
           02  FILLER                   PIC X(17)
               VALUE "FLAG CHANGES OVER".
           02  rplTolerance             PIC ZZ9.9.
           02  FILLER                   PIC X(24)
               VALUE "%   TARGET RETAIL MARGIN".
           02  rplTarget                PIC Z9.9.
           02  FILLER                   PIC X      VALUE "%".
       01  Review-Column-Line.
           02  FILLER                   PIC X(28)  VALUE "OIL".
           02  FILLER                   PIC X(36)  VALUE
               "SZ  OLD COST  NEW COST   CHANGE %".
       01  Review-Detail-Line.
           02  rdlOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlOil-Name              PIC X(20).
           02  FILLER                   PIC X(5)   VALUE SPACES.
           02  rdlUnit-Size             PIC 9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlOld-Cost              PIC $$9.99.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  rdlNew-Cost              PIC $$9.99.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlPct-Change            PIC -ZZZZ9.9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlFlag                  PIC X(17).
       01  Margin-Title-Line            PIC X(60)  VALUE
           "RETAIL MARGIN BELOW TARGET AT THE NEW COST".
       01  Margin-Column-Line.
           02  FILLER                   PIC X(28)  VALUE "OIL".
           02  FILLER                   PIC X(46)  VALUE
               "SZ     PRICE  NEW COST  OLD MGN %  NEW MGN %".
       01  Margin-Detail-Line.
           02  mdlOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  mdlOil-Name              PIC X(20).
           02  FILLER                   PIC X(5)   VALUE SPACES.
           02  mdlUnit-Size             PIC 9.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  mdlPrice                 PIC $$9.99.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  mdlNew-Cost              PIC $$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  mdlOld-Margin            PIC -ZZZZ9.9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  mdlNew-Margin            PIC -ZZZZ9.9.
       01  Review-Count-Line.
           02  rclLabel                 PIC X(40).
           02  rclCount                 PIC ZZ,ZZ9.
       01  Review-LineBreak             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           DISPLAY "SuppPriceImport - supplier price-list import"
           PERFORM UNTIL Quit-Import
               DISPLAY "(R)eview a supplier price list, (A)pprove the "
                   "reviewed costs, (Q)uit: " WITH NO ADVANCING
               ACCEPT Menu-Choice
               EVALUATE TRUE
                   WHEN Review-Import
                       PERFORM REVIEW-PRICE-LIST
                   WHEN Approve-Import
                       PERFORM APPROVE-COST-CHANGES
                   WHEN Quit-Import
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choose R, A or Q."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Read the supplier's list against the current costs, print
      * the review and leave the lines waiting on COSTIMP.DAT.
       REVIEW-PRICE-LIST.
           DISPLAY "Supplier-ID                       : "
               WITH NO ADVANCING
           ACCEPT Entry-Supplier-ID
           PERFORM FIND-SUPPLIER
           IF NOT Supplier-Found
               DISPLAY "Error - supplier " Entry-Supplier-ID
                   " is not on SUPPLIER.DAT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Price file (F)ixed SUPPRICE.DAT or (C)SV "
               "SUPPRICE.CSV: " WITH NO ADVANCING
           ACCEPT Entry-Format
           EVALUATE TRUE
               WHEN Fixed-Format
                   MOVE "SUPPRICE.DAT" TO Price-List-Name
               WHEN Csv-Format
                   MOVE "SUPPRICE.CSV" TO Price-List-Name
               WHEN OTHER
                   DISPLAY "Format must be F or C, nothing imported."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Flag changes over what % (e.g. 010.0): "
               WITH NO ADVANCING
           ACCEPT Entry-Tolerance
           DISPLAY "Target retail margin % (e.g. 40.0)   : "
               WITH NO ADVANCING
           ACCEPT Entry-Target-Margin

           PERFORM LOAD-PENDING-IMPORT
           IF Import-Count > ZEROS
               DISPLAY "Warning - " Import-Count " line(s) from "
                   "supplier " Import-Supplier-ID " reviewed on "
                   Import-Date " are still waiting for approval"
               DISPLAY "Replace them with this review (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT Answer
               IF NOT Answer-Yes
                   DISPLAY "Nothing imported."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-MASTERS
           MOVE ZEROS TO Import-Count Lines-Read Lines-Rejected
           MOVE ZEROS TO Lines-Flagged
           OPEN INPUT Price-List-File
           IF Price-List-File-Status NOT = "00"
               DISPLAY "Error - unable to open " Price-List-Name
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO End-Of-Price-List-Switch
           READ Price-List-File
               AT END SET End-Of-Price-List TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Price-List
               IF Price-List-Line NOT = SPACES
                   ADD 1 TO Lines-Read
                   PERFORM REVIEW-ONE-LINE
               END-IF
               READ Price-List-File
                   AT END SET End-Of-Price-List TO TRUE
               END-READ
           END-PERFORM
           CLOSE Price-List-File

           MOVE Entry-Supplier-ID TO Import-Supplier-ID
           MOVE Run-Date TO Import-Date
           PERFORM PRINT-REVIEW
           PERFORM SAVE-PENDING-IMPORT
           DISPLAY "SuppPriceImport - " Lines-Read " line(s) read, "
               Import-Count " cost change(s) waiting for approval, "
               Lines-Flagged " flagged, " Lines-Rejected " rejected"
           DISPLAY "Review COSTREV.RPT, then choose A to apply.".

       REVIEW-ONE-LINE.
           IF Fixed-Format
               PERFORM PARSE-FIXED-LINE
           ELSE
               PERFORM PARSE-CSV-LINE
           END-IF
           IF NOT Line-Valid
               ADD 1 TO Lines-Rejected
               EXIT PARAGRAPH
           END-IF
           IF Oil-Supplier-ID (Line-Oil-Number) NOT = Entry-Supplier-ID
               DISPLAY "Error - line " Lines-Read ": oil "
                   Line-Oil-Number " is not supplied by "
                   Entry-Supplier-ID " on INVENTORY.DAT, skipped"
               ADD 1 TO Lines-Rejected
               EXIT PARAGRAPH
           END-IF
           IF Line-Cost = OIL-COST (Line-Oil-Number, Line-Unit-Size)
               EXIT PARAGRAPH
           END-IF
           IF Import-Count >= 270
               DISPLAY "Error - line " Lines-Read ": the import table "
                   "is full, skipped"
               ADD 1 TO Lines-Rejected
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Import-Count
           MOVE Line-Oil-Number TO imtOil-Number (Import-Count)
           MOVE Line-Unit-Size TO imtUnit-Size (Import-Count)
           MOVE OIL-COST (Line-Oil-Number, Line-Unit-Size) TO
               imtOld-Cost (Import-Count)
           MOVE Line-Cost TO imtNew-Cost (Import-Count)
           MOVE SPACE TO imtFlag (Import-Count)
           IF imtOld-Cost (Import-Count) > ZEROS
               COMPUTE Pct-Change ROUNDED =
                   (Line-Cost - imtOld-Cost (Import-Count)) * 100
                   / imtOld-Cost (Import-Count)
               IF Pct-Change > Entry-Tolerance
                       OR Pct-Change < ZEROS - Entry-Tolerance
                   MOVE "T" TO imtFlag (Import-Count)
                   ADD 1 TO Lines-Flagged
               END-IF
           END-IF.

       PARSE-FIXED-LINE.
           MOVE "N" TO Line-Valid-Switch
           IF plfOil-Number NOT NUMERIC OR plfUnit-Size NOT NUMERIC
                   OR plfOil-Cost NOT NUMERIC
               DISPLAY "Error - line " Lines-Read " is not numeric in "
                   "columns 1-7, skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE plfOil-Number TO Line-Oil-Number
           MOVE plfUnit-Size TO Line-Unit-Size
           MOVE plfOil-Cost TO Line-Cost
           PERFORM CHECK-LINE-RANGE.

      * CSV columns are oil,size,cost - the cost with or without its
      * pence after a decimal point.
       PARSE-CSV-LINE.
           MOVE "N" TO Line-Valid-Switch
           MOVE SPACES TO Csv-Field-Table
           UNSTRING Price-List-Line DELIMITED BY ","
               INTO Csv-Field (1) Csv-Field (2) Csv-Field (3)
           MOVE ZEROS TO Field-Length
           INSPECT Csv-Field (1) TALLYING Field-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF Field-Length = ZEROS OR Field-Length > 2
               DISPLAY "Error - line " Lines-Read " oil number is "
                   "missing or too long, skipped"
               EXIT PARAGRAPH
           END-IF
           IF Csv-Field (1) (1:Field-Length) NOT NUMERIC
               DISPLAY "Error - line " Lines-Read " oil number is "
                   "not numeric, skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE Csv-Field (1) (1:Field-Length) TO Line-Oil-Number
           IF Csv-Field (2) (1:1) NOT NUMERIC
                   OR Csv-Field (2) (2:1) NOT = SPACE
               DISPLAY "Error - line " Lines-Read " unit size must "
                   "be one digit, skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE Csv-Field (2) (1:1) TO Line-Unit-Size
           MOVE SPACES TO Csv-Whole Csv-Fraction
           UNSTRING Csv-Field (3) DELIMITED BY "."
               INTO Csv-Whole Csv-Fraction
           MOVE ZEROS TO Field-Length
           INSPECT Csv-Whole TALLYING Field-Length
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF Field-Length = ZEROS OR Field-Length > 2
               DISPLAY "Error - line " Lines-Read " cost is missing "
                   "or over 99.99, skipped"
               EXIT PARAGRAPH
           END-IF
           IF Csv-Whole (1:Field-Length) NOT NUMERIC
               DISPLAY "Error - line " Lines-Read " cost is not "
                   "numeric, skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE Csv-Whole (1:Field-Length) TO Whole-Number
           IF Csv-Fraction (1:1) = SPACE
               MOVE "00" TO Csv-Fraction
           END-IF
           IF Csv-Fraction (2:1) = SPACE
               MOVE "0" TO Csv-Fraction (2:1)
           END-IF
           IF Csv-Fraction (1:2) NOT NUMERIC
                   OR Csv-Fraction (3:1) NOT = SPACE
               DISPLAY "Error - line " Lines-Read " cost pence are "
                   "not two digits, skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE Csv-Fraction (1:2) TO Fraction-Number
           COMPUTE Line-Cost = Whole-Number + Fraction-Number / 100
           PERFORM CHECK-LINE-RANGE.

       CHECK-LINE-RANGE.
           IF Line-Oil-Number = ZEROS OR Line-Oil-Number > 30
               DISPLAY "Error - line " Lines-Read " oil "
                   Line-Oil-Number " is not 01-30, skipped"
               EXIT PARAGRAPH
           END-IF
           IF Line-Unit-Size = ZEROS
               DISPLAY "Error - line " Lines-Read " unit size must "
                   "be 1-9, skipped"
               EXIT PARAGRAPH
           END-IF
           IF Line-Cost = ZEROS
               DISPLAY "Error - line " Lines-Read " has a zero cost, "
                   "skipped"
               EXIT PARAGRAPH
           END-IF
           SET Line-Valid TO TRUE.

       PRINT-REVIEW.
           OPEN OUTPUT Review-File
           MOVE Entry-Supplier-ID TO rhlSupplier-ID
           MOVE Supplier-Name TO rhlSupplier-Name
           MOVE Run-Date TO rhlDate
           WRITE Review-Line FROM Review-Header-Line
           MOVE Entry-Tolerance TO rplTolerance
           MOVE Entry-Target-Margin TO rplTarget
           WRITE Review-Line FROM Review-Parm-Line
           WRITE Review-Line FROM Review-LineBreak
           WRITE Review-Line FROM Review-Column-Line
           PERFORM VARYING Import-Index FROM 1 BY 1
                   UNTIL Import-Index > Import-Count
               MOVE imtOil-Number (Import-Index) TO rdlOil-Number
               MOVE Oil-Name-Entry (imtOil-Number (Import-Index)) TO
                   rdlOil-Name
               MOVE imtUnit-Size (Import-Index) TO rdlUnit-Size
               MOVE imtOld-Cost (Import-Index) TO rdlOld-Cost
               MOVE imtNew-Cost (Import-Index) TO rdlNew-Cost
               IF imtOld-Cost (Import-Index) > ZEROS
                   COMPUTE Pct-Change ROUNDED =
                       (imtNew-Cost (Import-Index)
                        - imtOld-Cost (Import-Index)) * 100
                       / imtOld-Cost (Import-Index)
                   MOVE Pct-Change TO rdlPct-Change
                   IF imtFlag (Import-Index) = "T"
                       MOVE "** OVER TOLERANCE" TO rdlFlag
                   ELSE
                       MOVE SPACES TO rdlFlag
                   END-IF
               ELSE
                   MOVE ZEROS TO rdlPct-Change
                   MOVE "NEW COST" TO rdlFlag
               END-IF
               WRITE Review-Line FROM Review-Detail-Line
           END-PERFORM
           WRITE Review-Line FROM Review-LineBreak
           MOVE "LINES READ" TO rclLabel
           MOVE Lines-Read TO rclCount
           WRITE Review-Line FROM Review-Count-Line
           MOVE "COST CHANGES FOR APPROVAL" TO rclLabel
           MOVE Import-Count TO rclCount
           WRITE Review-Line FROM Review-Count-Line
           MOVE "FLAGGED OVER TOLERANCE" TO rclLabel
           MOVE Lines-Flagged TO rclCount
           WRITE Review-Line FROM Review-Count-Line
           MOVE "LINES REJECTED (SEE THE RUN LOG)" TO rclLabel
           MOVE Lines-Rejected TO rclCount
           WRITE Review-Line FROM Review-Count-Line

           MOVE SPACES TO Review-Line
           WRITE Review-Line
           WRITE Review-Line FROM Margin-Title-Line
           WRITE Review-Line FROM Review-LineBreak
           WRITE Review-Line FROM Margin-Column-Line
           MOVE ZEROS TO Margin-Count
           PERFORM VARYING Import-Index FROM 1 BY 1
                   UNTIL Import-Index > Import-Count
               PERFORM CHECK-MARGIN-LINE
           END-PERFORM
           WRITE Review-Line FROM Review-LineBreak
           MOVE "OILS BELOW TARGET MARGIN" TO rclLabel
           MOVE Margin-Count TO rclCount
           WRITE Review-Line FROM Review-Count-Line
           CLOSE Review-File.

      * An oil with no retail price on OILPRICE.DAT has no margin to
      * fall, so it is left off the list.
       CHECK-MARGIN-LINE.
           MOVE imtOil-Number (Import-Index) TO Oil-Index
           MOVE imtUnit-Size (Import-Index) TO Size-Index
           IF OIL-PRICE (Oil-Index, Size-Index) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE New-Margin-Pct ROUNDED =
               (OIL-PRICE (Oil-Index, Size-Index)
                - imtNew-Cost (Import-Index)) * 100
               / OIL-PRICE (Oil-Index, Size-Index)
           IF New-Margin-Pct NOT < Entry-Target-Margin
               EXIT PARAGRAPH
           END-IF
           COMPUTE Old-Margin-Pct ROUNDED =
               (OIL-PRICE (Oil-Index, Size-Index)
                - imtOld-Cost (Import-Index)) * 100
               / OIL-PRICE (Oil-Index, Size-Index)
           ADD 1 TO Margin-Count
           MOVE Oil-Index TO mdlOil-Number
           MOVE Oil-Name-Entry (Oil-Index) TO mdlOil-Name
           MOVE Size-Index TO mdlUnit-Size
           MOVE OIL-PRICE (Oil-Index, Size-Index) TO mdlPrice
           MOVE imtNew-Cost (Import-Index) TO mdlNew-Cost
           MOVE Old-Margin-Pct TO mdlOld-Margin
           MOVE New-Margin-Pct TO mdlNew-Margin
           WRITE Review-Line FROM Margin-Detail-Line.

      * Apply the reviewed lines.  A line whose cost has been changed
      * by hand since the review no longer matches its old cost and
      * is left for a fresh review.
       APPROVE-COST-CHANGES.
           PERFORM LOAD-PENDING-IMPORT
           IF Import-Count = ZEROS
               DISPLAY "No reviewed cost changes are waiting on "
                   "COSTIMP.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Lines-Flagged
           PERFORM VARYING Import-Index FROM 1 BY 1
                   UNTIL Import-Index > Import-Count
               IF imtFlag (Import-Index) = "T"
                   ADD 1 TO Lines-Flagged
               END-IF
           END-PERFORM
           DISPLAY Import-Count " cost change(s) from supplier "
               Import-Supplier-ID " reviewed on " Import-Date
               " (COSTREV.RPT), " Lines-Flagged " over tolerance"
           DISPLAY "Approve and apply them to OILCOST.DAT (Y/N)? "
               WITH NO ADVANCING
           ACCEPT Answer
           IF NOT Answer-Yes
               DISPLAY "Nothing applied; the review is still waiting."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Apply-Flagged-Switch
           IF Lines-Flagged > ZEROS
               DISPLAY "Apply the " Lines-Flagged " flagged line(s) "
                   "as well (Y/N)? " WITH NO ADVANCING
               ACCEPT Answer
               IF Answer-Yes
                   SET Apply-Flagged TO TRUE
               END-IF
           END-IF

           SET rvSet-Baseline TO TRUE
           CALL "CostReval" USING Cost-Reval-Area
           PERFORM LOAD-OIL-COSTS
           MOVE ZEROS TO Lines-Applied Lines-Skipped
           PERFORM VARYING Import-Index FROM 1 BY 1
                   UNTIL Import-Index > Import-Count
               MOVE imtOil-Number (Import-Index) TO Oil-Index
               MOVE imtUnit-Size (Import-Index) TO Size-Index
               EVALUATE TRUE
                   WHEN imtFlag (Import-Index) = "T"
                           AND NOT Apply-Flagged
                       ADD 1 TO Lines-Skipped
                   WHEN OIL-COST (Oil-Index, Size-Index)
                           NOT = imtOld-Cost (Import-Index)
                       DISPLAY "Warning - oil " Oil-Index " size "
                           Size-Index " cost changed since the "
                           "review, not applied"
                       ADD 1 TO Lines-Skipped
                   WHEN OTHER
                       MOVE imtNew-Cost (Import-Index) TO
                           OIL-COST (Oil-Index, Size-Index)
                       ADD 1 TO Lines-Applied
               END-EVALUATE
           END-PERFORM
           IF Lines-Applied > ZEROS
               PERFORM SAVE-OIL-COSTS
               SET rvRevalue TO TRUE
               CALL "CostReval" USING Cost-Reval-Area
           END-IF
           MOVE ZEROS TO Import-Count
           PERFORM SAVE-PENDING-IMPORT
           DISPLAY "SuppPriceImport - " Lines-Applied " cost(s) "
               "applied to OILCOST.DAT, " Lines-Skipped " not applied".

       LOAD-PENDING-IMPORT.
           MOVE ZEROS TO Import-Count
           OPEN INPUT Cost-Import-File
           IF Cost-Import-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Cost-Import-File
               AT END SET EndOfCostImportFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCostImportFile
               IF Import-Count < 270
                   ADD 1 TO Import-Count
                   MOVE ciImport-Date TO Import-Date
                   MOVE ciSupplier-ID TO Import-Supplier-ID
                   MOVE ciOil-Number TO imtOil-Number (Import-Count)
                   MOVE ciUnit-Size TO imtUnit-Size (Import-Count)
                   MOVE ciOld-Cost TO imtOld-Cost (Import-Count)
                   MOVE ciNew-Cost TO imtNew-Cost (Import-Count)
                   MOVE ciFlag TO imtFlag (Import-Count)
               END-IF
               READ Cost-Import-File
                   AT END SET EndOfCostImportFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Cost-Import-File.

       SAVE-PENDING-IMPORT.
           OPEN OUTPUT Cost-Import-File
           PERFORM VARYING Import-Index FROM 1 BY 1
                   UNTIL Import-Index > Import-Count
               MOVE Import-Date TO ciImport-Date
               MOVE Import-Supplier-ID TO ciSupplier-ID
               MOVE imtOil-Number (Import-Index) TO ciOil-Number
               MOVE imtUnit-Size (Import-Index) TO ciUnit-Size
               MOVE imtOld-Cost (Import-Index) TO ciOld-Cost
               MOVE imtNew-Cost (Import-Index) TO ciNew-Cost
               MOVE imtFlag (Import-Index) TO ciFlag
               WRITE Cost-Import-Rec
           END-PERFORM
           CLOSE Cost-Import-File.

       FIND-SUPPLIER.
           MOVE "N" TO Supplier-Found-Switch
           MOVE SPACES TO Supplier-Name
           OPEN INPUT Supplier-File
           IF Supplier-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Supplier-File
               AT END SET EndOfSupplierFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSupplierFile
               IF suSupplier-ID = Entry-Supplier-ID
                   SET Supplier-Found TO TRUE
                   MOVE suSupplier-Name TO Supplier-Name
               END-IF
               READ Supplier-File
                   AT END SET EndOfSupplierFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Supplier-File.

       LOAD-MASTERS.
           PERFORM LOAD-OIL-COSTS
           INITIALIZE Oil-Price-Table
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status = "00"
               READ Oil-Price-File
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilPriceFile
                   IF opOil-Number > 0 AND opOil-Number <= 30
                           AND opUnit-Size > 0 AND opUnit-Size <= 9
                           AND (opEffective-Date NOT NUMERIC
                               OR opEffective-Date <= Run-Date)
                       MOVE opOil-Price TO
                           OIL-PRICE (opOil-Number, opUnit-Size)
                   END-IF
                   READ Oil-Price-File
                       AT END SET EndOfOilPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Price-File
           ELSE
               DISPLAY "Warning - OILPRICE.DAT not found, no margin "
                   "check"
           END-IF
           INITIALIZE Oil-Supplier-Table
           OPEN INPUT Inventory-File
           IF Inventory-File-Status = "00"
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInventoryFile
                   IF ivOil-Number > 0 AND ivOil-Number <= 30
                           AND ivSupplier-ID NUMERIC
                       MOVE ivSupplier-ID TO
                           Oil-Supplier-ID (ivOil-Number)
                   END-IF
                   READ Inventory-File
                       AT END SET EndOfInventoryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Inventory-File
           ELSE
               DISPLAY "Warning - INVENTORY.DAT not found, no oil is "
                   "linked to a supplier"
           END-IF
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omName TO Oil-Name-Entry (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

       LOAD-OIL-COSTS.
           INITIALIZE Oils-Table
           OPEN INPUT Oil-Cost-File
           IF Oil-Cost-File-Status = "00"
               READ Oil-Cost-File
                   AT END SET EndOfOilCostFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilCostFile
                   IF ocOil-Number > 0 AND ocOil-Number <= 30
                           AND ocUnit-Size > 0 AND ocUnit-Size <= 9
                       MOVE ocOil-Cost TO
                           OIL-COST (ocOil-Number, ocUnit-Size)
                   END-IF
                   READ Oil-Cost-File
                       AT END SET EndOfOilCostFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Cost-File
           END-IF.

       SAVE-OIL-COSTS.
           OPEN OUTPUT Oil-Cost-File
           PERFORM VARYING Oil-Index FROM 1 BY 1
                   UNTIL Oil-Index > 30
               PERFORM VARYING Size-Index FROM 1 BY 1
                       UNTIL Size-Index > 9
                   MOVE Oil-Index TO ocOil-Number
                   MOVE Size-Index TO ocUnit-Size
                   MOVE OIL-COST (Oil-Index, Size-Index) TO ocOil-Cost
                   WRITE Oil-Cost-Rec
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Cost-File.

       END PROGRAM SuppPriceImport.
