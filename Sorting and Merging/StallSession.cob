      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Open and settle a market-stall day.  Opening the day
      *         records the float taken out and loads stock into the
      *         van - each load is moved from ivQty-Shop to
      *         ivQty-Stall and logged on XFERS.DAT the way
      *         StockTransfer logs a move - with the session kept on
      *         STALLDAY.DAT (STALLREC).  Closing the day counts the
      *         stock that came back (moved back to the shop), the
      *         cash in the tin and the card takings, and sets them
      *         against the day's stall lines (sfLocation "M") on
      *         SALES.DAT, or on the day's SALES.BAK once SalesDayEnd
      *         has archived it.  STALLSET.RPT, the settlement sheet,
      *         shows the cash over or short and, oil by oil, the
      *         stock neither sold nor brought back.  Stall sales
      *         taken on account are shown but are not expected in
      *         the tin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StallSession.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Stall-Day-File ASSIGN TO "STALLDAY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Stall-Day-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Inventory-File-Status.

       SELECT TransferFile ASSIGN TO "XFERS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Transfer-File-Status.

       SELECT Sales-File ASSIGN TO DYNAMIC Sales-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Price-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT Settlement-File ASSIGN TO "STALLSET.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Settlement-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stall-Day-File.
       COPY STALLREC.

       FD  Inventory-File.
       COPY INVREC.

       FD  TransferFile.
       01  Transfer-Record.
           02  xfDate                   PIC 9(8).
           02  xfOil-Number             PIC 99.
           02  xfQuantity               PIC 9(6).
           02  xfFrom                   PIC X.
           02  xfTo                     PIC X.

       FD  Sales-File.
       COPY SALESREC.

       FD  Oil-Price-File.
       01  Oil-Price-Rec.
           88  EndOfOilPriceFile            VALUE HIGH-VALUES.
           02  opOil-Number                 PIC 99.
           02  opUnit-Size                  PIC 9.
           02  opOil-Price                  PIC 9(2)V99.
           02  opEffective-Date             PIC 9(8).

       FD  Oil-Master-File.
       COPY OILMREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD  Settlement-File.
       01  Settlement-Print-Line        PIC X(80).

       WORKING-STORAGE SECTION.
       01  Stall-Day-File-Status        PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Transfer-File-Status         PIC XX.
       01  Sales-File-Status            PIC XX.
       01  Oil-Price-File-Status        PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Settlement-File-Status       PIC XX.
       01  Sales-File-Name              PIC X(24).

       01  Run-Date                     PIC 9(8).
       01  Stall-Date                   PIC 9(8).

      * STALLDAY.DAT, held whole and written back after a change.
       01  Stall-Day-Table.
           02  Stall-Day-Entry          OCCURS 1000 TIMES.
               03  sdtDate              PIC 9(8).
               03  sdtRec-Type          PIC X.
               03  sdtStatus            PIC X.
               03  sdtOil-Number        PIC 99.
               03  sdtOpening           PIC 9(6).
               03  sdtLoaded            PIC 9(6).
               03  sdtReturned          PIC 9(6).
               03  sdtFloat             PIC 9(5)V99.
               03  sdtCash-Counted      PIC 9(6)V99.
               03  sdtCard-Takings      PIC 9(6)V99.
       01  Stall-Day-Count              PIC 9(4)   VALUE ZEROS.
       01  Stall-Day-Index              PIC 9(4)   VALUE ZEROS.
       01  Header-Index                 PIC 9(4)   VALUE ZEROS.
       01  Stall-Day-Overflow-Switch    PIC X      VALUE "N".
           88  Stall-Day-Overflow       VALUE "Y".

       01  Inventory-Table.
           02  Inv-Entry                OCCURS 30 TIMES.
               03  invQuantity-On-Hand  PIC 9(6)   VALUE ZEROS.
               03  invReorder-Point     PIC 9(6)   VALUE ZEROS.
               03  invTarget-Level      PIC 9(6)   VALUE ZEROS.
               03  invSupplier-ID       PIC 9(4)   VALUE ZEROS.
               03  invQty-Shop          PIC 9(6)   VALUE ZEROS.
               03  invQty-Stall         PIC 9(6)   VALUE ZEROS.
               03  invAbc-Class         PIC X      VALUE SPACE.
       01  Table-Index                  PIC 99.

      * The day's stock, oil by oil: what went out, what the stall
      * sold (net of returns) and what came back.
       01  Stall-Stock-Table.
           02  Stall-Stock-Entry        OCCURS 30 TIMES.
               03  sstOpening           PIC 9(6)   VALUE ZEROS.
               03  sstLoaded            PIC 9(6)   VALUE ZEROS.
               03  sstSold              PIC S9(6)  VALUE ZEROS.
               03  sstReturned          PIC 9(6)   VALUE ZEROS.
               03  sstLine-Index        PIC 9(4)   VALUE ZEROS.
       01  Unaccounted-Units            PIC S9(6)  VALUE ZEROS.
       01  Total-Unaccounted            PIC S9(7)  VALUE ZEROS.

       01  Oil-Name-Table.
           02  Oil-Name-Entry           PIC X(20)  OCCURS 30 TIMES
                                                   VALUE SPACES.

       01  Oil-Price-Table.
           02  Oil-Price-Entry          OCCURS 30 TIMES.
               03  OIL-PRICE            PIC 9(2)V99 OCCURS 9 TIMES
                                                    VALUE ZEROS.

       01  Entry-Oil-Number             PIC 99.
       01  Entry-Quantity               PIC 9(6).
       01  Entry-Float                  PIC 9(5)V99.
       01  Entry-Cash-Counted           PIC 9(6)V99.
       01  Entry-Card-Takings           PIC 9(6)V99.
       01  Entry-Stall-Date             PIC 9(8).
       01  Menu-Choice                  PIC X      VALUE SPACE.
           88  Open-Day                 VALUE "O", "o".
           88  Close-Day                VALUE "C", "c".
           88  Quit-Session             VALUE "Q", "q".
       01  More-Loads-Switch            PIC X      VALUE "Y".
           88  More-Loads               VALUE "Y".
       01  Moved-Count                  PIC 9(3)   VALUE ZEROS.

      * The day's takings as SALES.DAT records them.
       01  Sales-Read-Count             PIC 9(7)   VALUE ZEROS.
       01  Sales-Trusted-Switch         PIC X      VALUE "Y".
           88  Sales-Trusted            VALUE "Y".
       01  Stall-Lines-Found            PIC 9(5)   VALUE ZEROS.
       01  Unpriced-Lines               PIC 9(5)   VALUE ZEROS.
       01  Line-Value                   PIC 9(7)V99 VALUE ZEROS.
       01  Expected-Takings             PIC S9(7)V99 VALUE ZEROS.
       01  Account-Takings              PIC S9(7)V99 VALUE ZEROS.
       01  Cash-Banked                  PIC S9(7)V99 VALUE ZEROS.
       01  Takings-Counted              PIC S9(7)V99 VALUE ZEROS.
       01  Over-Short                   PIC S9(7)V99 VALUE ZEROS.

      * Batch header/trailer control records on SALES.DAT, shared
      * with the readers via SALESCTL.
       COPY SALESCTL.

      * The settlement sheet (STALLSET.RPT), one per stall day.
       01  Settle-Header-Line.
           02  FILLER                   PIC X(35)
               VALUE "AROMAMORA MARKET STALL SETTLEMENT  ".
           02  FILLER                   PIC X(4)   VALUE "DAY ".
           02  shlStall-Date            PIC 9(8).
           02  FILLER                   PIC X(11)  VALUE "  SETTLED ".
           02  shlRun-Date              PIC 9(8).
       01  Settle-Column-Line.
           02  FILLER                   PIC X(23)  VALUE "OIL".
           02  FILLER                   PIC X(41)  VALUE
               "OPENING  LOADED    SOLD  RETURNED UNACCTD".
       01  Settle-Stock-Line.
           02  sslOil-Number            PIC 99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslOil-Name              PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslOpening               PIC ZZZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sslLoaded                PIC ZZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslSold                  PIC -ZZZZZ9.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  sslReturned              PIC ZZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslUnaccounted           PIC -ZZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sslFlag                  PIC X(5).
       01  Settle-Amount-Line.
           02  salLabel                 PIC X(36).
           02  salAmount                PIC -$$,$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  salFlag                  PIC X(6).
       01  Settle-Count-Line.
           02  sclLabel                 PIC X(36).
           02  sclCount                 PIC -ZZZ,ZZ9.
       01  Settle-LineBreak             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-STALL-DAYS
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-OIL-NAMES
           DISPLAY "StallSession - market stall day " Run-Date
           PERFORM UNTIL Quit-Session
               DISPLAY "(O)pen the stall day, (C)lose and settle a "
                   "stall day, (Q)uit: " WITH NO ADVANCING
               ACCEPT Menu-Choice
               EVALUATE TRUE
                   WHEN Open-Day
                       PERFORM OPEN-STALL-DAY
                   WHEN Close-Day
                       PERFORM CLOSE-STALL-DAY
                   WHEN Quit-Session
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choose O, C or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "StallSession - " Moved-Count
               " stock movement(s) logged to XFERS.DAT"
           STOP RUN.

      * One stall day per business date: the float and the van load
      * are keyed, the stock moved out of the shop, and the day
      * written to STALLDAY.DAT as open.
       OPEN-STALL-DAY.
           IF Stall-Day-Overflow
               DISPLAY "Error - STALLDAY.DAT is larger than the "
                   "Stall-Day-Table, no day can be opened"
               EXIT PARAGRAPH
           END-IF
           MOVE Run-Date TO Stall-Date
           PERFORM FIND-STALL-HEADER
           IF Header-Index NOT = ZEROS
               DISPLAY "Error - a stall day for " Stall-Date
                   " is already on STALLDAY.DAT"
               EXIT PARAGRAPH
           END-IF
           IF Stall-Day-Count + 31 > 1000
               DISPLAY "Error - STALLDAY.DAT has no room left for "
                   "another stall day"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Float taken out in the cash tin  : "
               WITH NO ADVANCING
           ACCEPT Entry-Float
           INITIALIZE Stall-Stock-Table
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               MOVE invQty-Stall (Table-Index) TO
                   sstOpening (Table-Index)
           END-PERFORM
           PERFORM OPEN-TRANSFER-LOG
           DISPLAY "Load the van - Oil-Number and quantity from the "
               "shop, 00 to finish."
           MOVE "Y" TO More-Loads-Switch
           PERFORM LOAD-ONE-OIL UNTIL NOT More-Loads
           CLOSE TransferFile

           ADD 1 TO Stall-Day-Count
           MOVE Stall-Day-Count TO Header-Index
           INITIALIZE Stall-Day-Entry (Header-Index)
           MOVE Stall-Date TO sdtDate (Header-Index)
           MOVE "H" TO sdtRec-Type (Header-Index)
           MOVE "O" TO sdtStatus (Header-Index)
           MOVE Entry-Float TO sdtFloat (Header-Index)
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               IF sstOpening (Table-Index) > ZEROS
                       OR sstLoaded (Table-Index) > ZEROS
                   ADD 1 TO Stall-Day-Count
                   INITIALIZE Stall-Day-Entry (Stall-Day-Count)
                   MOVE Stall-Date TO sdtDate (Stall-Day-Count)
                   MOVE "L" TO sdtRec-Type (Stall-Day-Count)
                   MOVE "O" TO sdtStatus (Stall-Day-Count)
                   MOVE Table-Index TO sdtOil-Number (Stall-Day-Count)
                   MOVE sstOpening (Table-Index) TO
                       sdtOpening (Stall-Day-Count)
                   MOVE sstLoaded (Table-Index) TO
                       sdtLoaded (Stall-Day-Count)
               END-IF
           END-PERFORM
           PERFORM SAVE-INVENTORY
           PERFORM SAVE-STALL-DAYS
           DISPLAY "Stall day " Stall-Date " opened with a float of "
               Entry-Float.

       LOAD-ONE-OIL.
           DISPLAY "Oil-Number (00 to end)    : " WITH NO ADVANCING
           ACCEPT Entry-Oil-Number
           IF Entry-Oil-Number = ZEROS
               MOVE "N" TO More-Loads-Switch
               EXIT PARAGRAPH
           END-IF
           IF Entry-Oil-Number > 30
               DISPLAY "Oil-Number must be 01-30, try again."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity loaded           : " WITH NO ADVANCING
           ACCEPT Entry-Quantity
           IF Entry-Quantity = ZEROS
               DISPLAY "Zero quantity, nothing loaded."
               EXIT PARAGRAPH
           END-IF
           IF Entry-Quantity > invQty-Shop (Entry-Oil-Number)
               DISPLAY "Error - the shop holds only "
                   invQty-Shop (Entry-Oil-Number)
                   " of oil " Entry-Oil-Number ", nothing loaded"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT Entry-Quantity FROM invQty-Shop (Entry-Oil-Number)
           ADD Entry-Quantity TO invQty-Stall (Entry-Oil-Number)
           ADD Entry-Quantity TO sstLoaded (Entry-Oil-Number)
           MOVE Run-Date TO xfDate
           MOVE Entry-Oil-Number TO xfOil-Number
           MOVE Entry-Quantity TO xfQuantity
           MOVE "S" TO xfFrom
           MOVE "M" TO xfTo
           WRITE Transfer-Record
           ADD 1 TO Moved-Count
           DISPLAY "Loaded " Entry-Quantity " of oil "
               Entry-Oil-Number " "
               Oil-Name-Entry (Entry-Oil-Number).

      * The day is settled against its stall lines on SALES.DAT; the
      * returned stock goes back to the shop and the cash and card
      * takings are keyed before the sheet is printed and the day
      * closed.
       CLOSE-STALL-DAY.
           IF Stall-Day-Overflow
               DISPLAY "Error - STALLDAY.DAT is larger than the "
                   "Stall-Day-Table, no day can be closed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Stall day to settle (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING
           ACCEPT Entry-Stall-Date
           IF Entry-Stall-Date = ZEROS
               MOVE Run-Date TO Stall-Date
           ELSE
               MOVE Entry-Stall-Date TO Stall-Date
           END-IF
           PERFORM FIND-STALL-HEADER
           IF Header-Index = ZEROS
               DISPLAY "Error - no stall day " Stall-Date
                   " on STALLDAY.DAT"
               EXIT PARAGRAPH
           END-IF
           IF sdtStatus (Header-Index) NOT = "O"
               DISPLAY "Error - stall day " Stall-Date
                   " has already been settled"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE Stall-Stock-Table
           PERFORM VARYING Stall-Day-Index FROM 1 BY 1
                   UNTIL Stall-Day-Index > Stall-Day-Count
               IF sdtDate (Stall-Day-Index) = Stall-Date
                       AND sdtRec-Type (Stall-Day-Index) = "L"
                       AND sdtOil-Number (Stall-Day-Index) > 0
                       AND sdtOil-Number (Stall-Day-Index) <= 30
                   MOVE sdtOpening (Stall-Day-Index) TO
                       sstOpening (sdtOil-Number (Stall-Day-Index))
                   MOVE sdtLoaded (Stall-Day-Index) TO
                       sstLoaded (sdtOil-Number (Stall-Day-Index))
                   MOVE Stall-Day-Index TO
                       sstLine-Index (sdtOil-Number (Stall-Day-Index))
               END-IF
           END-PERFORM

           PERFORM LOAD-OIL-PRICES
           MOVE ZEROS TO Expected-Takings Account-Takings
           MOVE ZEROS TO Stall-Lines-Found Unpriced-Lines
           MOVE "Y" TO Sales-Trusted-Switch
           MOVE "SALES.DAT" TO Sales-File-Name
           PERFORM TALLY-STALL-SALES
           IF Sales-Trusted
               MOVE SPACES TO Sales-File-Name
               STRING "SALES.BAK." Stall-Date
                   DELIMITED BY SIZE INTO Sales-File-Name
               PERFORM TALLY-STALL-SALES
           END-IF
           IF NOT Sales-Trusted
               DISPLAY "Error - the stall day cannot be settled on an "
                   "untrusted sales file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY Stall-Lines-Found " stall sales line(s) found for "
               Stall-Date

           PERFORM OPEN-TRANSFER-LOG
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               IF sstOpening (Table-Index) > ZEROS
                       OR sstLoaded (Table-Index) > ZEROS
                   PERFORM COUNT-RETURNED-OIL
               END-IF
           END-PERFORM
           CLOSE TransferFile

           DISPLAY "Cash counted in the tin (float included): "
               WITH NO ADVANCING
           ACCEPT Entry-Cash-Counted
           DISPLAY "Card takings for the day                : "
               WITH NO ADVANCING
           ACCEPT Entry-Card-Takings
           COMPUTE Cash-Banked =
               Entry-Cash-Counted - sdtFloat (Header-Index)
           COMPUTE Takings-Counted = Cash-Banked + Entry-Card-Takings
           COMPUTE Over-Short = Takings-Counted - Expected-Takings

           PERFORM PRINT-SETTLEMENT
           MOVE "C" TO sdtStatus (Header-Index)
           MOVE Entry-Cash-Counted TO sdtCash-Counted (Header-Index)
           MOVE Entry-Card-Takings TO sdtCard-Takings (Header-Index)
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               IF sstLine-Index (Table-Index) > ZEROS
                   MOVE "C" TO sdtStatus (sstLine-Index (Table-Index))
                   MOVE sstReturned (Table-Index) TO
                       sdtReturned (sstLine-Index (Table-Index))
               END-IF
           END-PERFORM
           PERFORM SAVE-INVENTORY
           PERFORM SAVE-STALL-DAYS
           DISPLAY "Stall day " Stall-Date " settled - cash over/"
               "short " Over-Short ", " Total-Unaccounted
               " unit(s) unaccounted; sheet on STALLSET.RPT".

      * Returned stock can only come back out of what the stall
      * holds; it is moved back to the shop and logged.
       COUNT-RETURNED-OIL.
           DISPLAY "Oil " Table-Index " " Oil-Name-Entry (Table-Index)
               " out " sstOpening (Table-Index) "+"
               sstLoaded (Table-Index) ", sold " sstSold (Table-Index)
           DISPLAY "  Quantity brought back   : " WITH NO ADVANCING
           ACCEPT Entry-Quantity
           IF Entry-Quantity > invQty-Stall (Table-Index)
               DISPLAY "Error - the stall holds only "
                   invQty-Stall (Table-Index) " of oil " Table-Index
                   ", taken as " invQty-Stall (Table-Index)
               MOVE invQty-Stall (Table-Index) TO Entry-Quantity
           END-IF
           MOVE Entry-Quantity TO sstReturned (Table-Index)
           IF Entry-Quantity = ZEROS
               EXIT PARAGRAPH
           END-IF
           SUBTRACT Entry-Quantity FROM invQty-Stall (Table-Index)
           ADD Entry-Quantity TO invQty-Shop (Table-Index)
           MOVE Run-Date TO xfDate
           MOVE Table-Index TO xfOil-Number
           MOVE Entry-Quantity TO xfQuantity
           MOVE "M" TO xfFrom
           MOVE "S" TO xfTo
           WRITE Transfer-Record
           ADD 1 TO Moved-Count.

      * Stall lines for the day are valued the way the GL feed values
      * a line - at the list price charged (or OILPRICE.DAT for a
      * line without one), less promotion and points, plus the tax
      * charged.  A return line takes its value back off.
       TALLY-STALL-SALES.
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
               IF Stall-Sale AND sfSale-Date NUMERIC
                       AND sfSale-Date = Stall-Date
                       AND Oil-Number > 0 AND Oil-Number <= 30
                       AND sfUnit-Size > 0 AND sfUnit-Size <= 9
                   PERFORM TALLY-ONE-STALL-LINE
               END-IF
               READ Sales-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
               PERFORM CHECK-SALES-CONTROL
           END-PERFORM
           CLOSE Sales-File.

       TALLY-ONE-STALL-LINE.
           ADD 1 TO Stall-Lines-Found
           IF sfList-Price NUMERIC AND sfList-Price > ZEROS
               COMPUTE Line-Value = sfUnit-Sold * sfList-Price
           ELSE
               COMPUTE Line-Value =
                   sfUnit-Sold * OIL-PRICE (Oil-Number, sfUnit-Size)
               IF OIL-PRICE (Oil-Number, sfUnit-Size) = ZEROS
                   ADD 1 TO Unpriced-Lines
               END-IF
           END-IF
           IF sfDiscount NUMERIC
               IF sfDiscount < Line-Value
                   SUBTRACT sfDiscount FROM Line-Value
               ELSE
                   MOVE ZEROS TO Line-Value
               END-IF
           END-IF
           IF sfRedeemed NUMERIC
               IF sfRedeemed < Line-Value
                   SUBTRACT sfRedeemed FROM Line-Value
               ELSE
                   MOVE ZEROS TO Line-Value
               END-IF
           END-IF
           IF sfTax-Amount NUMERIC
               ADD sfTax-Amount TO Line-Value
           END-IF
           IF Return-Line
               SUBTRACT sfUnit-Sold FROM sstSold (Oil-Number)
               IF On-Account-Line
                   SUBTRACT Line-Value FROM Account-Takings
               ELSE
                   SUBTRACT Line-Value FROM Expected-Takings
               END-IF
           ELSE
               ADD sfUnit-Sold TO sstSold (Oil-Number)
               IF On-Account-Line
                   ADD Line-Value TO Account-Takings
               ELSE
                   ADD Line-Value TO Expected-Takings
               END-IF
           END-IF.

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

       PRINT-SETTLEMENT.
           OPEN EXTEND Settlement-File
           IF Settlement-File-Status NOT = "00"
               OPEN OUTPUT Settlement-File
           END-IF
           MOVE Stall-Date TO shlStall-Date
           MOVE Run-Date TO shlRun-Date
           WRITE Settlement-Print-Line FROM Settle-Header-Line
           WRITE Settlement-Print-Line FROM Settle-LineBreak
           WRITE Settlement-Print-Line FROM Settle-Column-Line
           MOVE ZEROS TO Total-Unaccounted
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               IF sstOpening (Table-Index) > ZEROS
                       OR sstLoaded (Table-Index) > ZEROS
                       OR sstSold (Table-Index) NOT = ZEROS
                   PERFORM PRINT-STOCK-LINE
               END-IF
           END-PERFORM
           WRITE Settlement-Print-Line FROM Settle-LineBreak
           MOVE "STOCK UNACCOUNTED FOR (UNITS)" TO sclLabel
           MOVE Total-Unaccounted TO sclCount
           WRITE Settlement-Print-Line FROM Settle-Count-Line
           MOVE "STALL SALES LINES FOR THE DAY" TO sclLabel
           MOVE Stall-Lines-Found TO sclCount
           WRITE Settlement-Print-Line FROM Settle-Count-Line
           IF Unpriced-Lines > ZEROS
               MOVE "LINES WITH NO PRICE (VALUED AT NIL)" TO sclLabel
               MOVE Unpriced-Lines TO sclCount
               WRITE Settlement-Print-Line FROM Settle-Count-Line
           END-IF
           WRITE Settlement-Print-Line FROM Settle-LineBreak
           MOVE SPACES TO salFlag
           MOVE "FLOAT TAKEN OUT" TO salLabel
           MOVE sdtFloat (Header-Index) TO salAmount
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE "CASH COUNTED IN THE TIN" TO salLabel
           MOVE Entry-Cash-Counted TO salAmount
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE "CASH TAKINGS (LESS FLOAT)" TO salLabel
           MOVE Cash-Banked TO salAmount
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE "CARD TAKINGS" TO salLabel
           MOVE Entry-Card-Takings TO salAmount
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE "TAKINGS COUNTED" TO salLabel
           MOVE Takings-Counted TO salAmount
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE "TAKINGS PER STALL SALES" TO salLabel
           MOVE Expected-Takings TO salAmount
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE "CASH OVER / (SHORT)" TO salLabel
           MOVE Over-Short TO salAmount
           EVALUATE TRUE
               WHEN Over-Short > ZEROS
                   MOVE "OVER" TO salFlag
               WHEN Over-Short < ZEROS
                   MOVE "SHORT" TO salFlag
               WHEN OTHER
                   MOVE "AGREED" TO salFlag
           END-EVALUATE
           WRITE Settlement-Print-Line FROM Settle-Amount-Line
           MOVE SPACES TO salFlag
           IF Account-Takings NOT = ZEROS
               MOVE "ON ACCOUNT (NOT IN THE TIN)" TO salLabel
               MOVE Account-Takings TO salAmount
               WRITE Settlement-Print-Line FROM Settle-Amount-Line
           END-IF
           MOVE SPACES TO Settlement-Print-Line
           WRITE Settlement-Print-Line
           CLOSE Settlement-File.

       PRINT-STOCK-LINE.
           COMPUTE Unaccounted-Units =
               sstOpening (Table-Index) + sstLoaded (Table-Index)
               - sstSold (Table-Index) - sstReturned (Table-Index)
           ADD Unaccounted-Units TO Total-Unaccounted
           MOVE Table-Index TO sslOil-Number
           MOVE Oil-Name-Entry (Table-Index) TO sslOil-Name
           MOVE sstOpening (Table-Index) TO sslOpening
           MOVE sstLoaded (Table-Index) TO sslLoaded
           MOVE sstSold (Table-Index) TO sslSold
           MOVE sstReturned (Table-Index) TO sslReturned
           MOVE Unaccounted-Units TO sslUnaccounted
           EVALUATE TRUE
               WHEN Unaccounted-Units > ZEROS
                   MOVE "SHORT" TO sslFlag
               WHEN Unaccounted-Units < ZEROS
                   MOVE "OVER" TO sslFlag
               WHEN OTHER
                   MOVE SPACES TO sslFlag
           END-EVALUATE
           WRITE Settlement-Print-Line FROM Settle-Stock-Line.

       FIND-STALL-HEADER.
           MOVE ZEROS TO Header-Index
           PERFORM VARYING Stall-Day-Index FROM 1 BY 1
                   UNTIL Stall-Day-Index > Stall-Day-Count
               IF sdtDate (Stall-Day-Index) = Stall-Date
                       AND sdtRec-Type (Stall-Day-Index) = "H"
                   MOVE Stall-Day-Index TO Header-Index
               END-IF
           END-PERFORM.

       OPEN-TRANSFER-LOG.
           OPEN EXTEND TransferFile
           IF Transfer-File-Status NOT = "00"
               OPEN OUTPUT TransferFile
           END-IF.

       LOAD-STALL-DAYS.
           OPEN INPUT Stall-Day-File
           IF Stall-Day-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Stall-Day-File
               AT END SET EndOfStallDayFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStallDayFile
               IF Stall-Day-Count < 1000
                   ADD 1 TO Stall-Day-Count
                   MOVE sdDate TO sdtDate (Stall-Day-Count)
                   MOVE sdRec-Type TO sdtRec-Type (Stall-Day-Count)
                   MOVE sdStatus TO sdtStatus (Stall-Day-Count)
                   MOVE sdOil-Number TO sdtOil-Number (Stall-Day-Count)
                   MOVE sdOpening TO sdtOpening (Stall-Day-Count)
                   MOVE sdLoaded TO sdtLoaded (Stall-Day-Count)
                   MOVE sdReturned TO sdtReturned (Stall-Day-Count)
                   MOVE sdFloat TO sdtFloat (Stall-Day-Count)
                   MOVE sdCash-Counted TO
                       sdtCash-Counted (Stall-Day-Count)
                   MOVE sdCard-Takings TO
                       sdtCard-Takings (Stall-Day-Count)
               ELSE
                   SET Stall-Day-Overflow TO TRUE
               END-IF
               READ Stall-Day-File
                   AT END SET EndOfStallDayFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Stall-Day-File
           IF Stall-Day-Overflow
               DISPLAY "Warning - STALLDAY.DAT holds more than 1000 "
                   "records; opening and settling are disabled"
           END-IF.

       SAVE-STALL-DAYS.
           OPEN OUTPUT Stall-Day-File
           PERFORM VARYING Stall-Day-Index FROM 1 BY 1
                   UNTIL Stall-Day-Index > Stall-Day-Count
               MOVE sdtDate (Stall-Day-Index) TO sdDate
               MOVE sdtRec-Type (Stall-Day-Index) TO sdRec-Type
               MOVE sdtStatus (Stall-Day-Index) TO sdStatus
               MOVE sdtOil-Number (Stall-Day-Index) TO sdOil-Number
               MOVE sdtOpening (Stall-Day-Index) TO sdOpening
               MOVE sdtLoaded (Stall-Day-Index) TO sdLoaded
               MOVE sdtReturned (Stall-Day-Index) TO sdReturned
               MOVE sdtFloat (Stall-Day-Index) TO sdFloat
               MOVE sdtCash-Counted (Stall-Day-Index) TO
                   sdCash-Counted
               MOVE sdtCard-Takings (Stall-Day-Index) TO
                   sdCard-Takings
               WRITE Stall-Day-Rec
           END-PERFORM
           CLOSE Stall-Day-File.

       LOAD-INVENTORY.
           OPEN INPUT Inventory-File
           IF Inventory-File-Status NOT = "00"
               DISPLAY "Error - unable to open INVENTORY.DAT, "
                   "run InventoryMaint to create it"
               STOP RUN
           END-IF
           READ Inventory-File
               AT END SET EndOfInventoryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInventoryFile
               IF ivOil-Number > 0 AND ivOil-Number <= 30
                   MOVE ivQuantity-On-Hand TO
                       invQuantity-On-Hand (ivOil-Number)
                   MOVE ivReorder-Point TO
                       invReorder-Point (ivOil-Number)
                   IF ivTarget-Level NUMERIC
                       MOVE ivTarget-Level TO
                           invTarget-Level (ivOil-Number)
                   END-IF
                   IF ivSupplier-ID NUMERIC
                       MOVE ivSupplier-ID TO
                           invSupplier-ID (ivOil-Number)
                   END-IF
                   IF ivQty-Shop NUMERIC
                           AND ivQty-Stall NUMERIC
                       MOVE ivQty-Shop TO
                           invQty-Shop (ivOil-Number)
                       MOVE ivQty-Stall TO
                           invQty-Stall (ivOil-Number)
                   ELSE
                       MOVE ivQuantity-On-Hand TO
                           invQty-Shop (ivOil-Number)
                       MOVE ZEROS TO invQty-Stall (ivOil-Number)
                   END-IF
                   MOVE ivAbc-Class TO
                       invAbc-Class (ivOil-Number)
               END-IF
               READ Inventory-File
                   AT END SET EndOfInventoryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Inventory-File.

       SAVE-INVENTORY.
           OPEN OUTPUT Inventory-File
           PERFORM VARYING Table-Index FROM 1 BY 1
                   UNTIL Table-Index > 30
               MOVE Table-Index TO ivOil-Number
               MOVE invQuantity-On-Hand (Table-Index) TO
                   ivQuantity-On-Hand
               MOVE invReorder-Point (Table-Index) TO ivReorder-Point
               MOVE invTarget-Level (Table-Index) TO ivTarget-Level
               MOVE invSupplier-ID (Table-Index) TO ivSupplier-ID
               MOVE invQty-Shop (Table-Index) TO ivQty-Shop
               MOVE invQty-Stall (Table-Index) TO ivQty-Stall
               MOVE invAbc-Class (Table-Index) TO ivAbc-Class
               WRITE Inventory-Rec
           END-PERFORM
           CLOSE Inventory-File.

       LOAD-OIL-NAMES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
           CLOSE Oil-Master-File.

      * Prices in force on the stall day, for lines written before
      * the list price was carried on the sales line.
       LOAD-OIL-PRICES.
           INITIALIZE Oil-Price-Table
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ Oil-Price-File
               AT END SET EndOfOilPriceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilPriceFile
               IF opOil-Number > 0 AND opOil-Number <= 30
                       AND opUnit-Size > 0 AND opUnit-Size <= 9
                       AND (opEffective-Date NOT NUMERIC
                           OR opEffective-Date <= Stall-Date)
                   MOVE opOil-Price TO
                       OIL-PRICE (opOil-Number, opUnit-Size)
               END-IF
               READ Oil-Price-File
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Price-File.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists, so a stall day keyed after midnight keeps
      * the date it belongs to.
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

       END PROGRAM StallSession.
