      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Quote-to-sale conversion report.  Every QUOTES.DAT
      *         quotation raised in the operator's date range is
      *         counted against the salesperson who raised it -
      *         converted to a sale, declined, lapsed past its expiry
      *         date while still open, or still open and in date -
      *         with the value quoted and the value converted, and
      *         each salesperson's conversion rate (converted quotes
      *         as a share of the quotes that have been decided:
      *         converted, declined or lapsed).  Names come from
      *         SALESPER.DAT; a quote raised with no salesperson is
      *         counted as unattributed.  Written to QUOTECONV.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteConvRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Quote-File ASSIGN TO "QUOTES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Quote-File-Status.

       SELECT Salesperson-File ASSIGN TO "SALESPER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Salesperson-File-Status.

       SELECT ReportFile ASSIGN TO "QUOTECONV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Quote-File.
       COPY QUOTEREC.

       FD  Salesperson-File.
       01  Salesperson-Rec.
           88  EndOfSalespersonFile         VALUE HIGH-VALUES.
           02  spCode                       PIC X(3).
           02  spName                       PIC X(20).
           02  spRate                       PIC 99V99.

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Quote-File-Status            PIC XX.
       01  Salesperson-File-Status      PIC XX.

       01  Run-Date                     PIC 9(8).

      * One row per salesperson on SALESPER.DAT, plus any code met
      * on a quote that isn't on the master; a blank code is the
      * unattributed row.
       01  Salesperson-Table.
           02  Salesperson-Entry         OCCURS 60 TIMES.
               03  sptCode              PIC X(3).
               03  sptName              PIC X(20).
               03  sptQuoted            PIC 9(5).
               03  sptConverted         PIC 9(5).
               03  sptDeclined          PIC 9(5).
               03  sptLapsed            PIC 9(5).
               03  sptOpen              PIC 9(5).
               03  sptQuoted-Value      PIC 9(8)V99.
               03  sptConverted-Value   PIC 9(8)V99.
       01  Salesperson-Count            PIC 9(2)   VALUE ZEROS.
       01  Salesperson-Index            PIC 9(2)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Salesperson        VALUE "Y".

      * Operator-entered quote-date range; blank answers keep every
      * quote on file.
       01  Filter-From-Date             PIC X(8)   VALUE SPACES.
       01  Filter-To-Date               PIC X(8)   VALUE SPACES.
       01  From-Date-Num                PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num                  PIC 9(8)   VALUE 99999999.

      * The quote being gathered - its lines sit together on the
      * file, so a change of quote number closes it off.
       01  Current-Quote-No             PIC 9(6)   VALUE ZEROS.
       01  Current-Date                 PIC 9(8)   VALUE ZEROS.
       01  Current-Expiry               PIC 9(8)   VALUE ZEROS.
       01  Current-Salesperson          PIC X(3)   VALUE SPACES.
       01  Current-Status               PIC X      VALUE SPACE.
       01  Current-Value                PIC 9(7)V99 VALUE ZEROS.
       01  Line-Value                   PIC 9(6)V99 VALUE ZEROS.
       01  Quote-Open-Switch            PIC X      VALUE "N".
           88  Quote-In-Progress        VALUE "Y".

       01  Decided-Count                PIC 9(5)   VALUE ZEROS.
       01  Rate-Converted               PIC 9(5)   VALUE ZEROS.
       01  Conversion-Rate              PIC 9(3)V9 VALUE ZEROS.
       01  Total-Quoted                 PIC 9(5)   VALUE ZEROS.
       01  Total-Converted              PIC 9(5)   VALUE ZEROS.
       01  Total-Declined               PIC 9(5)   VALUE ZEROS.
       01  Total-Lapsed                 PIC 9(5)   VALUE ZEROS.
       01  Total-Open                   PIC 9(5)   VALUE ZEROS.
       01  Total-Quoted-Value           PIC 9(8)V99 VALUE ZEROS.
       01  Total-Converted-Value        PIC 9(8)V99 VALUE ZEROS.

       01  Report-Header                PIC X(44)
           VALUE "AROMAMORA QUOTE CONVERSION BY SALESPERSON".
       01  Report-Range-Line.
           02  FILLER                   PIC X(13)  VALUE "QUOTED FROM ".
           02  rrlFrom                  PIC X(8).
           02  FILLER                   PIC X(4)   VALUE " TO ".
           02  rrlTo                    PIC X(8).
       01  Report-LineBreak             PIC X(80) VALUE ALL "-".

       01  Report-Column-Titles.
           02  FILLER                   PIC X(4)   VALUE "CODE".
           02  FILLER                   PIC X(15)  VALUE "NAME".
           02  FILLER                   PIC X(6)   VALUE "QUOTES".
           02  FILLER                   PIC X(6)   VALUE "  CONV".
           02  FILLER                   PIC X(6)   VALUE "  DECL".
           02  FILLER                   PIC X(6)   VALUE " LAPSE".
           02  FILLER                   PIC X(6)   VALUE "  OPEN".
           02  FILLER                   PIC X(7)   VALUE "  RATE%".
           02  FILLER                   PIC X(12)
               VALUE "      QUOTED".
           02  FILLER                   PIC X(12)
               VALUE "   CONVERTED".

       01  Report-Detail-Line.
           02  rdlCode                  PIC X(3).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlName                  PIC X(14).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlQuoted                PIC ZZ,ZZ9.
           02  rdlConverted             PIC ZZ,ZZ9.
           02  rdlDeclined              PIC ZZ,ZZ9.
           02  rdlLapsed                PIC ZZ,ZZ9.
           02  rdlOpen                  PIC ZZ,ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlRate                  PIC ZZ9.9.
           02  rdlQuoted-Value          PIC $$$$,$$9.99.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlConverted-Value       PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM GET-DATE-RANGE
           OPEN INPUT Quote-File
           IF Quote-File-Status NOT = "00"
               DISPLAY "Error - QUOTES.DAT not found - run QuoteEntry "
                   "to raise quotations first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SALESPEOPLE
           READ Quote-File
               AT END SET EndOfQuoteFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfQuoteFile
               IF Quote-In-Progress
                       AND quQuoteNo NOT = Current-Quote-No
                   PERFORM COUNT-ONE-QUOTE
               END-IF
               IF NOT Quote-In-Progress
                   PERFORM START-QUOTE
               END-IF
               COMPUTE Line-Value = quQuantity * quList-Price
               IF quDiscount < Line-Value
                   SUBTRACT quDiscount FROM Line-Value
               ELSE
                   MOVE ZEROS TO Line-Value
               END-IF
               ADD Line-Value TO Current-Value
               READ Quote-File
                   AT END SET EndOfQuoteFile TO TRUE
               END-READ
           END-PERFORM
           IF Quote-In-Progress
               PERFORM COUNT-ONE-QUOTE
           END-IF
           CLOSE Quote-File
           PERFORM PRINT-CONVERSION-REPORT
           DISPLAY "QuoteConvRpt - " Total-Quoted " quote(s), "
               Total-Converted " converted, written to QUOTECONV.RPT"
           GOBACK.

       START-QUOTE.
           SET Quote-In-Progress TO TRUE
           MOVE quQuoteNo TO Current-Quote-No
           MOVE quDate TO Current-Date
           MOVE quExpiry-Date TO Current-Expiry
           MOVE quSalesperson TO Current-Salesperson
           MOVE quStatus TO Current-Status
           MOVE ZEROS TO Current-Value.

      * A quote outside the date range is passed over; an open one
      * past its expiry date has lapsed.
       COUNT-ONE-QUOTE.
           MOVE "N" TO Quote-Open-Switch
           IF Current-Date < From-Date-Num
                   OR Current-Date > To-Date-Num
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SALESPERSON
           IF Salesperson-Index = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO sptQuoted (Salesperson-Index)
           ADD Current-Value TO sptQuoted-Value (Salesperson-Index)
           EVALUATE TRUE
               WHEN Current-Status = "C"
                   ADD 1 TO sptConverted (Salesperson-Index)
                   ADD Current-Value TO
                       sptConverted-Value (Salesperson-Index)
               WHEN Current-Status = "D"
                   ADD 1 TO sptDeclined (Salesperson-Index)
               WHEN Current-Expiry < Run-Date
                   ADD 1 TO sptLapsed (Salesperson-Index)
               WHEN OTHER
                   ADD 1 TO sptOpen (Salesperson-Index)
           END-EVALUATE.

      * A code not on SALESPER.DAT gets a row of its own so its
      * quotes still show; Salesperson-Index comes back zero only
      * when the table is full.
       FIND-SALESPERSON.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Salesperson-Index FROM 1 BY 1
                   UNTIL Salesperson-Index > Salesperson-Count
               IF sptCode (Salesperson-Index) = Current-Salesperson
                   SET Found-Salesperson TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found-Salesperson
               EXIT PARAGRAPH
           END-IF
           IF Salesperson-Count >= 60
               DISPLAY "Warning - Salesperson-Table full, quote "
                   Current-Quote-No " not counted"
               MOVE ZEROS TO Salesperson-Index
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Salesperson-Count
           MOVE Salesperson-Count TO Salesperson-Index
           PERFORM CLEAR-SALESPERSON-ROW
           MOVE Current-Salesperson TO sptCode (Salesperson-Index)
           IF Current-Salesperson = SPACES
               MOVE "UNATTRIBUTED" TO sptName (Salesperson-Index)
           ELSE
               MOVE "** NOT ON FILE **" TO sptName (Salesperson-Index)
           END-IF.

       CLEAR-SALESPERSON-ROW.
           MOVE ZEROS TO sptQuoted (Salesperson-Index)
           MOVE ZEROS TO sptConverted (Salesperson-Index)
           MOVE ZEROS TO sptDeclined (Salesperson-Index)
           MOVE ZEROS TO sptLapsed (Salesperson-Index)
           MOVE ZEROS TO sptOpen (Salesperson-Index)
           MOVE ZEROS TO sptQuoted-Value (Salesperson-Index)
           MOVE ZEROS TO sptConverted-Value (Salesperson-Index).

       PRINT-CONVERSION-REPORT.
           OPEN OUTPUT ReportFile
           WRITE Report-Line FROM Report-Header
           IF Filter-From-Date = SPACES
               MOVE "START" TO rrlFrom
           ELSE
               MOVE Filter-From-Date TO rrlFrom
           END-IF
           IF Filter-To-Date = SPACES
               MOVE "TODAY" TO rrlTo
           ELSE
               MOVE Filter-To-Date TO rrlTo
           END-IF
           WRITE Report-Line FROM Report-Range-Line
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Salesperson-Index FROM 1 BY 1
                   UNTIL Salesperson-Index > Salesperson-Count
               IF sptQuoted (Salesperson-Index) > ZEROS
                   PERFORM PRINT-SALESPERSON-ROW
               END-IF
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE SPACES TO rdlCode
           MOVE "ALL QUOTES" TO rdlName
           MOVE Total-Quoted TO rdlQuoted
           MOVE Total-Converted TO rdlConverted
           MOVE Total-Declined TO rdlDeclined
           MOVE Total-Lapsed TO rdlLapsed
           MOVE Total-Open TO rdlOpen
           COMPUTE Decided-Count =
               Total-Converted + Total-Declined + Total-Lapsed
           MOVE Total-Converted TO Rate-Converted
           PERFORM COMPUTE-CONVERSION-RATE
           MOVE Total-Quoted-Value TO rdlQuoted-Value
           MOVE Total-Converted-Value TO rdlConverted-Value
           WRITE Report-Line FROM Report-Detail-Line
           CLOSE ReportFile.

       PRINT-SALESPERSON-ROW.
           MOVE sptCode (Salesperson-Index) TO rdlCode
           MOVE sptName (Salesperson-Index) TO rdlName
           MOVE sptQuoted (Salesperson-Index) TO rdlQuoted
           MOVE sptConverted (Salesperson-Index) TO rdlConverted
           MOVE sptDeclined (Salesperson-Index) TO rdlDeclined
           MOVE sptLapsed (Salesperson-Index) TO rdlLapsed
           MOVE sptOpen (Salesperson-Index) TO rdlOpen
           COMPUTE Decided-Count =
               sptConverted (Salesperson-Index)
               + sptDeclined (Salesperson-Index)
               + sptLapsed (Salesperson-Index)
           MOVE sptConverted (Salesperson-Index) TO Rate-Converted
           PERFORM COMPUTE-CONVERSION-RATE
           MOVE sptQuoted-Value (Salesperson-Index) TO rdlQuoted-Value
           MOVE sptConverted-Value (Salesperson-Index) TO
               rdlConverted-Value
           WRITE Report-Line FROM Report-Detail-Line
           ADD sptQuoted (Salesperson-Index) TO Total-Quoted
           ADD sptConverted (Salesperson-Index) TO Total-Converted
           ADD sptDeclined (Salesperson-Index) TO Total-Declined
           ADD sptLapsed (Salesperson-Index) TO Total-Lapsed
           ADD sptOpen (Salesperson-Index) TO Total-Open
           ADD sptQuoted-Value (Salesperson-Index) TO
               Total-Quoted-Value
           ADD sptConverted-Value (Salesperson-Index) TO
               Total-Converted-Value.

       COMPUTE-CONVERSION-RATE.
           IF Decided-Count = ZEROS
               MOVE ZEROS TO Conversion-Rate
           ELSE
               COMPUTE Conversion-Rate ROUNDED =
                   Rate-Converted * 100 / Decided-Count
           END-IF
           MOVE Conversion-Rate TO rdlRate.

       LOAD-SALESPEOPLE.
           OPEN INPUT Salesperson-File
           IF Salesperson-File-Status NOT = "00"
               DISPLAY "Warning - SALESPER.DAT not found, "
                   "salespeople are listed by code only"
               EXIT PARAGRAPH
           END-IF
           READ Salesperson-File
               AT END SET EndOfSalespersonFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSalespersonFile
               IF Salesperson-Count < 50
                   ADD 1 TO Salesperson-Count
                   MOVE Salesperson-Count TO Salesperson-Index
                   PERFORM CLEAR-SALESPERSON-ROW
                   MOVE spCode TO sptCode (Salesperson-Index)
                   MOVE spName TO sptName (Salesperson-Index)
               END-IF
               READ Salesperson-File
                   AT END SET EndOfSalespersonFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Salesperson-File.

       GET-DATE-RANGE.
           DISPLAY "From quote date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To quote date (YYYYMMDD, blank for all)  : "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date NOT = SPACES
               MOVE Filter-From-Date TO From-Date-Num
           END-IF
           IF Filter-To-Date NOT = SPACES
               MOVE Filter-To-Date TO To-Date-Num
           END-IF.

       END PROGRAM QuoteConvRpt.
