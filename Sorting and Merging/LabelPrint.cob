      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Bottle label print, so labels stop being handwritten.
      *         The operator keys a batch of oils - Oil-Number, unit
      *         size, how many labels and the LOTS.DAT lot they are
      *         for (0000 takes the live lot expiring soonest, the
      *         way SalesEntry draws stock) - and LABELS.RPT prints
      *         them two across, ten to a sheet, each with the
      *         OILMAST.DAT name and family, the size, the lot
      *         number and the lot's best-before date.  Essential-oil
      *         labels carry the standard dilution and safety
      *         wording; base-oil labels do not.  Every batch line
      *         printed is logged on LABELLOG.DAT with the run date,
      *         lot and label count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LabelPrint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       SELECT LotFile ASSIGN TO "LOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-File-Status.

       SELECT LabelFile ASSIGN TO "LABELS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Label-Log-File ASSIGN TO "LABELLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Label-Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oil-Master-File.
       COPY OILMREC.

       FD  LotFile.
       COPY LOTREC.

       FD  LabelFile.
       01  Label-Print-Line             PIC X(80).

       FD  Label-Log-File.
       01  Label-Log-Rec.
           02  llRun-Date                   PIC 9(8).
           02  llOil-Number                 PIC 99.
           02  llUnit-Size                  PIC 9.
           02  llLotNo                      PIC 9(4).
           02  llExpiry-Date                PIC 9(8).
           02  llLabels                     PIC 9(5).

       WORKING-STORAGE SECTION.
       01  Oil-Master-File-Status       PIC XX.
       01  Lot-File-Status              PIC XX.
       01  Label-Log-File-Status        PIC XX.

       01  Run-Date                     PIC 9(8).

       01  Oil-Name-Table.
           02  Oil-Name-Entry           OCCURS 30 TIMES.
               03  ontName              PIC X(20)  VALUE SPACES.
               03  ontFamily            PIC X      VALUE SPACE.

      * The LOTS.DAT lots, read only - labelling draws no stock.
       01  Lot-Table.
           02  Lot-Entry                OCCURS 200 TIMES.
               03  lttOil-Number        PIC 99.
               03  lttLotNo             PIC 9(4).
               03  lttExpiry            PIC 9(8).
               03  lttQuantity          PIC 9(6).
       01  Lot-Count                    PIC 9(3)   VALUE ZEROS.
       01  Lot-Index                    PIC 9(3)   VALUE ZEROS.
       01  Best-Lot-Index               PIC 9(3)   VALUE ZEROS.
       01  Best-Lot-Expiry              PIC 9(8)   VALUE ZEROS.

      * The batch the operator keys before anything is printed.
       01  Batch-Table.
           02  Batch-Entry              OCCURS 50 TIMES.
               03  lbtOil-Number        PIC 99.
               03  lbtUnit-Size         PIC 9.
               03  lbtLotNo             PIC 9(4).
               03  lbtExpiry            PIC 9(8).
               03  lbtLabels            PIC 9(5).
       01  Batch-Count                  PIC 9(2)   VALUE ZEROS.
       01  Batch-Index                  PIC 9(2)   VALUE ZEROS.

       01  Entry-Oil-Number             PIC 99.
       01  Entry-Unit-Size              PIC 9.
       01  Entry-Labels                 PIC 9(5).
       01  Entry-LotNo                  PIC 9(4).
       01  More-Entries-Switch          PIC X      VALUE "Y".
           88  More-Entries             VALUE "Y".
       01  Answer                       PIC X      VALUE "N".
           88  Answer-Yes               VALUE "Y", "y".

      * Labels go two across and five rows down - ten to a sheet.
       01  Labels-Left                  PIC 9(5)   VALUE ZEROS.
       01  Label-Column                 PIC 9      VALUE ZEROS.
       01  Label-Row                    PIC 9      VALUE ZEROS.
       01  Sheet-Count                  PIC 9(4)   VALUE ZEROS.
       01  Labels-Printed               PIC 9(6)   VALUE ZEROS.
       01  Label-Line-Index             PIC 9      VALUE ZEROS.

       01  Label-Row-Image.
           02  Label-Row-Line           OCCURS 5 TIMES.
               03  lrlLeft              PIC X(38).
               03  FILLER               PIC X(4).
               03  lrlRight             PIC X(38).

       01  Label-Image.
           02  Label-Image-Line         PIC X(38)  OCCURS 5 TIMES.

       01  Label-Name-Line.
           02  lnlName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lnlFamily                PIC X(17).
       01  Label-Size-Line.
           02  FILLER                   PIC X(5)   VALUE "SIZE ".
           02  lslUnit-Size             PIC 9.
           02  FILLER                   PIC X(9)   VALUE "     LOT ".
           02  lslLotNo                 PIC 9(4).
       01  Label-Expiry-Line.
           02  FILLER                   PIC X(12)  VALUE "BEST BEFORE ".
           02  lelExpiry                PIC 9(8).
       01  Essential-Warning-1          PIC X(38)
           VALUE "DILUTE BEFORE USE. NOT FOR INTERNAL".
       01  Essential-Warning-2          PIC X(38)
           VALUE "USE. KEEP AWAY FROM CHILDREN & EYES.".

       01  Sheet-Header-Line.
           02  FILLER                   PIC X(22)
               VALUE "AROMAMORA LABEL SHEET ".
           02  shlSheetNo               PIC ZZZ9.
           02  FILLER                   PIC X(9)   VALUE "  PRINTED".
           02  FILLER                   PIC X      VALUE SPACE.
           02  shlDate                  PIC 9(8).
       01  Sheet-LineBreak              PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-OIL-NAMES
           PERFORM LOAD-LOTS
           DISPLAY "LabelPrint - Aromamora bottle labels"
           DISPLAY "Key each oil to label; Oil-Number 00 prints the "
               "batch."
           PERFORM ENTER-BATCH-LINE UNTIL NOT More-Entries
           IF Batch-Count = ZEROS
               DISPLAY "LabelPrint - nothing to print"
               STOP RUN
           END-IF

           OPEN OUTPUT LabelFile
           OPEN EXTEND Label-Log-File
           IF Label-Log-File-Status NOT = "00"
               OPEN OUTPUT Label-Log-File
           END-IF
           MOVE ZEROS TO Label-Column
           MOVE ZEROS TO Label-Row
           PERFORM CLEAR-LABEL-ROW
           PERFORM VARYING Batch-Index FROM 1 BY 1
                   UNTIL Batch-Index > Batch-Count
               PERFORM PRINT-BATCH-LINE
           END-PERFORM
           IF Label-Column > ZEROS
               PERFORM WRITE-LABEL-ROW
           END-IF
           CLOSE LabelFile
           CLOSE Label-Log-File
           DISPLAY "LabelPrint - " Labels-Printed " label(s) on "
               Sheet-Count " sheet(s) written to LABELS.RPT, "
               Batch-Count " lot line(s) logged on LABELLOG.DAT"
           STOP RUN.

       ENTER-BATCH-LINE.
           IF Batch-Count >= 50
               DISPLAY "The batch is full at 50 lines - printing it"
               MOVE "N" TO More-Entries-Switch
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Oil-Number (01-30, 00 to print): "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Number
           IF Entry-Oil-Number = ZEROS
               MOVE "N" TO More-Entries-Switch
               EXIT PARAGRAPH
           END-IF
           IF Entry-Oil-Number > 30
                   OR ontName (Entry-Oil-Number) = SPACES
               DISPLAY "Error - oil " Entry-Oil-Number " is not on "
                   "OILMAST.DAT - run OilMaint first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Oil: " ontName (Entry-Oil-Number)
           DISPLAY "Unit-Size (1-9)                 : "
               WITH NO ADVANCING
           ACCEPT Entry-Unit-Size
           IF Entry-Unit-Size = ZEROS
               DISPLAY "Error - Unit-Size must be 1-9, line not "
                   "taken"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Labels to print                 : "
               WITH NO ADVANCING
           ACCEPT Entry-Labels
           IF Entry-Labels = ZEROS
               DISPLAY "Error - label count may not be zero, line "
                   "not taken"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lot number (0000 for the next to expire): "
               WITH NO ADVANCING
           ACCEPT Entry-LotNo
           PERFORM FIND-LABEL-LOT
           IF Best-Lot-Index = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF Entry-Labels > lttQuantity (Best-Lot-Index)
               DISPLAY "Warning - lot " lttLotNo (Best-Lot-Index)
                   " has only " lttQuantity (Best-Lot-Index)
                   " on hand"
               DISPLAY "Print the labels anyway (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT Answer
               IF NOT Answer-Yes
                   DISPLAY "Line not taken"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO Batch-Count
           MOVE Entry-Oil-Number TO lbtOil-Number (Batch-Count)
           MOVE Entry-Unit-Size TO lbtUnit-Size (Batch-Count)
           MOVE lttLotNo (Best-Lot-Index) TO lbtLotNo (Batch-Count)
           MOVE lttExpiry (Best-Lot-Index) TO lbtExpiry (Batch-Count)
           MOVE Entry-Labels TO lbtLabels (Batch-Count)
           DISPLAY Entry-Labels " label(s) for lot "
               lttLotNo (Best-Lot-Index) ", best before "
               lttExpiry (Best-Lot-Index).

      * A named lot must belong to the oil and still be in date; a
      * blank lot number takes the live lot with stock expiring
      * soonest.  Best-Lot-Index comes back zero when there is no
      * lot to label.
       FIND-LABEL-LOT.
           MOVE ZEROS TO Best-Lot-Index
           MOVE 99999999 TO Best-Lot-Expiry
           PERFORM VARYING Lot-Index FROM 1 BY 1
                   UNTIL Lot-Index > Lot-Count
               IF lttOil-Number (Lot-Index) = Entry-Oil-Number
                   IF Entry-LotNo = ZEROS
                       IF lttQuantity (Lot-Index) > ZEROS
                               AND lttExpiry (Lot-Index) >= Run-Date
                               AND lttExpiry (Lot-Index)
                                   < Best-Lot-Expiry
                           MOVE Lot-Index TO Best-Lot-Index
                           MOVE lttExpiry (Lot-Index) TO
                               Best-Lot-Expiry
                       END-IF
                   ELSE
                       IF lttLotNo (Lot-Index) = Entry-LotNo
                           MOVE Lot-Index TO Best-Lot-Index
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Best-Lot-Index = ZEROS
               IF Entry-LotNo = ZEROS
                   DISPLAY "Error - oil " Entry-Oil-Number " has no "
                       "live lot in stock on LOTS.DAT, line not taken"
               ELSE
                   DISPLAY "Error - lot " Entry-LotNo " is not a "
                       "LOTS.DAT lot of oil " Entry-Oil-Number
                       ", line not taken"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF lttExpiry (Best-Lot-Index) < Run-Date
               DISPLAY "Error - lot " lttLotNo (Best-Lot-Index)
                   " expired on " lttExpiry (Best-Lot-Index)
                   " - expired stock is not labelled"
               MOVE ZEROS TO Best-Lot-Index
           END-IF.

       PRINT-BATCH-LINE.
           PERFORM BUILD-LABEL-IMAGE
           MOVE lbtLabels (Batch-Index) TO Labels-Left
           PERFORM PLACE-ONE-LABEL UNTIL Labels-Left = ZEROS
           MOVE Run-Date TO llRun-Date
           MOVE lbtOil-Number (Batch-Index) TO llOil-Number
           MOVE lbtUnit-Size (Batch-Index) TO llUnit-Size
           MOVE lbtLotNo (Batch-Index) TO llLotNo
           MOVE lbtExpiry (Batch-Index) TO llExpiry-Date
           MOVE lbtLabels (Batch-Index) TO llLabels
           WRITE Label-Log-Rec.

       BUILD-LABEL-IMAGE.
           MOVE SPACES TO Label-Image
           MOVE ontName (lbtOil-Number (Batch-Index)) TO lnlName
           IF ontFamily (lbtOil-Number (Batch-Index)) = "E"
               MOVE "ESSENTIAL OIL" TO lnlFamily
           ELSE
               MOVE "BASE OIL" TO lnlFamily
           END-IF
           MOVE Label-Name-Line TO Label-Image-Line (1)
           MOVE lbtUnit-Size (Batch-Index) TO lslUnit-Size
           MOVE lbtLotNo (Batch-Index) TO lslLotNo
           MOVE Label-Size-Line TO Label-Image-Line (2)
           MOVE lbtExpiry (Batch-Index) TO lelExpiry
           MOVE Label-Expiry-Line TO Label-Image-Line (3)
           IF ontFamily (lbtOil-Number (Batch-Index)) = "E"
               MOVE Essential-Warning-1 TO Label-Image-Line (4)
               MOVE Essential-Warning-2 TO Label-Image-Line (5)
           END-IF.

      * Fill the left label of the row, then the right; a full row
      * is written out.
       PLACE-ONE-LABEL.
           ADD 1 TO Label-Column
           PERFORM VARYING Label-Line-Index FROM 1 BY 1
                   UNTIL Label-Line-Index > 5
               IF Label-Column = 1
                   MOVE Label-Image-Line (Label-Line-Index) TO
                       lrlLeft (Label-Line-Index)
               ELSE
                   MOVE Label-Image-Line (Label-Line-Index) TO
                       lrlRight (Label-Line-Index)
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM Labels-Left
           ADD 1 TO Labels-Printed
           IF Label-Column = 2
               PERFORM WRITE-LABEL-ROW
           END-IF.

       WRITE-LABEL-ROW.
           IF Label-Row = ZEROS
               ADD 1 TO Sheet-Count
               MOVE Sheet-Count TO shlSheetNo
               MOVE Run-Date TO shlDate
               WRITE Label-Print-Line FROM Sheet-Header-Line
               WRITE Label-Print-Line FROM Sheet-LineBreak
           END-IF
           PERFORM VARYING Label-Line-Index FROM 1 BY 1
                   UNTIL Label-Line-Index > 5
               WRITE Label-Print-Line FROM
                   Label-Row-Line (Label-Line-Index)
           END-PERFORM
           MOVE SPACES TO Label-Print-Line
           WRITE Label-Print-Line
           ADD 1 TO Label-Row
           IF Label-Row >= 5
               WRITE Label-Print-Line FROM Sheet-LineBreak
               MOVE ZEROS TO Label-Row
           END-IF
           MOVE ZEROS TO Label-Column
           PERFORM CLEAR-LABEL-ROW.

       CLEAR-LABEL-ROW.
           MOVE SPACES TO Label-Row-Image.

       LOAD-OIL-NAMES.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status NOT = "00"
               DISPLAY "Error - unable to open OILMAST.DAT, run "
                   "OilMaint to create it"
               STOP RUN
           END-IF
           READ Oil-Master-File
               AT END SET EndOfOilMasterFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOilMasterFile
               IF omOil-Number > 0 AND omOil-Number <= 30
                   MOVE omName TO ontName (omOil-Number)
                   MOVE omFamily TO ontFamily (omOil-Number)
               END-IF
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Master-File.

       LOAD-LOTS.
           OPEN INPUT LotFile
           IF Lot-File-Status NOT = "00"
               DISPLAY "Error - unable to open LOTS.DAT - lots are "
                   "recorded by GoodsReceive"
               STOP RUN
           END-IF
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile
               IF Lot-Count < 200
                   ADD 1 TO Lot-Count
                   MOVE ltOil-Number TO lttOil-Number (Lot-Count)
                   MOVE ltLotNo TO lttLotNo (Lot-Count)
                   MOVE ltExpiry-Date TO lttExpiry (Lot-Count)
                   MOVE ltQuantity TO lttQuantity (Lot-Count)
               ELSE
                   DISPLAY "Warning - Lot-Table full, lot " ltLotNo
                       " can't be labelled"
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile.

       END PROGRAM LabelPrint.
