      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the BLENDS.DAT blend recipe master (BLENDREC).
      *         The operator names the finished blend's Oil-Number
      *         and the batch size the recipe makes, then keys each
      *         component oil and the quantity one batch uses - a
      *         zero quantity drops the component.  Components must
      *         be Essential or Base oils on OILMAST.DAT and a
      *         recipe without a Base-Oil carrier is warned about,
      *         so ProductionRun can trust every recipe it reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BlendMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Blend-File ASSIGN TO "BLENDS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Blend-File-Status.

       SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Oil-Master-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Blend-File.
       COPY BLENDREC.

       FD  Oil-Master-File.
       COPY OILMREC.

       WORKING-STORAGE SECTION.
       01  Blend-File-Status            PIC XX.
       01  Oil-Master-File-Status       PIC XX.

       01  Oil-Master-Table.
           02  Oil-Master-Entry          OCCURS 30 TIMES.
               03  omtFamily            PIC X      VALUE SPACE.
               03  omtName              PIC X(20)  VALUE SPACES.
       01  Oil-Master-Switch            PIC X      VALUE "N".
           88  Have-Oil-Master          VALUE "Y".

       01  Recipe-Table.
           02  Recipe-Entry             OCCURS 300 TIMES.
               03  rctBlend-Oil         PIC 99.
               03  rctBatch-Size        PIC 9(4).
               03  rctComponent-Oil     PIC 99.
               03  rctComponent-Qty     PIC 9(4).
       01  Recipe-Count                 PIC 9(3)   VALUE ZEROS.
       01  Recipe-Index                 PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Recipe-Line        VALUE "Y".
       01  Base-Carrier-Switch          PIC X      VALUE "N".
           88  Has-Base-Carrier         VALUE "Y".
       01  Component-Lines              PIC 9(3)   VALUE ZEROS.

       01  Entry-Blend-Oil              PIC 99.
       01  Entry-Batch-Size             PIC 9(4).
       01  Entry-Component-Oil          PIC 99.
       01  Entry-Component-Qty          PIC 9(4).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".
       01  More-Components-Switch       PIC X      VALUE "Y".
           88  More-Components          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OIL-MASTER
           PERFORM LOAD-RECIPES
           DISPLAY "BlendMaint - Aromamora blend recipe maintenance"
           DISPLAY "Enter the blend's Oil-Number and batch size, then "
               "its components, or 00 to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Blend Oil-Number (00 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Blend-Oil
               IF Entry-Blend-Oil = 0
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   IF Entry-Blend-Oil > 30
                       DISPLAY "Oil-Number must be 01-30, try again."
                   ELSE
                       PERFORM MAINTAIN-ONE-RECIPE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-RECIPES
           STOP RUN.

       MAINTAIN-ONE-RECIPE.
           IF Have-Oil-Master
               IF omtName (Entry-Blend-Oil) = SPACES
                   DISPLAY "Oil " Entry-Blend-Oil " is not on "
                       "OILMAST.DAT - set it up with OilMaint first"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Blend: " omtName (Entry-Blend-Oil)
           END-IF
           DISPLAY "Batch size (finished units)  : "
               WITH NO ADVANCING
           ACCEPT Entry-Batch-Size
           IF Entry-Batch-Size = ZEROS
               DISPLAY "Batch size may not be zero, nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-RECIPE
           MOVE "Y" TO More-Components-Switch
           PERFORM UNTIL NOT More-Components
               DISPLAY "Component Oil-Number (00 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Component-Oil
               IF Entry-Component-Oil = 0
                   MOVE "N" TO More-Components-Switch
               ELSE
                   PERFORM MAINTAIN-ONE-COMPONENT
               END-IF
           END-PERFORM
           PERFORM CHECK-BASE-CARRIER.

       MAINTAIN-ONE-COMPONENT.
           EVALUATE TRUE
               WHEN Entry-Component-Oil > 30
                   DISPLAY "Oil-Number must be 01-30, not saved."
                   EXIT PARAGRAPH
               WHEN Entry-Component-Oil = Entry-Blend-Oil
                   DISPLAY "A blend cannot be its own component, "
                       "not saved."
                   EXIT PARAGRAPH
               WHEN Have-Oil-Master
                       AND omtFamily (Entry-Component-Oil) NOT = "E"
                       AND omtFamily (Entry-Component-Oil) NOT = "B"
                   DISPLAY "Oil " Entry-Component-Oil " is not an "
                       "Essential or Base oil on OILMAST.DAT, not "
                       "saved."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Quantity per batch (0 drops it) : "
               WITH NO ADVANCING
           ACCEPT Entry-Component-Qty
           PERFORM FIND-OR-ADD-LINE
           IF Recipe-Index > 0
               MOVE Entry-Component-Qty TO
                   rctComponent-Qty (Recipe-Index)
               IF Entry-Component-Qty = ZEROS
                   DISPLAY "Component " Entry-Component-Oil
                       " dropped"
               ELSE
                   DISPLAY "Component " Entry-Component-Oil
                       " set to " Entry-Component-Qty
               END-IF
           END-IF.

       LIST-RECIPE.
           MOVE ZEROS TO Component-Lines
           PERFORM VARYING Recipe-Index FROM 1 BY 1
                   UNTIL Recipe-Index > Recipe-Count
               IF rctBlend-Oil (Recipe-Index) = Entry-Blend-Oil
                       AND rctBatch-Size (Recipe-Index)
                           = Entry-Batch-Size
                       AND rctComponent-Qty (Recipe-Index) > ZEROS
                   DISPLAY "  component " rctComponent-Oil
                       (Recipe-Index) " qty "
                       rctComponent-Qty (Recipe-Index)
                   ADD 1 TO Component-Lines
               END-IF
           END-PERFORM
           IF Component-Lines = ZEROS
               DISPLAY "  new recipe - no components yet"
           END-IF.

      * A blend is Essential oils diluted in a Base-Oil carrier; a
      * recipe with no Base component is allowed but flagged.
       CHECK-BASE-CARRIER.
           IF NOT Have-Oil-Master
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Base-Carrier-Switch
           MOVE ZEROS TO Component-Lines
           PERFORM VARYING Recipe-Index FROM 1 BY 1
                   UNTIL Recipe-Index > Recipe-Count
               IF rctBlend-Oil (Recipe-Index) = Entry-Blend-Oil
                       AND rctBatch-Size (Recipe-Index)
                           = Entry-Batch-Size
                       AND rctComponent-Qty (Recipe-Index) > ZEROS
                   ADD 1 TO Component-Lines
                   IF omtFamily (rctComponent-Oil (Recipe-Index))
                           = "B"
                       SET Has-Base-Carrier TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF Component-Lines > ZEROS AND NOT Has-Base-Carrier
               DISPLAY "Warning - recipe for blend " Entry-Blend-Oil
                   " batch " Entry-Batch-Size " has no Base-Oil "
                   "carrier"
           END-IF.

       FIND-OR-ADD-LINE.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Recipe-Index FROM 1 BY 1
                   UNTIL Recipe-Index > Recipe-Count
               IF rctBlend-Oil (Recipe-Index) = Entry-Blend-Oil
                       AND rctBatch-Size (Recipe-Index)
                           = Entry-Batch-Size
                       AND rctComponent-Oil (Recipe-Index)
                           = Entry-Component-Oil
                   SET Found-Recipe-Line TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Recipe-Line
               IF Recipe-Count < 300
                   ADD 1 TO Recipe-Count
                   MOVE Recipe-Count TO Recipe-Index
                   MOVE Entry-Blend-Oil TO rctBlend-Oil (Recipe-Index)
                   MOVE Entry-Batch-Size TO
                       rctBatch-Size (Recipe-Index)
                   MOVE Entry-Component-Oil TO
                       rctComponent-Oil (Recipe-Index)
               ELSE
                   DISPLAY "Warning - Recipe-Table full, component "
                       "not saved"
                   MOVE ZEROS TO Recipe-Index
               END-IF
           END-IF.

       LOAD-OIL-MASTER.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               SET Have-Oil-Master TO TRUE
               READ Oil-Master-File
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omFamily TO omtFamily (omOil-Number)
                       MOVE omName TO omtName (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "Warning - OILMAST.DAT not found, component "
                   "families not checked - run OilMaint"
           END-IF.

       LOAD-RECIPES.
           OPEN INPUT Blend-File
           IF Blend-File-Status = "00"
               READ Blend-File
                   AT END SET EndOfBlendFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBlendFile
                   IF Recipe-Count < 300
                       ADD 1 TO Recipe-Count
                       MOVE blBlend-Oil TO rctBlend-Oil (Recipe-Count)
                       MOVE blBatch-Size TO
                           rctBatch-Size (Recipe-Count)
                       MOVE blComponent-Oil TO
                           rctComponent-Oil (Recipe-Count)
                       MOVE blComponent-Qty TO
                           rctComponent-Qty (Recipe-Count)
                   END-IF
                   READ Blend-File
                       AT END SET EndOfBlendFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Blend-File
           ELSE
               DISPLAY "BLENDS.DAT not found - starting a new "
                   "recipe master."
           END-IF.

      * Dropped components (zero quantity) are left off the rewrite.
       SAVE-RECIPES.
           OPEN OUTPUT Blend-File
           PERFORM VARYING Recipe-Index FROM 1 BY 1
                   UNTIL Recipe-Index > Recipe-Count
               IF rctComponent-Qty (Recipe-Index) > ZEROS
                   MOVE rctBlend-Oil (Recipe-Index) TO blBlend-Oil
                   MOVE rctBatch-Size (Recipe-Index) TO blBatch-Size
                   MOVE rctComponent-Oil (Recipe-Index) TO
                       blComponent-Oil
                   MOVE rctComponent-Qty (Recipe-Index) TO
                       blComponent-Qty
                   WRITE BlendRecipeRecord
               END-IF
           END-PERFORM
           CLOSE Blend-File.

       END PROGRAM BlendMaint.
