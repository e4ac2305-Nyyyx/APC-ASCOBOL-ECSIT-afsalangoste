      *         can say "07 LAVENDER" instead of leaving everyone to
      *         remember which oil 07 is.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Each oil now also carries its sales-tax class
      *            (omTax-Class - S standard, R reduced, E exempt,
      *            rated on TAXRATE.DAT by TaxRateMaint), prompted
      *            after the name; blank keeps the class already on
      *            file, and a new oil defaults to standard.  The
      *            record layout moves to the shared OILMREC
      *            copybook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilMaint.
       DATA DIVISION.
       FILE SECTION.
       FD  Oil-Master-File.
       COPY OILMREC.

       WORKING-STORAGE SECTION.
       01  Oil-Master-File-Status       PIC XX.
           02  Oil-Master-Entry          OCCURS 30 TIMES.
               03  omtFamily            PIC X      VALUE SPACE.
               03  omtName              PIC X(20)  VALUE SPACES.
               03  omtTax-Class         PIC X      VALUE SPACE.

       01  Entry-Oil-Number              PIC 99.
       01  Entry-Family                  PIC X.
       01  Entry-Name                    PIC X(20).
       01  Entry-Tax-Class               PIC X.
           88  Entry-Tax-Class-Valid     VALUE "S", "R", "E".
       01  Table-Index                   PIC 99.
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".
                               omtFamily (Entry-Oil-Number)
                           MOVE Entry-Name TO
                               omtName (Entry-Oil-Number)
                           PERFORM ACCEPT-TAX-CLASS
                           DISPLAY "Oil " Entry-Oil-Number " saved"
                       END-IF
                   END-IF
           PERFORM SAVE-OIL-MASTER
           STOP RUN.

      * Blank keeps whatever class the oil already has; an oil with
      * none yet is taxed at the standard rate.
       ACCEPT-TAX-CLASS.
           DISPLAY "Tax class (S/R/E, blank to keep "
               omtTax-Class (Entry-Oil-Number) ") : "
               WITH NO ADVANCING
           MOVE SPACE TO Entry-Tax-Class
           ACCEPT Entry-Tax-Class
           IF Entry-Tax-Class = SPACE
               IF omtTax-Class (Entry-Oil-Number) = SPACE
                   MOVE "S" TO omtTax-Class (Entry-Oil-Number)
               END-IF
           ELSE
               IF Entry-Tax-Class-Valid
                   MOVE Entry-Tax-Class TO
                       omtTax-Class (Entry-Oil-Number)
               ELSE
                   DISPLAY "Tax class must be S, R or E - class "
                       "left as " omtTax-Class (Entry-Oil-Number)
               END-IF
           END-IF.

       LOAD-OIL-MASTER.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
                   IF omOil-Number > 0 AND omOil-Number <= 30
                       MOVE omFamily TO omtFamily (omOil-Number)
                       MOVE omName TO omtName (omOil-Number)
                       MOVE omTax-Class TO
                           omtTax-Class (omOil-Number)
                   END-IF
                   READ Oil-Master-File
                       AT END SET EndOfOilMasterFile TO TRUE
                   MOVE Table-Index TO omOil-Number
                   MOVE omtFamily (Table-Index) TO omFamily
                   MOVE omtName (Table-Index) TO omName
                   MOVE omtTax-Class (Table-Index) TO omTax-Class
                   WRITE Oil-Master-Rec
               END-IF
           END-PERFORM
