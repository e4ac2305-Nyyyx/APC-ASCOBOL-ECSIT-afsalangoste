      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the TAXRATE.DAT sales-tax rate master - one
      *         percentage rate per tax class (S standard, R reduced,
      *         E exempt), effective-dated the way OilPriceMaint
      *         dates a price change, so a budget rate change can be
      *         keyed ahead of the day it applies.  Each oil's class
      *         is held on OILMAST.DAT and set through OilMaint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxRateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Tax-Rate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Tax-Rate-File.
       COPY TAXREC.

       WORKING-STORAGE SECTION.
       01  Tax-Rate-File-Status            PIC XX.

      * Every rate record rides through the session - history and
      * future-dated changes included - and the file is rewritten
      * sorted by class and effective date, so every reader taking
      * the last non-future record for a class gets the rate in
      * force.
       01  Rate-Table.
           02  Rate-Entry               OCCURS 100 TIMES.
               03  rttClass             PIC X.
               03  rttEffective-Date    PIC 9(8).
               03  rttRate              PIC 9(2)V99.
               03  rttDescription       PIC X(20).
       01  Rate-Count                   PIC 9(3)   VALUE ZEROS.
       01  Rate-Index                   PIC 9(3)   VALUE ZEROS.
       01  Sort-Index                   PIC 9(3)   VALUE ZEROS.
       01  Compare-Index                PIC 9(3)   VALUE ZEROS.
       01  Hold-Rate-Entry.
           02  hldClass                 PIC X.
           02  hldEffective-Date        PIC 9(8).
           02  hldRate                  PIC 9(2)V99.
           02  hldDescription           PIC X(20).
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Rate               VALUE "Y".

       01  Run-Date                     PIC 9(8).
       01  Entry-Class                  PIC X.
           88  Entry-Class-Valid        VALUE "S", "R", "E".
       01  Entry-Rate                   PIC 9(2)V99.
       01  Entry-Effective-Date         PIC 9(8).
       01  Entry-Description            PIC X(20).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-TAX-RATES
           DISPLAY "TaxRateMaint - Aromamora sales-tax rate "
               "maintenance"
           DISPLAY "Enter a tax class (S standard, R reduced, E "
               "exempt), its rate and effective date, or X to "
               "finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Tax class (X to end) : " WITH NO ADVANCING
               ACCEPT Entry-Class
               IF Entry-Class = "X" OR Entry-Class = "x"
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   IF NOT Entry-Class-Valid
                       DISPLAY "Tax class must be S, R or E, try "
                           "again."
                   ELSE
                       PERFORM KEY-ONE-RATE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-TAX-RATES
           STOP RUN.

       KEY-ONE-RATE.
           IF Entry-Class = "E"
               MOVE ZEROS TO Entry-Rate
               DISPLAY "Exempt class - rate fixed at 00.00"
           ELSE
               DISPLAY "Rate percent (e.g. 20.00) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Rate
           END-IF
           DISPLAY "Effective date (YYYYMMDD, 0 for today) : "
               WITH NO ADVANCING
           ACCEPT Entry-Effective-Date
           IF Entry-Effective-Date = ZEROS
               MOVE Run-Date TO Entry-Effective-Date
           END-IF
           DISPLAY "Description (e.g. STANDARD RATE) : "
               WITH NO ADVANCING
           ACCEPT Entry-Description
           PERFORM FIND-OR-ADD-RATE
           IF Rate-Index > 0
               MOVE Entry-Rate TO rttRate (Rate-Index)
               MOVE Entry-Description TO rttDescription (Rate-Index)
               DISPLAY "Class " Entry-Class " set to " Entry-Rate
                   "% effective " Entry-Effective-Date
           END-IF.

       FIND-OR-ADD-RATE.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Rate-Index FROM 1 BY 1
                   UNTIL Rate-Index > Rate-Count
               IF rttClass (Rate-Index) = Entry-Class
                       AND rttEffective-Date (Rate-Index)
                           = Entry-Effective-Date
                   SET Found-Rate TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Rate
               IF Rate-Count < 100
                   ADD 1 TO Rate-Count
                   MOVE Rate-Count TO Rate-Index
                   MOVE Entry-Class TO rttClass (Rate-Index)
                   MOVE Entry-Effective-Date TO
                       rttEffective-Date (Rate-Index)
               ELSE
                   DISPLAY "Warning - Rate-Table full, change not "
                       "saved"
                   MOVE ZEROS TO Rate-Index
               END-IF
           END-IF.

       LOAD-TAX-RATES.
           OPEN INPUT Tax-Rate-File
           IF Tax-Rate-File-Status = "00"
               READ Tax-Rate-File
                   AT END SET EndOfTaxRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTaxRateFile
                   IF Rate-Count < 100
                       ADD 1 TO Rate-Count
                       MOVE txClass TO rttClass (Rate-Count)
                       MOVE txRate TO rttRate (Rate-Count)
                       MOVE txDescription TO
                           rttDescription (Rate-Count)
                       IF txEffective-Date NUMERIC
                           MOVE txEffective-Date TO
                               rttEffective-Date (Rate-Count)
                       ELSE
                           MOVE ZEROS TO
                               rttEffective-Date (Rate-Count)
                       END-IF
                   END-IF
                   READ Tax-Rate-File
                       AT END SET EndOfTaxRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Tax-Rate-File
           ELSE
               DISPLAY "TAXRATE.DAT not found - starting a new "
                   "rate master."
           END-IF.

      * Ascending bubble sort by class/effective date - every reader
      * takes the last non-future record it sees for a class, so the
      * save order is the contract.
       SORT-RATES.
           IF Rate-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Rate-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Rate-Count - Sort-Index
                       IF Rate-Entry (Compare-Index) (1:9) >
                               Rate-Entry (Compare-Index + 1) (1:9)
                           MOVE Rate-Entry (Compare-Index)
                               TO Hold-Rate-Entry
                           MOVE Rate-Entry (Compare-Index + 1)
                               TO Rate-Entry (Compare-Index)
                           MOVE Hold-Rate-Entry
                               TO Rate-Entry (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SAVE-TAX-RATES.
           PERFORM SORT-RATES
           OPEN OUTPUT Tax-Rate-File
           PERFORM VARYING Rate-Index FROM 1 BY 1
                   UNTIL Rate-Index > Rate-Count
               MOVE rttClass (Rate-Index) TO txClass
               MOVE rttRate (Rate-Index) TO txRate
               MOVE rttEffective-Date (Rate-Index) TO txEffective-Date
               MOVE rttDescription (Rate-Index) TO txDescription
               WRITE TaxRateRecord
           END-PERFORM
           CLOSE Tax-Rate-File.

       END PROGRAM TaxRateMaint.
