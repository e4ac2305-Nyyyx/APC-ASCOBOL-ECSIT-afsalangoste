      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Build or rebuild the SALESHIST.IDX indexed sales
      *         history (SHISTREC) from the SALES.BAK.YYYYMMDD
      *         generations SalesDayEnd leaves behind.  Run once
      *         over the whole archive to convert it; afterwards
      *         SalesDayEnd files each closed day itself, and this
      *         is only wanted to rebuild a damaged index (R) or to
      *         add a restored generation that missed its close (A).
      *         Every calendar date in the from/to range is tried
      *         in turn and a date with no generation is skipped.
      *         The lines are numbered within their generation the
      *         way SalesDayEnd numbers them, so a day already on
      *         file is recognised rather than filed twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesHistBuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Archive-File ASSIGN TO DYNAMIC Archive-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Archive-File-Status.

       SELECT Sales-History-File ASSIGN TO "SALESHIST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS hxHistory-Key
                 ALTERNATE RECORD KEY IS hxCustomer-ID
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS hxSalesperson
                     WITH DUPLICATES
                 FILE STATUS IS Sales-History-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Archive-File.
       COPY SALESREC.

       FD  Sales-History-File.
       COPY SHISTREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Archive-File-Name            PIC X(24).
       01  Archive-File-Status          PIC XX.
       01  Sales-History-File-Status    PIC XX.
       01  BusDate-File-Status          PIC XX.

       01  Build-Mode                   PIC X      VALUE SPACE.
           88  Rebuild-History          VALUE "R".
           88  Add-To-History           VALUE "A".
       01  Confirm-Answer               PIC X      VALUE SPACE.
       01  Filter-From-Date             PIC X(8)   VALUE SPACES.
       01  Filter-To-Date               PIC X(8)   VALUE SPACES.
       01  From-Date-Num                PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num                  PIC 9(8)   VALUE ZEROS.

      * Calendar walk over the range; an impossible date such as
      * 20260231 simply finds no generation.
       01  Scan-Date.
           02  Scan-Year                PIC 9(4).
           02  Scan-Month               PIC 99.
           02  Scan-Day                 PIC 99.
       01  Scan-Date-Num REDEFINES Scan-Date
                                        PIC 9(8).

       01  History-Line-Number          PIC 9(5)   VALUE ZEROS.
       01  Archives-Loaded              PIC 9(5)   VALUE ZEROS.
       01  Lines-Filed                  PIC 9(7)   VALUE ZEROS.
       01  Lines-Already-On-File        PIC 9(7)   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "SalesHistBuild - build the indexed sales history"
           DISPLAY "Rebuild SALESHIST.IDX from scratch (R) or add "
               "archived days to it (A): " WITH NO ADVANCING
           ACCEPT Build-Mode
           IF NOT Rebuild-History AND NOT Add-To-History
               DISPLAY "Nothing done"
               STOP RUN
           END-IF
           DISPLAY "From archive date (YYYYMMDD)          : "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To archive date (YYYYMMDD, blank today): "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date = SPACES OR Filter-From-Date NOT NUMERIC
               DISPLAY "Error - a from date is needed, nothing done"
               STOP RUN
           END-IF
           MOVE Filter-From-Date TO From-Date-Num
           IF Filter-To-Date NOT = SPACES
               MOVE Filter-To-Date TO To-Date-Num
           END-IF
           IF To-Date-Num < From-Date-Num
               DISPLAY "Error - the to date is before the from date, "
                   "nothing done"
               STOP RUN
           END-IF

           IF Rebuild-History
               DISPLAY "SALESHIST.IDX will be emptied and rebuilt "
                   "from the generations in the range - continue "
                   "(Y/N)? " WITH NO ADVANCING
               ACCEPT Confirm-Answer
               IF Confirm-Answer NOT = "Y" AND Confirm-Answer NOT = "y"
                   DISPLAY "Nothing done"
                   STOP RUN
               END-IF
               OPEN OUTPUT Sales-History-File
           ELSE
               OPEN I-O Sales-History-File
               IF Sales-History-File-Status = "35"
                   OPEN OUTPUT Sales-History-File
               END-IF
           END-IF
           IF Sales-History-File-Status NOT = "00"
               DISPLAY "Error - unable to open SALESHIST.IDX (status "
                   Sales-History-File-Status ")"
               STOP RUN
           END-IF

           MOVE From-Date-Num TO Scan-Date-Num
           PERFORM UNTIL Scan-Date-Num > To-Date-Num
               PERFORM LOAD-ONE-ARCHIVE
               PERFORM NEXT-SCAN-DATE
           END-PERFORM
           CLOSE Sales-History-File

           DISPLAY "SalesHistBuild - " Archives-Loaded
               " generation(s) read, " Lines-Filed
               " line(s) filed in SALESHIST.IDX"
           IF Lines-Already-On-File > ZEROS
               DISPLAY "SalesHistBuild - " Lines-Already-On-File
                   " line(s) were already on file and left as they "
                   "were"
           END-IF
           STOP RUN.

       LOAD-ONE-ARCHIVE.
           MOVE SPACES TO Archive-File-Name
           STRING "SALES.BAK." Scan-Date
               DELIMITED BY SIZE INTO Archive-File-Name
           OPEN INPUT Archive-File
           IF Archive-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Archives-Loaded
           MOVE ZEROS TO History-Line-Number
           READ Archive-File
               AT END SET EndOfSalesFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSalesFile
               IF Sales-Rec (1:3) NOT = "HDR"
                       AND Sales-Rec (1:3) NOT = "TRL"
                   PERFORM WRITE-HISTORY-LINE
               END-IF
               READ Archive-File
                   AT END SET EndOfSalesFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Archive-File
           DISPLAY "  " Archive-File-Name " read".

      * The same filing SalesDayEnd does at the close, with the
      * generation's date standing in for the run date.
       WRITE-HISTORY-LINE.
           ADD 1 TO History-Line-Number
           IF sfSale-Date NOT NUMERIC
               MOVE Scan-Date-Num TO sfSale-Date
           END-IF
           MOVE sfSale-Date TO hxSale-Date
           MOVE sfOil-ID TO hxOil-ID
           MOVE Scan-Date-Num TO hxBatch-Date
           MOVE History-Line-Number TO hxLine-Number
           MOVE sfCustomer-ID TO hxCustomer-ID
           MOVE sfSalesperson TO hxSalesperson
           MOVE Sales-Rec TO hxSales-Line
           WRITE Sales-History-Rec
               INVALID KEY
                   ADD 1 TO Lines-Already-On-File
               NOT INVALID KEY
                   ADD 1 TO Lines-Filed
           END-WRITE.

       NEXT-SCAN-DATE.
           ADD 1 TO Scan-Day
           IF Scan-Day > 31
               MOVE 1 TO Scan-Day
               ADD 1 TO Scan-Month
               IF Scan-Month > 12
                   MOVE 1 TO Scan-Month
                   ADD 1 TO Scan-Year
               END-IF
           END-IF.

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
               MOVE bdBusinessDate TO To-Date-Num
           ELSE
               ACCEPT To-Date-Num FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM SalesHistBuild.
