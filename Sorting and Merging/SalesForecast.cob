      * Author:Nyx
      * Date:9/2/2026
      * Purpose:Seasonal sales forecasting and suggested ordering.
      *         The last two years of SALESHIST.IDX sales history
      *         are totalled per oil by calendar month and averaged
      *         over the years that month has history for, to give
      *         each oil a seasonal demand pattern; the current
      *         month's average, scaled to the supplier lead time
      *         the operator enters, is the projected demand, and
      *         computed suggestion instead of reacting to a static
      *         trigger after the shelf is already empty.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Demand now comes from the SALESHIST.IDX indexed
      *            line history (SHISTREC), read from two years
      *            before the current month up to the end of last
      *            month only, instead of the SalesHistRpt "OIL"
      *            rows read end to end through SALESHIST.DAT.  A
      *            month's average is taken over the years that
      *            month has any store history for, so a year the
      *            oil didn't sell counts as a year of no demand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Sales-History-File ASSIGN TO "SALESHIST.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hxHistory-Key
                 ALTERNATE RECORD KEY IS hxCustomer-ID
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS hxSalesperson
                     WITH DUPLICATES
                 FILE STATUS IS Sales-History-File-Status.

       SELECT Inventory-File ASSIGN TO "INVENTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-History-File.
       COPY SHISTREC.

       FD  Inventory-File.
       COPY INVREC.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Sales-History-File-Status    PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  PurchOrd-File-Status         PIC XX.

       01  Lead-Time-Days               PIC 9(3)   VALUE ZEROS.

      * Per-oil per-calendar-month demand totals and period counts,
      * off the history lines.
       01  Season-Table.
           02  Season-Oil-Entry         OCCURS 30 TIMES.
               03  Season-Month-Entry   OCCURS 12 TIMES.
                   04  ssnQuantity      PIC S9(8).
                   04  ssnPeriods       PIC 9(4).

      * Which year (1 to 3 across the window) of each calendar month
      * has any history at all.
       01  Month-Seen-Table.
           02  Month-Seen-Year          OCCURS 3 TIMES.
               03  mstSeen              PIC X      OCCURS 12 TIMES.

      * History lines are moved over the SALES.DAT layout to be read.
       COPY SALESREC.

       01  Window-From-Date             PIC 9(8)   VALUE ZEROS.
       01  Window-End-Date              PIC 9(8)   VALUE ZEROS.
       01  Hist-Year                    PIC 9(4)   VALUE ZEROS.
       01  Year-Index                   PIC 9      VALUE ZEROS.
       01  Month-Index                  PIC 99     VALUE ZEROS.
       01  Month-Periods                PIC 9(4)   VALUE ZEROS.

       01  OnHand-Table.
           02  ohQuantity               PIC 9(6)   OCCURS 30 TIMES
                                         VALUE ZEROS.

           PERFORM LOAD-SEASONAL-HISTORY
           IF Hist-Rows-Read = ZEROS
               DISPLAY "SALESHIST.IDX carries no sales for the last "
                   "two years yet - run SalesHistBuild to load the "
                   "SALES.BAK archive first"
               STOP RUN
           END-IF
           PERFORM LOAD-ON-HAND
               " suggested order(s) written to SUGORDER.RPT"
           STOP RUN.

      * Only the two years of history before the current month are
      * read - START at the first day of the window and stop at the
      * first line dated in the current month.
       LOAD-SEASONAL-HISTORY.
           OPEN INPUT Sales-History-File
           IF Sales-History-File-Status NOT = "00"
               DISPLAY "SALESHIST.IDX not found - no history to "
                   "forecast from (run SalesHistBuild)"
               STOP RUN
           END-IF
           MOVE SPACES TO Month-Seen-Table
           COMPUTE Window-From-Date =
               (Today-Year - 2) * 10000 + Today-Month * 100 + 1
           COMPUTE Window-End-Date =
               Today-Year * 10000 + Today-Month * 100 + 1
           MOVE LOW-VALUES TO hxHistory-Key
           MOVE Window-From-Date TO hxSale-Date
           START Sales-History-File KEY IS >= hxHistory-Key
               INVALID KEY SET EndOfSalesHistory TO TRUE
           END-START
           IF NOT EndOfSalesHistory
               PERFORM READ-NEXT-HISTORY
           END-IF
           PERFORM UNTIL EndOfSalesHistory
               MOVE hxSales-Line TO Sales-Rec
               PERFORM ACCUMULATE-HISTORY-LINE
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE Sales-History-File
           PERFORM COUNT-SEASON-PERIODS.

       READ-NEXT-HISTORY.
           READ Sales-History-File NEXT RECORD
               AT END SET EndOfSalesHistory TO TRUE
           END-READ
           IF NOT EndOfSalesHistory
                   AND hxSale-Date >= Window-End-Date
               SET EndOfSalesHistory TO TRUE
           END-IF.

       ACCUMULATE-HISTORY-LINE.
           MOVE hxSale-Date (1:4) TO Hist-Year
           MOVE hxSale-Date (5:2) TO Hist-Month
           MOVE Oil-Number TO Hist-Oil
           COMPUTE Year-Index = Hist-Year - Today-Year + 3
           IF Hist-Month < 1 OR Hist-Month > 12
                   OR Year-Index < 1 OR Year-Index > 3
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO mstSeen (Year-Index, Hist-Month)
           IF Hist-Oil > 0 AND Hist-Oil <= 30
               IF Return-Line
                   SUBTRACT sfUnit-Sold FROM
                       ssnQuantity (Hist-Oil, Hist-Month)
               ELSE
                   ADD sfUnit-Sold TO
                       ssnQuantity (Hist-Oil, Hist-Month)
               END-IF
               ADD 1 TO Hist-Rows-Read
           END-IF.

      * Each oil's month averages over the years that month has any
      * store history for; an oil with no net demand in a month
      * gets no periods, so it is not suggested for that month.
       COUNT-SEASON-PERIODS.
           PERFORM VARYING Month-Index FROM 1 BY 1
                   UNTIL Month-Index > 12
               MOVE ZEROS TO Month-Periods
               PERFORM VARYING Year-Index FROM 1 BY 1
                       UNTIL Year-Index > 3
                   IF mstSeen (Year-Index, Month-Index) = "Y"
                       ADD 1 TO Month-Periods
                   END-IF
               END-PERFORM
               PERFORM VARYING Oil-Index FROM 1 BY 1
                       UNTIL Oil-Index > 30
                   IF ssnQuantity (Oil-Index, Month-Index) > ZEROS
                       MOVE Month-Periods TO
                           ssnPeriods (Oil-Index, Month-Index)
                   ELSE
                       MOVE ZEROS TO
                           ssnPeriods (Oil-Index, Month-Index)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The projection is this calendar month's average period
      * demand, taken as a month's worth and scaled to the lead
