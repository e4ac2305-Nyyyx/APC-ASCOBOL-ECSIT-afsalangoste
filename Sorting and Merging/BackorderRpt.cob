      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Customer backorder reports from BACKORD.DAT.  Every
      *         backorder not yet shipped or cancelled is aged from
      *         the day it was taken (30-day-month arithmetic, as
      *         APAgedRpt ages payables) onto BACKORD.RPT with what
      *         GoodsReceive has held for it so far, and totalled by
      *         age band; the backorders whose whole quantity is held
      *         are printed as a pick list on BOPICK.RPT, with the
      *         customer's address, for the shop to pack before they
      *         are shipped through SalesEntry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackorderRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Backorder-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       SELECT AgedFile ASSIGN TO "BACKORD.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PickFile ASSIGN TO "BOPICK.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BackorderFile.
       COPY BOREC.

       FD  Customer-File.
       01  Customer-Rec.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  AgedFile.
       01  Aged-Report-Line             PIC X(80).

       FD  PickFile.
       01  Pick-Report-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  Backorder-File-Status        PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Customer-Open-Switch         PIC X      VALUE "N".
           88  Customer-Master-Open     VALUE "Y".

       01  Today.
           02  Today-Year               PIC 9(4).
           02  Today-Month              PIC 99.
           02  Today-Day                PIC 99.
       01  Backorder-Date-Split.
           02  Bo-Year                  PIC 9(4).
           02  Bo-Month                 PIC 99.
           02  Bo-Day                   PIC 99.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.

       01  Band-Totals.
           02  Week1-Count              PIC 9(5)   VALUE ZEROS.
           02  Week1-Units              PIC 9(7)   VALUE ZEROS.
           02  Week2-Count              PIC 9(5)   VALUE ZEROS.
           02  Week2-Units              PIC 9(7)   VALUE ZEROS.
           02  Month1-Count             PIC 9(5)   VALUE ZEROS.
           02  Month1-Units             PIC 9(7)   VALUE ZEROS.
           02  Over30-Count             PIC 9(5)   VALUE ZEROS.
           02  Over30-Units             PIC 9(7)   VALUE ZEROS.
       01  Open-Count                   PIC 9(5)   VALUE ZEROS.
       01  Ready-Count                  PIC 9(5)   VALUE ZEROS.
       01  Ready-Units                  PIC 9(7)   VALUE ZEROS.
       01  Customer-Name-Hold           PIC X(20)  VALUE SPACES.
       01  Customer-Address-Hold        PIC X(30)  VALUE SPACES.

       01  Aged-Header                  PIC X(40)
           VALUE "AROMAMORA OPEN CUSTOMER BACKORDERS".
       01  Aged-LineBreak               PIC X(78) VALUE ALL "-".

       01  Aged-Column-Titles.
           02  FILLER                   PIC X(8)   VALUE "BACKORD".
           02  FILLER                   PIC X(9)   VALUE "TAKEN".
           02  FILLER                   PIC X(6)   VALUE "CUST".
           02  FILLER                   PIC X(17)  VALUE "NAME".
           02  FILLER                   PIC X(5)   VALUE "OIL".
           02  FILLER                   PIC X(3)   VALUE "SZ".
           02  FILLER                   PIC X(5)   VALUE "  QTY".
           02  FILLER                   PIC X(6)   VALUE "  HELD".
           02  FILLER                   PIC X(6)   VALUE "  DAYS".
           02  FILLER                   PIC X(7)   VALUE " STATUS".

       01  Aged-Detail-Line.
           02  adlBackorderNo           PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlDate                  PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlName                  PIC X(16).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlOil-Family            PIC X.
           02  adlOil-Number            PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlUnit-Size             PIC 9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlQuantity              PIC ZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlAllocated             PIC ZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlDaysOld               PIC ZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlStatus                PIC X(5).

       01  Aged-Total-Line.
           02  atlLabel                 PIC X(22).
           02  atlCount                 PIC ZZ,ZZ9.
           02  FILLER                   PIC X(13)  VALUE
               " BACKORDERS  ".
           02  atlUnits                 PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X(6)   VALUE " UNITS".

       01  Pick-Header                  PIC X(40)
           VALUE "AROMAMORA BACKORDER PICK LIST".
       01  Pick-Date-Line.
           02  FILLER                   PIC X(11)  VALUE "PICK DATE ".
           02  pdlDate                  PIC 9(8).
       01  Pick-Column-Titles.
           02  FILLER                   PIC X(8)   VALUE "BACKORD".
           02  FILLER                   PIC X(6)   VALUE "CUST".
           02  FILLER                   PIC X(21)  VALUE "NAME".
           02  FILLER                   PIC X(5)   VALUE "OIL".
           02  FILLER                   PIC X(3)   VALUE "SZ".
           02  FILLER                   PIC X(5)   VALUE "  QTY".
           02  FILLER                   PIC X(10)  VALUE "  READY".
           02  FILLER                   PIC X(6)   VALUE "PICKED".
       01  Pick-Detail-Line.
           02  pklBackorderNo           PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pklCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  pklName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  pklOil-Family            PIC X.
           02  pklOil-Number            PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pklUnit-Size             PIC 9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pklQuantity              PIC ZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pklReady-Date            PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(5)   VALUE "[   ]".
       01  Pick-Address-Line.
           02  FILLER                   PIC X(14)  VALUE SPACES.
           02  palAddress               PIC X(30).
       01  Pick-Total-Line.
           02  FILLER                   PIC X(22)
               VALUE "READY TO SHIP".
           02  ptlCount                 PIC ZZ,ZZ9.
           02  FILLER                   PIC X(13)  VALUE
               " BACKORDERS  ".
           02  ptlUnits                 PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X(6)   VALUE " UNITS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Today FROM DATE YYYYMMDD
           OPEN INPUT BackorderFile
           IF Backorder-File-Status NOT = "00"
               DISPLAY "BACKORD.DAT not found - SalesEntry has not "
                   "taken any backorders yet"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Customer-Master-Open TO TRUE
           ELSE
               DISPLAY "Warning - CUSTOMER.IDX not available, "
                   "customers print unnamed"
           END-IF
           OPEN OUTPUT AgedFile
           WRITE Aged-Report-Line FROM Aged-Header
           WRITE Aged-Report-Line FROM Aged-LineBreak
           WRITE Aged-Report-Line FROM Aged-Column-Titles
           OPEN OUTPUT PickFile
           WRITE Pick-Report-Line FROM Pick-Header
           MOVE Today TO pdlDate
           WRITE Pick-Report-Line FROM Pick-Date-Line
           WRITE Pick-Report-Line FROM Aged-LineBreak
           WRITE Pick-Report-Line FROM Pick-Column-Titles

           READ BackorderFile
               AT END SET EndOfBackorderFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBackorderFile
               IF boOpen OR boReady
                   PERFORM LOOKUP-CUSTOMER
                   PERFORM AGE-ONE-BACKORDER
                   IF boReady
                       PERFORM PICK-ONE-BACKORDER
                   END-IF
               END-IF
               READ BackorderFile
                   AT END SET EndOfBackorderFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BackorderFile
           IF Customer-Master-Open
               CLOSE Customer-File
           END-IF

           WRITE Aged-Report-Line FROM Aged-LineBreak
           MOVE "UP TO 7 DAYS        :" TO atlLabel
           MOVE Week1-Count TO atlCount
           MOVE Week1-Units TO atlUnits
           WRITE Aged-Report-Line FROM Aged-Total-Line
           MOVE "8 TO 14 DAYS        :" TO atlLabel
           MOVE Week2-Count TO atlCount
           MOVE Week2-Units TO atlUnits
           WRITE Aged-Report-Line FROM Aged-Total-Line
           MOVE "15 TO 30 DAYS       :" TO atlLabel
           MOVE Month1-Count TO atlCount
           MOVE Month1-Units TO atlUnits
           WRITE Aged-Report-Line FROM Aged-Total-Line
           MOVE "OVER 30 DAYS        :" TO atlLabel
           MOVE Over30-Count TO atlCount
           MOVE Over30-Units TO atlUnits
           WRITE Aged-Report-Line FROM Aged-Total-Line
           CLOSE AgedFile

           WRITE Pick-Report-Line FROM Aged-LineBreak
           MOVE Ready-Count TO ptlCount
           MOVE Ready-Units TO ptlUnits
           WRITE Pick-Report-Line FROM Pick-Total-Line
           CLOSE PickFile

           DISPLAY "BackorderRpt - " Open-Count " open backorder(s) "
               "aged to BACKORD.RPT, " Ready-Count " ready to ship "
               "on BOPICK.RPT"
           GOBACK.

       LOOKUP-CUSTOMER.
           MOVE "** UNKNOWN **" TO Customer-Name-Hold
           MOVE SPACES TO Customer-Address-Hold
           IF Customer-Master-Open
               MOVE boCustomer-ID TO cmCustomer-ID
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE cmCustomer-Name TO Customer-Name-Hold
                       MOVE cmCustomer-Address TO
                           Customer-Address-Hold
               END-READ
           END-IF.

       AGE-ONE-BACKORDER.
           ADD 1 TO Open-Count
           MOVE boDate TO Backorder-Date-Split
           COMPUTE Age-Days =
               ((Today-Year - Bo-Year) * 360)
               + ((Today-Month - Bo-Month) * 30)
               + (Today-Day - Bo-Day)
           IF Age-Days < ZEROS
               MOVE ZEROS TO Age-Days
           END-IF
           MOVE boBackorderNo TO adlBackorderNo
           MOVE boDate TO adlDate
           MOVE boCustomer-ID TO adlCustomer-ID
           MOVE Customer-Name-Hold TO adlName
           MOVE boOil-Family TO adlOil-Family
           MOVE boOil-Number TO adlOil-Number
           MOVE boUnit-Size TO adlUnit-Size
           MOVE boQuantity TO adlQuantity
           MOVE boAllocated TO adlAllocated
           MOVE Age-Days TO adlDaysOld
           IF boReady
               MOVE "READY" TO adlStatus
           ELSE
               MOVE "OPEN" TO adlStatus
           END-IF
           EVALUATE TRUE
               WHEN Age-Days <= 7
                   ADD 1 TO Week1-Count
                   ADD boQuantity TO Week1-Units
               WHEN Age-Days <= 14
                   ADD 1 TO Week2-Count
                   ADD boQuantity TO Week2-Units
               WHEN Age-Days <= 30
                   ADD 1 TO Month1-Count
                   ADD boQuantity TO Month1-Units
               WHEN OTHER
                   ADD 1 TO Over30-Count
                   ADD boQuantity TO Over30-Units
           END-EVALUATE
           WRITE Aged-Report-Line FROM Aged-Detail-Line.

       PICK-ONE-BACKORDER.
           ADD 1 TO Ready-Count
           ADD boQuantity TO Ready-Units
           MOVE boBackorderNo TO pklBackorderNo
           MOVE boCustomer-ID TO pklCustomer-ID
           MOVE Customer-Name-Hold TO pklName
           MOVE boOil-Family TO pklOil-Family
           MOVE boOil-Number TO pklOil-Number
           MOVE boUnit-Size TO pklUnit-Size
           MOVE boQuantity TO pklQuantity
           MOVE boReady-Date TO pklReady-Date
           WRITE Pick-Report-Line FROM Pick-Detail-Line
           IF Customer-Address-Hold NOT = SPACES
               MOVE Customer-Address-Hold TO palAddress
               WRITE Pick-Report-Line FROM Pick-Address-Line
           END-IF.

       END PROGRAM BackorderRpt.
