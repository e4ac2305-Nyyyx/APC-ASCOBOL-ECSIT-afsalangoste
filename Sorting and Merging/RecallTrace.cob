      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Supplier recall trace.  The operator keys the
      *         supplier's batch number; every LOTS.DAT lot received
      *         under it is listed with the stock still on hand,
      *         followed by any blend lot ProductionRun made from it
      *         (through the LOTALLOC.DAT production allocations),
      *         and then every customer the batch reached - sale
      *         date, oil, quantity and lot, with the CUSTOMER.IDX
      *         name, address and phone to call - on RECALL.RPT.
      *         Returns credited back to a traced lot are shown so
      *         the net exposure is clear.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallTrace.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LotFile ASSIGN TO "LOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lot-File-Status.

       SELECT AllocFile ASSIGN TO "LOTALLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Alloc-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       SELECT ReportFile ASSIGN TO "RECALL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LotFile.
       COPY LOTREC.

       FD  AllocFile.
       COPY ALLOCREC.

       FD  Customer-File.
       01  Customer-Rec.
           88  EndOfCustomerFile            VALUE HIGH-VALUES.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Lot-File-Status              PIC XX.
       01  Alloc-File-Status            PIC XX.
       01  Customer-File-Status         PIC XX.

       01  Entry-Supplier-Batch         PIC X(10).

      * The lots under trace - the batch's own lots, then any blend
      * lot made from one of them, found pass by pass until no new
      * lot turns up.
       01  Trace-Table.
           02  Trace-Entry              OCCURS 100 TIMES.
               03  trcLotNo             PIC 9(4).
               03  trcOil-Number        PIC 99.
               03  trcExpiry            PIC 9(8).
               03  trcOn-Hand           PIC 9(6).
               03  trcFrom-LotNo        PIC 9(4).
       01  Trace-Count                  PIC 9(3)   VALUE ZEROS.
       01  Trace-Index                  PIC 9(3)   VALUE ZEROS.
       01  Traced-Lot-Switch            PIC X      VALUE "N".
           88  Lot-Is-Traced            VALUE "Y".
       01  New-Lots-Switch              PIC X      VALUE "Y".
           88  New-Lots-Found           VALUE "Y".
       01  Parent-LotNo                 PIC 9(4)   VALUE ZEROS.

       01  Customer-Found-Switch        PIC X      VALUE "N".
           88  Customer-Found           VALUE "Y".
       01  Sold-Quantity                PIC 9(7)   VALUE ZEROS.
       01  Returned-Quantity            PIC 9(7)   VALUE ZEROS.
       01  On-Hand-Quantity             PIC 9(7)   VALUE ZEROS.
       01  Customer-Line-Count          PIC 9(5)   VALUE ZEROS.

       01  Report-Header.
           02  FILLER                   PIC X(30)
               VALUE "AROMAMORA RECALL TRACE - BATCH".
           02  FILLER                   PIC X      VALUE SPACE.
           02  rhdBatch                 PIC X(10).
       01  Report-LineBreak             PIC X(78) VALUE ALL "-".
       01  Report-Section-Line          PIC X(40).

       01  Lot-Column-Titles.
           02  FILLER                   PIC X(6)   VALUE "LOT".
           02  FILLER                   PIC X(5)   VALUE "OIL".
           02  FILLER                   PIC X(10)  VALUE "EXPIRY".
           02  FILLER                   PIC X(10)  VALUE "   ON HAND".
           02  FILLER                   PIC X(15)
               VALUE "  MADE FROM LOT".
       01  Lot-Detail-Line.
           02  ldlLotNo                 PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ldlOil-Number            PIC 99.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  ldlExpiry                PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ldlOn-Hand               PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(5)   VALUE SPACES.
           02  ldlFrom-LotNo            PIC X(4).

       01  Customer-Column-Titles.
           02  FILLER                   PIC X(6)   VALUE "CUST".
           02  FILLER                   PIC X(21)  VALUE "NAME".
           02  FILLER                   PIC X(9)   VALUE "DATE".
           02  FILLER                   PIC X(2)   VALUE "T".
           02  FILLER                   PIC X(4)   VALUE "OIL".
           02  FILLER                   PIC X(5)   VALUE "LOT".
           02  FILLER                   PIC X(7)   VALUE "    QTY".
           02  FILLER                   PIC X(12)  VALUE "  PHONE".
       01  Customer-Detail-Line.
           02  cdlCustomer-ID           PIC 9(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlDate                  PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlType                  PIC X.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlOil-Number            PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlLotNo                 PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlQuantity              PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlPhone                 PIC X(12).
       01  Customer-Address-Line.
           02  FILLER                   PIC X(6)   VALUE SPACES.
           02  calAddress               PIC X(30).

       01  Report-Total-Line.
           02  rtlLabel                 PIC X(30).
           02  rtlQuantity              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RecallTrace - trace a supplier batch to customers"
           DISPLAY "Supplier batch number : " WITH NO ADVANCING
           ACCEPT Entry-Supplier-Batch
           IF Entry-Supplier-Batch = SPACES
               DISPLAY "No batch number keyed, nothing traced"
               STOP RUN
           END-IF
           PERFORM LOAD-BATCH-LOTS
           IF Trace-Count = 0
               DISPLAY "No LOTS.DAT lot was received under batch "
                   Entry-Supplier-Batch
               STOP RUN
           END-IF
           PERFORM UNTIL NOT New-Lots-Found
               PERFORM FIND-BLEND-LOTS
           END-PERFORM
           PERFORM LOAD-ON-HAND

           OPEN INPUT Customer-File
           IF Customer-File-Status NOT = "00"
               DISPLAY "Warning - CUSTOMER.IDX not found, customers "
                   "listed by number only"
           END-IF
           OPEN OUTPUT ReportFile
           MOVE Entry-Supplier-Batch TO rhdBatch
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           PERFORM WRITE-LOT-SECTION
           PERFORM WRITE-CUSTOMER-SECTION
           CLOSE ReportFile
           IF Customer-File-Status = "00"
               CLOSE Customer-File
           END-IF
           DISPLAY "RecallTrace - " Trace-Count " lot(s) and "
               Customer-Line-Count " customer line(s) listed on "
               "RECALL.RPT"
           STOP RUN.

       LOAD-BATCH-LOTS.
           OPEN INPUT LotFile
           IF Lot-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile
               IF ltSupplier-Batch = Entry-Supplier-Batch
                       AND Trace-Count < 100
                   ADD 1 TO Trace-Count
                   MOVE ltLotNo TO trcLotNo (Trace-Count)
                   MOVE ltOil-Number TO trcOil-Number (Trace-Count)
                   MOVE ZEROS TO trcFrom-LotNo (Trace-Count)
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile.

      * A production allocation out of a traced lot puts the blend
      * lot it made under trace too.
       FIND-BLEND-LOTS.
           MOVE "N" TO New-Lots-Switch
           OPEN INPUT AllocFile
           IF Alloc-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AllocFile
               AT END SET EndOfAllocFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAllocFile
               IF laProduction AND laLotNo NOT = ZEROS
                   PERFORM CHECK-LOT-TRACED
                   IF Lot-Is-Traced
                       MOVE laLotNo TO Parent-LotNo
                       MOVE laMade-LotNo TO laLotNo
                       PERFORM CHECK-LOT-TRACED
                       IF NOT Lot-Is-Traced AND Trace-Count < 100
                           ADD 1 TO Trace-Count
                           MOVE laMade-LotNo TO trcLotNo (Trace-Count)
                           MOVE ZEROS TO trcOil-Number (Trace-Count)
                           MOVE Parent-LotNo TO
                               trcFrom-LotNo (Trace-Count)
                           SET New-Lots-Found TO TRUE
                       END-IF
                   END-IF
               END-IF
               READ AllocFile
                   AT END SET EndOfAllocFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE AllocFile.

       CHECK-LOT-TRACED.
           MOVE "N" TO Traced-Lot-Switch
           PERFORM VARYING Trace-Index FROM 1 BY 1
                   UNTIL Trace-Index > Trace-Count
               IF trcLotNo (Trace-Index) = laLotNo
                   SET Lot-Is-Traced TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Stock still on the shelf, lot by lot, for every traced lot.
       LOAD-ON-HAND.
           OPEN INPUT LotFile
           IF Lot-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile
               PERFORM VARYING Trace-Index FROM 1 BY 1
                       UNTIL Trace-Index > Trace-Count
                   IF trcLotNo (Trace-Index) = ltLotNo
                       MOVE ltOil-Number TO
                           trcOil-Number (Trace-Index)
                       MOVE ltExpiry-Date TO trcExpiry (Trace-Index)
                       MOVE ltQuantity TO trcOn-Hand (Trace-Index)
                   END-IF
               END-PERFORM
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile.

       WRITE-LOT-SECTION.
           MOVE "LOTS UNDER TRACE AND STOCK ON HAND" TO
               Report-Section-Line
           WRITE Report-Line FROM Report-Section-Line
           WRITE Report-Line FROM Lot-Column-Titles
           PERFORM VARYING Trace-Index FROM 1 BY 1
                   UNTIL Trace-Index > Trace-Count
               MOVE trcLotNo (Trace-Index) TO ldlLotNo
               MOVE trcOil-Number (Trace-Index) TO ldlOil-Number
               MOVE trcExpiry (Trace-Index) TO ldlExpiry
               MOVE trcOn-Hand (Trace-Index) TO ldlOn-Hand
               IF trcFrom-LotNo (Trace-Index) = ZEROS
                   MOVE SPACES TO ldlFrom-LotNo
               ELSE
                   MOVE trcFrom-LotNo (Trace-Index) TO ldlFrom-LotNo
               END-IF
               WRITE Report-Line FROM Lot-Detail-Line
               ADD trcOn-Hand (Trace-Index) TO On-Hand-Quantity
           END-PERFORM
           MOVE "STOCK STILL ON HAND" TO rtlLabel
           MOVE On-Hand-Quantity TO rtlQuantity
           WRITE Report-Line FROM Report-Total-Line
           WRITE Report-Line FROM Report-LineBreak.

       WRITE-CUSTOMER-SECTION.
           MOVE "CUSTOMERS WHO RECEIVED THE BATCH" TO
               Report-Section-Line
           WRITE Report-Line FROM Report-Section-Line
           WRITE Report-Line FROM Customer-Column-Titles
           OPEN INPUT AllocFile
           IF Alloc-File-Status = "00"
               READ AllocFile
                   AT END SET EndOfAllocFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAllocFile
                   IF (laSale OR laReturn) AND laLotNo NOT = ZEROS
                       PERFORM CHECK-LOT-TRACED
                       IF Lot-Is-Traced
                           PERFORM WRITE-CUSTOMER-LINE
                       END-IF
                   END-IF
                   READ AllocFile
                       AT END SET EndOfAllocFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AllocFile
           END-IF
           WRITE Report-Line FROM Report-LineBreak
           MOVE "UNITS SOLD FROM THE BATCH" TO rtlLabel
           MOVE Sold-Quantity TO rtlQuantity
           WRITE Report-Line FROM Report-Total-Line
           MOVE "UNITS RETURNED" TO rtlLabel
           MOVE Returned-Quantity TO rtlQuantity
           WRITE Report-Line FROM Report-Total-Line.

       WRITE-CUSTOMER-LINE.
           PERFORM LOOKUP-CUSTOMER
           MOVE laCustomer-ID TO cdlCustomer-ID
           MOVE laDate TO cdlDate
           MOVE laType TO cdlType
           MOVE laOil-Number TO cdlOil-Number
           MOVE laLotNo TO cdlLotNo
           MOVE laQuantity TO cdlQuantity
           IF Customer-Found
               MOVE cmCustomer-Name TO cdlName
               MOVE cmCustomer-Phone TO cdlPhone
               MOVE cmCustomer-Address TO calAddress
           ELSE
               MOVE "NOT ON CUSTOMER.IDX" TO cdlName
               MOVE SPACES TO cdlPhone
               MOVE SPACES TO calAddress
           END-IF
           WRITE Report-Line FROM Customer-Detail-Line
           IF calAddress NOT = SPACES
               WRITE Report-Line FROM Customer-Address-Line
           END-IF
           IF laReturn
               ADD laQuantity TO Returned-Quantity
           ELSE
               ADD laQuantity TO Sold-Quantity
           END-IF
           ADD 1 TO Customer-Line-Count.

       LOOKUP-CUSTOMER.
           MOVE "N" TO Customer-Found-Switch
           IF Customer-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE laCustomer-ID TO cmCustomer-ID
           READ Customer-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Customer-Found TO TRUE
           END-READ.

       END PROGRAM RecallTrace.
