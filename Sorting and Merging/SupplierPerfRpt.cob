      *         SUPPPERF.RPT, so purchasing stops picking suppliers
      *         on price and anecdote.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Quality figures: the quantity each supplier had
      *            sent back through SuppReturn (SUPPRTN.DAT) and
      *            that quantity as a percentage of what they
      *            delivered are now reported beside the fill rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierPerfRpt.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-File-Status.

       SELECT SuppReturnFile ASSIGN TO "SUPPRTN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SuppReturn-File-Status.

       SELECT ReportFile ASSIGN TO "SUPPPERF.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           02  suSupplier-Address           PIC X(30).
           02  suSupplier-Phone             PIC X(12).

       FD  SuppReturnFile.
       COPY SRTNREC.

       FD  ReportFile.
       01  Report-Line                  PIC X(80).

       01  RecvLog-File-Status          PIC XX.
       01  Inventory-File-Status        PIC XX.
       01  Supplier-File-Status         PIC XX.
       01  SuppReturn-File-Status       PIC XX.

       01  Open-Age-Threshold           PIC 9(3)   VALUE ZEROS.

               03  pftReceived          PIC 9(8).
               03  pftOpenOld           PIC 9(4).
               03  pftShort             PIC 9(4).
               03  pftReturned          PIC 9(8).
       01  Perf-Count                   PIC 9(2)   VALUE ZEROS.
       01  Perf-Index                   PIC 9(2)   VALUE ZEROS.
       01  Perf-Found-Switch            PIC X      VALUE "N".
       01  Order-Age                    PIC S9(5)  VALUE ZEROS.
       01  Avg-Lead                     PIC 9(4)   VALUE ZEROS.
       01  Fill-Rate                    PIC 9(3)   VALUE ZEROS.
       01  Return-Rate                  PIC 9(3)   VALUE ZEROS.
       01  Orders-Read                  PIC 9(5)   VALUE ZEROS.

       01  Report-Header                PIC X(40)
           02  FILLER                   PIC X(7)   VALUE "  FILL%".
           02  FILLER                   PIC X(9)   VALUE " OPEN OLD".
           02  FILLER                   PIC X(7)   VALUE "  SHORT".
           02  FILLER                   PIC X(9)   VALUE " RETURNED".
           02  FILLER                   PIC X(5)   VALUE " RTN%".

       01  Report-Detail-Line.
           02  rdlSupplier-ID           PIC 9(4).
           02  rdlOpenOld               PIC ZZZZ9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlShort                 PIC ZZZZ9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlReturned              PIC ZZZZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlReturnRate            PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SUPPLIER-NAMES
           PERFORM LOAD-FIRST-RECEIPTS
           PERFORM SCORE-ORDERS
           PERFORM SCORE-RETURNS
           PERFORM PRINT-REPORT

           DISPLAY "SupplierPerfRpt - " Orders-Read
               ADD 1 TO pftShort (Perf-Index)
           END-IF.

      * Stock sent back as damaged, wrong or rejected counts against
      * the supplier the debit note was raised on.
       SCORE-RETURNS.
           OPEN INPUT SuppReturnFile
           IF SuppReturn-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SuppReturnFile
               AT END SET EndOfSuppReturnFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSuppReturnFile
               MOVE srSupplier-ID TO Seek-Supplier
               PERFORM FIND-OR-ADD-PERF
               IF Perf-Index > ZEROS
                   ADD srQuantity TO pftReturned (Perf-Index)
               END-IF
               READ SuppReturnFile
                   AT END SET EndOfSuppReturnFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SuppReturnFile.

       LOOKUP-FIRST-RECEIPT.
           MOVE "N" TO FirstRecv-Found-Switch
           PERFORM VARYING FirstRecv-Index FROM 1 BY 1
                   MOVE ZEROS TO pftReceived (Perf-Index)
                   MOVE ZEROS TO pftOpenOld (Perf-Index)
                   MOVE ZEROS TO pftShort (Perf-Index)
                   MOVE ZEROS TO pftReturned (Perf-Index)
               ELSE
                   MOVE ZEROS TO Perf-Index
               END-IF
               MOVE Fill-Rate TO rdlFillRate
               MOVE pftOpenOld (Perf-Index) TO rdlOpenOld
               MOVE pftShort (Perf-Index) TO rdlShort
               MOVE pftReturned (Perf-Index) TO rdlReturned
               IF pftReceived (Perf-Index) > 0
                   COMPUTE Return-Rate ROUNDED =
                       pftReturned (Perf-Index) * 100 /
                       pftReceived (Perf-Index)
               ELSE
                   MOVE ZEROS TO Return-Rate
               END-IF
               MOVE Return-Rate TO rdlReturnRate
               WRITE Report-Line FROM Report-Detail-Line
           END-PERFORM
           CLOSE ReportFile.
