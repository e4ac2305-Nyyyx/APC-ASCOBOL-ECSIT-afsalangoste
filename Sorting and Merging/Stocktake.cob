      *            first week of the month, C-class in the first
      *            week of a quarter month - so counting effort
      *            follows the oils that carry the value.
      * 10/15/2026 - LOTS.DAT lots now carry the supplier unit cost
      *            and the landed unit cost (LOTREC); both are kept
      *            when the lot file is rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stocktake.
               03  lttBatch             PIC X(10).
               03  lttExpiry            PIC 9(8).
               03  lttQuantity          PIC 9(6).
               03  lttUnit-Cost         PIC 9(4)V99.
               03  lttLanded-Cost       PIC 9(4)V99.
       01  Lot-Count                    PIC 9(3)   VALUE ZEROS.
       01  Lot-Index                    PIC 9(3)   VALUE ZEROS.
       01  Lot-Found-Switch             PIC X      VALUE "N".
               MOVE lttBatch (Lot-Index) TO ltSupplier-Batch
               MOVE lttExpiry (Lot-Index) TO ltExpiry-Date
               MOVE lttQuantity (Lot-Index) TO ltQuantity
               MOVE lttUnit-Cost (Lot-Index) TO ltUnit-Cost
               MOVE lttLanded-Cost (Lot-Index) TO ltLanded-Cost
               WRITE StockLotRecord
           END-PERFORM
           CLOSE LotFile.
                       MOVE ltSupplier-Batch TO lttBatch (Lot-Count)
                       MOVE ltExpiry-Date TO lttExpiry (Lot-Count)
                       MOVE ltQuantity TO lttQuantity (Lot-Count)
                       IF ltUnit-Cost NUMERIC AND ltLanded-Cost NUMERIC
                           MOVE ltUnit-Cost TO lttUnit-Cost (Lot-Count)
                           MOVE ltLanded-Cost TO
                               lttLanded-Cost (Lot-Count)
                       ELSE
                           MOVE ZEROS TO lttUnit-Cost (Lot-Count)
                           MOVE ZEROS TO lttLanded-Cost (Lot-Count)
                       END-IF
                   END-IF
                   READ LotFile
                       AT END SET EndOfLotFile TO TRUE
