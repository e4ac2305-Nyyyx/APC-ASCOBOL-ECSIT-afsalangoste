      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Answer each oil's landed cost factor on behalf of
      *         whichever program CALLs it, the way PeriodCheck
      *         answers for every poster.  Every LOTS.DAT lot that
      *         carries both a supplier unit cost and a landed unit
      *         cost is weighted by the quantity still on hand; the
      *         factor is the landed value over the supplier value.
      *         An oil whose costed lots are all sold out takes the
      *         factor of the last costed lot on file, and an oil
      *         with no costed lot at all answers 1, so the OILCOST
      *         cost the caller holds passes through unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandedCost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LotFile ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD LotFile.
       COPY LOTREC.

       WORKING-STORAGE SECTION.
       01  Lot-File-Status           PIC XX.
       01  Oil-Index                 PIC 99.

       01  Landed-Sums-Table.
           02  Landed-Sums           OCCURS 30 TIMES.
               03  lsSupplier-Value  PIC 9(10)V99.
               03  lsLanded-Value    PIC 9(10)V99.
               03  lsLast-Factor     PIC 99V9999.

       LINKAGE SECTION.
       COPY LCOSTCHK.

       PROCEDURE DIVISION USING Landed-Cost-Area.
       MAIN-PROCEDURE.
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               MOVE 1 TO lcOil-Factor (Oil-Index)
               MOVE ZEROS TO lsSupplier-Value (Oil-Index)
               MOVE ZEROS TO lsLanded-Value (Oil-Index)
               MOVE 1 TO lsLast-Factor (Oil-Index)
           END-PERFORM
           OPEN INPUT LotFile
           IF Lot-File-Status NOT = "00"
               GOBACK
           END-IF
           READ LotFile
               AT END SET EndOfLotFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLotFile
               IF ltOil-Number > 0 AND ltOil-Number <= 30
                       AND ltUnit-Cost NUMERIC
                       AND ltLanded-Cost NUMERIC
                   IF ltUnit-Cost > ZEROS AND ltLanded-Cost > ZEROS
                       PERFORM ADD-ONE-LOT
                   END-IF
               END-IF
               READ LotFile
                   AT END SET EndOfLotFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LotFile
           PERFORM VARYING Oil-Index FROM 1 BY 1 UNTIL Oil-Index > 30
               IF lsSupplier-Value (Oil-Index) > ZEROS
                   COMPUTE lcOil-Factor (Oil-Index) ROUNDED =
                       lsLanded-Value (Oil-Index) /
                       lsSupplier-Value (Oil-Index)
                       ON SIZE ERROR
                           MOVE 1 TO lcOil-Factor (Oil-Index)
                   END-COMPUTE
               ELSE
                   MOVE lsLast-Factor (Oil-Index) TO
                       lcOil-Factor (Oil-Index)
               END-IF
           END-PERFORM
           GOBACK.

       ADD-ONE-LOT.
           COMPUTE lsLast-Factor (ltOil-Number) ROUNDED =
               ltLanded-Cost / ltUnit-Cost
               ON SIZE ERROR
                   MOVE 1 TO lsLast-Factor (ltOil-Number)
           END-COMPUTE
           COMPUTE lsSupplier-Value (ltOil-Number) =
               lsSupplier-Value (ltOil-Number) +
               ltQuantity * ltUnit-Cost
           COMPUTE lsLanded-Value (ltOil-Number) =
               lsLanded-Value (ltOil-Number) +
               ltQuantity * ltLanded-Cost.

       END PROGRAM LandedCost.
