      *            RptReqRun overnight runner gets control back and
      *            can mark the request done or failed instead of
      *            the whole run unit ending here.
      * 10/15/2026 - Stock is valued at landed cost: the unit-size 1
      *            cost is scaled by the oil's landed cost factor
      *            (LandedCost), so freight, duty and handling on
      *            the lots on hand are in the balance-sheet figure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvValuationRpt.
                                         VALUE SPACES.

       01  Oil-Index                    PIC 99     VALUE ZEROS.

      * Landed cost factor per oil, answered through LandedCost.
       COPY LCOSTCHK.
       01  Oil-Value                    PIC 9(8)V99 VALUE ZEROS.
       01  Essential-Total              PIC 9(9)V99 VALUE ZEROS.
       01  Base-Total                   PIC 9(9)V99 VALUE ZEROS.
           02  FILLER                   PIC X(10)  VALUE "   ON HAND".
           02  FILLER                   PIC X(9)   VALUE "     SHOP".
           02  FILLER                   PIC X(9)   VALUE "    STALL".
           02  FILLER                   PIC X(11)  VALUE "LANDED COST".
           02  FILLER                   PIC X(14)
               VALUE "         VALUE".

       MAIN-PROCEDURE.
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-UNIT-COSTS
           CALL "LandedCost" USING Landed-Cost-Area
           PERFORM VARYING Oil-Index FROM 1 BY 1
                   UNTIL Oil-Index > 30
               COMPUTE uctCost (Oil-Index) ROUNDED =
                   uctCost (Oil-Index) * lcOil-Factor (Oil-Index)
                   ON SIZE ERROR
                       MOVE 99.99 TO uctCost (Oil-Index)
               END-COMPUTE
           END-PERFORM
           PERFORM LOAD-OIL-MASTER
           PERFORM PRINT-VALUATION-REPORT
           DISPLAY "InvValuationRpt - stock valuation written to "
