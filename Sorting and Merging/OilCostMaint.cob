      *         by AromaSalesRpt, so pricing staff can change a cost
      *         without a recompile.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A changed cost now revalues the stock on hand
      *            through CostReval, so the revaluation register
      *            prints and the adjustment reaches GLFEED.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilCostMaint.
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

      * Stock revaluation around the change, through CostReval.
       COPY REVALCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OIL-COSTS
           SET rvSet-Baseline TO TRUE
           CALL "CostReval" USING Cost-Reval-Area
           DISPLAY "OilCostMaint - Aromamora oil pricing maintenance"
           DISPLAY "Enter an Oil-Number (01-30), Unit-Size (1-9), and "
               "new cost, or 00 to finish."
               END-IF
           END-PERFORM
           PERFORM SAVE-OIL-COSTS
           SET rvRevalue TO TRUE
           CALL "CostReval" USING Cost-Reval-Area
           STOP RUN.

       LOAD-OIL-COSTS.
