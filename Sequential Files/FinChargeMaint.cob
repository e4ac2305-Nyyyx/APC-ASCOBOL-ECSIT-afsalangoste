      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the FINPARM.DAT finance-charge parameter
      *         record that FinanceChargeRun reads - whether an
      *         overdue balance draws a flat late fee or a monthly
      *         interest rate, the grace period before it does, and
      *         the smallest balance worth charging - so the bursar
      *         can change the terms without a recompile.  Kept the
      *         way BusinessDateMaint keeps its single control
      *         record: the current values are shown, then replaced
      *         as a whole or left alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinChargeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FinParmFile ASSIGN TO "FINPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FinParm-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FinParmFile.
       COPY FINPARM.

       WORKING-STORAGE SECTION.
       01  FinParm-File-Status       PIC XX.

       01  Entry-Choice              PIC X      VALUE SPACE.
           88  Choice-Change         VALUE "C", "c".
       01  Entry-Method              PIC X      VALUE SPACE.
           88  Valid-Method          VALUE "F" "I".
       01  Entry-FlatFee             PIC 9(5)V99 VALUE ZEROS.
       01  Entry-MonthlyRate         PIC 9(2)V999 VALUE ZEROS.
       01  Entry-GraceDays           PIC 9(3)   VALUE ZEROS.
       01  Entry-MinimumBalance      PIC 9(5)V99 VALUE ZEROS.

       01  Display-Fee               PIC $$,$$9.99.
       01  Display-Rate              PIC Z9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FinChargeMaint - late-payment charge terms"
           OPEN INPUT FinParmFile
           IF FinParm-File-Status = "00"
               READ FinParmFile
                   AT END MOVE SPACES TO FinParmRecord
               END-READ
               CLOSE FinParmFile
               PERFORM SHOW-CURRENT-TERMS
           ELSE
               DISPLAY "No FINPARM.DAT yet - FinanceChargeRun will "
                   "not charge until terms are set"
           END-IF

           DISPLAY "(C)hange the terms, or anything else to leave "
               "them: " WITH NO ADVANCING
           ACCEPT Entry-Choice
           IF NOT Choice-Change
               DISPLAY "Finance-charge terms left unchanged"
               STOP RUN
           END-IF

           DISPLAY "Method - F flat late fee, I monthly interest : "
               WITH NO ADVANCING
           ACCEPT Entry-Method
           IF NOT Valid-Method
               DISPLAY "Method must be F or I, nothing changed"
               STOP RUN
           END-IF
           IF Entry-Method = "F"
               DISPLAY "Flat late fee (e.g. 00025.00)  : "
                   WITH NO ADVANCING
               ACCEPT Entry-FlatFee
           ELSE
               DISPLAY "Monthly rate % (e.g. 01.500)   : "
                   WITH NO ADVANCING
               ACCEPT Entry-MonthlyRate
           END-IF
           DISPLAY "Grace period in days (e.g. 030): "
               WITH NO ADVANCING
           ACCEPT Entry-GraceDays
           DISPLAY "Minimum balance (e.g. 00010.00): "
               WITH NO ADVANCING
           ACCEPT Entry-MinimumBalance
           IF (Entry-Method = "F" AND Entry-FlatFee = ZEROS)
                   OR (Entry-Method = "I"
                       AND Entry-MonthlyRate = ZEROS)
               DISPLAY "A zero fee or rate would charge nothing, "
                   "nothing changed"
               STOP RUN
           END-IF

           MOVE Entry-Method TO fpMethod
           MOVE Entry-FlatFee TO fpFlatFee
           MOVE Entry-MonthlyRate TO fpMonthlyRate
           MOVE Entry-GraceDays TO fpGraceDays
           MOVE Entry-MinimumBalance TO fpMinimumBalance
           OPEN OUTPUT FinParmFile
           WRITE FinParmRecord
           CLOSE FinParmFile
           PERFORM SHOW-CURRENT-TERMS
           DISPLAY "Finance-charge terms saved to FINPARM.DAT"
           STOP RUN.

       SHOW-CURRENT-TERMS.
           IF fpFlat-Fee
               MOVE fpFlatFee TO Display-Fee
               DISPLAY "Charging a flat late fee of " Display-Fee
           ELSE
               MOVE fpMonthlyRate TO Display-Rate
               DISPLAY "Charging monthly interest at " Display-Rate
                   "%"
           END-IF
           MOVE fpMinimumBalance TO Display-Fee
           DISPLAY "after a grace period of " fpGraceDays
               " days, on overdue balances of " Display-Fee
               " or more".

       END PROGRAM FinChargeMaint.
