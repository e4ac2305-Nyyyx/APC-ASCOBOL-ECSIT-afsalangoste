      *         reopen a reported month - every restated month costs
      *         a MonthEndBankRpt rerun and an apology.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A month of a year YearEndClose has closed and
      *            locked (status L) can no longer be reopened or
      *            closed again here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCloseMaint.
           02  pdPeriod                  PIC 9(6).
           02  pdStatus                  PIC X.
               88  pdOpen                VALUE "O".
               88  pdClosed              VALUE "C", "L".
               88  pdLocked              VALUE "L".

       WORKING-STORAGE SECTION.
       01  Operator-File-Status      PIC XX.
                       DISPLAY "Action must be C or O, not changed."
                   ELSE
                       PERFORM FIND-OR-ADD-PERIOD
                       IF Period-Index > 0
                               AND pdtStatus (Period-Index) = "L"
                           DISPLAY "Period " Entry-Period " is locked "
                               "by the year-end close, not changed."
                           MOVE ZEROS TO Period-Index
                       END-IF
                       IF Period-Index > 0
                           IF Action-Close
                               MOVE "C" TO pdtStatus (Period-Index)
