      *         Y, so the control bites only where the bursar has
      *         actually closed the books.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A month locked by YearEndClose (status L)
      *            answers N the same as a closed one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.
           02  pdPeriod                  PIC 9(6).
           02  pdStatus                  PIC X.
               88  pdOpen                VALUE "O".
               88  pdClosed              VALUE "C", "L".
               88  pdLocked              VALUE "L".

       WORKING-STORAGE SECTION.
       01  Period-File-Status        PIC XX.
