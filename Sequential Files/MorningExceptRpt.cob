      *         check of a backdated business date should be read
      *         with that in mind.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - A business date on the HOLIDAY.DAT closure
      *            calendar (WorkdayCheck) expects nothing, so no
      *            job is reported missing; the report says the
      *            office was closed, and failures and unexpected
      *            runs are still listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MorningExceptRpt.
       01  Run-Day-Of-Month             PIC 99     VALUE ZEROS.
       01  Weekday-Today                PIC 9      VALUE ZEROS.

       COPY WDCHK.

      * Programs expected for the date, ticked off as the job log
      * is read.
       01  Expected-Table.

       01  Report-Clean-Line            PIC X(40)
           VALUE "No exceptions - the night ran clean.".
       01  Report-Closed-Line           PIC X(56)
           VALUE "Office closed (HOLIDAY.DAT) - no jobs were due.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date (7:2) TO Run-Day-Of-Month
           ACCEPT Weekday-Today FROM DAY-OF-WEEK
           SET wdCheck-Date TO TRUE
           MOVE Run-Date TO wdDate
           CALL "WorkdayCheck" USING Workday-Check-Area
           PERFORM LOAD-EXPECTED-PROGRAMS
           PERFORM LOAD-JOBLOG-RUNS
           PERFORM PRINT-EXCEPTIONS
           MOVE Run-Date TO rphDate
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           IF wdDate-Holiday
               WRITE Report-Line FROM Report-Closed-Line
           END-IF
           PERFORM VARYING Expected-Index FROM 1 BY 1
                   UNTIL Expected-Index > Expected-Count
                   OR wdDate-Holiday
               IF expSeen (Expected-Index) NOT = "Y"
                   ADD 1 TO Missing-Count
                   MOVE "** MISSING    " TO relTag
