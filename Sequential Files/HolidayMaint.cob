      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the HOLIDAY.DAT business holiday calendar -
      *         one entry per date the office is closed, with a short
      *         description - that WorkdayCheck reads when due dates
      *         are rolled to the next working day, when aging is run
      *         in working days and when MorningExceptRpt decides
      *         whether jobs were due.  Maintained the way
      *         RetentionMaint maintains the retention policies; a
      *         blank description removes the date keyed in.  The
      *         file is kept in date order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HolidayMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HolidayFile ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Holiday-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD HolidayFile.
       COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  Holiday-File-Status          PIC XX.

       01  Holiday-Table.
           02  Holiday-Entry             OCCURS 500 TIMES.
               03  hltDate              PIC 9(8).
               03  hltDescription       PIC X(30).
       01  Holiday-Count                PIC 9(3)   VALUE ZEROS.
       01  Holiday-Index                PIC 9(3)   VALUE ZEROS.
       01  Shift-Index                  PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Holiday            VALUE "Y".

       01  Entry-Date                   PIC X(8).
       01  Entry-Date-Split REDEFINES Entry-Date.
           02  Entry-Year               PIC 9(4).
           02  Entry-Month              PIC 99.
           02  Entry-Day                PIC 99.
       01  Entry-Description            PIC X(30).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-HOLIDAYS
           DISPLAY "HolidayMaint - business holiday calendar"
           DISPLAY "Enter a closure date (YYYYMMDD) and description, "
               "a blank description to remove it,"
           DISPLAY "or a blank date to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Closure date (blank to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Date
               IF Entry-Date = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM UPDATE-ONE-DATE
               END-IF
           END-PERFORM
           PERFORM SAVE-HOLIDAYS
           STOP RUN.

       UPDATE-ONE-DATE.
           IF Entry-Date NOT NUMERIC
                   OR Entry-Month < 1 OR Entry-Month > 12
                   OR Entry-Day < 1 OR Entry-Day > 31
               DISPLAY "Date must be YYYYMMDD, not saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description (blank removes) : "
               WITH NO ADVANCING
           ACCEPT Entry-Description
           IF Entry-Description = SPACES
               PERFORM REMOVE-HOLIDAY
           ELSE
               PERFORM FIND-OR-ADD-HOLIDAY
               IF Holiday-Index > 0
                   MOVE Entry-Description TO
                       hltDescription (Holiday-Index)
                   DISPLAY Entry-Date " saved as a closure day"
               END-IF
           END-IF.

      * New dates are slotted in ahead of the first later date so
      * the calendar stays in date order.
       FIND-OR-ADD-HOLIDAY.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Holiday-Index FROM 1 BY 1
                   UNTIL Holiday-Index > Holiday-Count
               IF hltDate (Holiday-Index) = Entry-Date
                   SET Found-Holiday TO TRUE
                   EXIT PERFORM
               END-IF
               IF hltDate (Holiday-Index) > Entry-Date
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Holiday
               IF Holiday-Count < 500
                   MOVE Holiday-Count TO Shift-Index
                   PERFORM UNTIL Shift-Index < Holiday-Index
                       MOVE Holiday-Entry (Shift-Index) TO
                           Holiday-Entry (Shift-Index + 1)
                       SUBTRACT 1 FROM Shift-Index
                   END-PERFORM
                   ADD 1 TO Holiday-Count
                   MOVE Entry-Date TO hltDate (Holiday-Index)
               ELSE
                   DISPLAY "Warning - Holiday-Table full, "
                       Entry-Date " not included"
                   MOVE ZEROS TO Holiday-Index
               END-IF
           END-IF.

       REMOVE-HOLIDAY.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Holiday-Index FROM 1 BY 1
                   UNTIL Holiday-Index > Holiday-Count
               IF hltDate (Holiday-Index) = Entry-Date
                   SET Found-Holiday TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Holiday
               DISPLAY Entry-Date " is not on the calendar, nothing "
                   "removed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Holiday-Index >= Holiday-Count
               MOVE Holiday-Entry (Holiday-Index + 1) TO
                   Holiday-Entry (Holiday-Index)
               ADD 1 TO Holiday-Index
           END-PERFORM
           SUBTRACT 1 FROM Holiday-Count
           DISPLAY Entry-Date " removed from the calendar".

       LOAD-HOLIDAYS.
           OPEN INPUT HolidayFile
           IF Holiday-File-Status = "00"
               READ HolidayFile
                   AT END SET EndOfHolidayFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfHolidayFile
                   IF Holiday-Count < 500
                       ADD 1 TO Holiday-Count
                       MOVE hlDate TO hltDate (Holiday-Count)
                       MOVE hlDescription TO
                           hltDescription (Holiday-Count)
                   END-IF
                   READ HolidayFile
                       AT END SET EndOfHolidayFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HolidayFile
           ELSE
               DISPLAY "HOLIDAY.DAT not found - starting a new "
                   "calendar."
           END-IF.

       SAVE-HOLIDAYS.
           OPEN OUTPUT HolidayFile
           PERFORM VARYING Holiday-Index FROM 1 BY 1
                   UNTIL Holiday-Index > Holiday-Count
               MOVE hltDate (Holiday-Index) TO hlDate
               MOVE hltDescription (Holiday-Index) TO hlDescription
               WRITE HolidayRecord
           END-PERFORM
           CLOSE HolidayFile.

       END PROGRAM HolidayMaint.
