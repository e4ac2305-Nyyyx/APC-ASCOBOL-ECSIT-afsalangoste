      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Answer working-day questions on behalf of whichever
      *         program CALLs it, the way PeriodCheck answers "may I
      *         post under this date".  A working day is Monday to
      *         Friday and not on the HOLIDAY.DAT closure calendar
      *         HolidayMaint maintains.  The caller can roll a date
      *         forward to the next working day (due dates), count
      *         the working days between two dates (aging), or just
      *         ask whether one date is a closure (scheduling).  The
      *         calendar is read on the first CALL and kept for the
      *         rest of the run; no HOLIDAY.DAT means weekends only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkdayCheck.
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
       01  Holiday-File-Status       PIC XX.
       01  Loaded-Switch             PIC X      VALUE "N".
           88  Holidays-Loaded       VALUE "Y".

       01  Holiday-Table.
           02  hltDate               PIC 9(8)   OCCURS 500 TIMES.
       01  Holiday-Count             PIC 9(3)   VALUE ZEROS.
       01  Holiday-Index             PIC 9(3)   VALUE ZEROS.

      * Month offsets for the day-of-week calculation, and days per
      * month (February corrected for leap years as it is used).
       01  Month-Offset-Values       PIC X(12)  VALUE "032503514624".
       01  Month-Offset-Table REDEFINES Month-Offset-Values.
           02  mofOffset             PIC 9      OCCURS 12 TIMES.
       01  Month-Length-Values       PIC X(24)
           VALUE "312831303130313130313031".
       01  Month-Length-Table REDEFINES Month-Length-Values.
           02  mlnDays               PIC 99     OCCURS 12 TIMES.

       01  Step-Date                 PIC 9(8).
       01  Step-Date-Split REDEFINES Step-Date.
           02  Step-Year             PIC 9(4).
           02  Step-Month            PIC 99.
           02  Step-Day              PIC 99.
       01  End-Date                  PIC 9(8).
       01  Days-In-Month             PIC 99     VALUE ZEROS.
       01  Weekday                   PIC 9      VALUE ZEROS.
           88  Weekend-Day           VALUE 0 6.
       01  Step-Closed-Switch        PIC X      VALUE "N".
           88  Step-Closed           VALUE "Y".
       01  Step-Holiday-Switch       PIC X      VALUE "N".
           88  Step-Holiday          VALUE "Y".
       01  Count-Sign                PIC S9     VALUE +1.
       01  Step-Limit                PIC 9(5)   VALUE ZEROS.

       01  Calc-Year                 PIC 9(4)   VALUE ZEROS.
       01  Calc-Quotient             PIC 9(4)   VALUE ZEROS.
       01  Calc-Remainder            PIC 9(3)   VALUE ZEROS.
       01  Calc-Sum                  PIC 9(5)   VALUE ZEROS.
       01  Leap-Switch               PIC X      VALUE "N".
           88  Leap-Year             VALUE "Y".

       LINKAGE SECTION.
       COPY WDCHK.

       PROCEDURE DIVISION USING Workday-Check-Area.
       MAIN-PROCEDURE.
           IF NOT Holidays-Loaded
               PERFORM LOAD-HOLIDAYS
           END-IF
           MOVE wdDate TO wdResultDate
           MOVE ZEROS TO wdWorkingDays
           SET wdDate-Working TO TRUE
           MOVE "N" TO wdHoliday
           IF wdDate NOT NUMERIC OR wdDate = ZEROS
               GOBACK
           END-IF

           MOVE wdDate TO Step-Date
           PERFORM NORMALISE-STEP-DATE
           PERFORM COMPUTE-WEEKDAY
           PERFORM CHECK-STEP-DATE
           IF Step-Closed
               SET wdDate-Closed TO TRUE
           END-IF
           IF Step-Holiday
               SET wdDate-Holiday TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN wdNext-Working
                   PERFORM ROLL-TO-WORKING-DAY
               WHEN wdCount-Working
                   PERFORM COUNT-WORKING-DAYS
           END-EVALUATE
           GOBACK.

      * At most a year ahead - no calendar closes for longer.
       ROLL-TO-WORKING-DAY.
           MOVE ZEROS TO Step-Limit
           PERFORM UNTIL NOT Step-Closed OR Step-Limit > 366
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-STEP-DATE
               ADD 1 TO Step-Limit
           END-PERFORM
           MOVE Step-Date TO wdResultDate.

      * Walk the days after the earlier date up to the later one,
      * counting the working ones.
       COUNT-WORKING-DAYS.
           IF wdToDate NOT NUMERIC OR wdToDate = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE +1 TO Count-Sign
           MOVE wdToDate TO Step-Date
           PERFORM NORMALISE-STEP-DATE
           MOVE Step-Date TO End-Date
           MOVE wdDate TO Step-Date
           PERFORM NORMALISE-STEP-DATE
           IF End-Date < Step-Date
               MOVE -1 TO Count-Sign
               MOVE Step-Date TO End-Date
               MOVE wdToDate TO Step-Date
               PERFORM NORMALISE-STEP-DATE
           END-IF
           PERFORM COMPUTE-WEEKDAY
           MOVE ZEROS TO Step-Limit
           PERFORM UNTIL Step-Date >= End-Date OR Step-Limit > 40000
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-STEP-DATE
               IF NOT Step-Closed
                   ADD Count-Sign TO wdWorkingDays
               END-IF
               ADD 1 TO Step-Limit
           END-PERFORM.

       CHECK-STEP-DATE.
           MOVE "N" TO Step-Closed-Switch Step-Holiday-Switch
           PERFORM VARYING Holiday-Index FROM 1 BY 1
                   UNTIL Holiday-Index > Holiday-Count
               IF hltDate (Holiday-Index) = Step-Date
                   SET Step-Holiday TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Step-Holiday OR Weekend-Day
               SET Step-Closed TO TRUE
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO Step-Day
           IF Step-Day > Days-In-Month
               MOVE 1 TO Step-Day
               ADD 1 TO Step-Month
               IF Step-Month > 12
                   MOVE 1 TO Step-Month
                   ADD 1 TO Step-Year
               END-IF
               PERFORM SET-DAYS-IN-MONTH
           END-IF
           IF Weekday = 6
               MOVE ZEROS TO Weekday
           ELSE
               ADD 1 TO Weekday
           END-IF.

      * Bring a 30-day-month date (or a stray zero day or month)
      * onto the real calendar before stepping through it.
       NORMALISE-STEP-DATE.
           IF Step-Month = ZEROS
               MOVE 1 TO Step-Month
           END-IF
           PERFORM UNTIL Step-Month <= 12
               SUBTRACT 12 FROM Step-Month
               ADD 1 TO Step-Year
           END-PERFORM
           IF Step-Day = ZEROS
               MOVE 1 TO Step-Day
           END-IF
           PERFORM SET-DAYS-IN-MONTH
           PERFORM UNTIL Step-Day <= Days-In-Month
               SUBTRACT Days-In-Month FROM Step-Day
               ADD 1 TO Step-Month
               IF Step-Month > 12
                   MOVE 1 TO Step-Month
                   ADD 1 TO Step-Year
               END-IF
               PERFORM SET-DAYS-IN-MONTH
           END-PERFORM.

       SET-DAYS-IN-MONTH.
           MOVE mlnDays (Step-Month) TO Days-In-Month
           IF Step-Month = 2
               MOVE "N" TO Leap-Switch
               DIVIDE Step-Year BY 4 GIVING Calc-Quotient
                   REMAINDER Calc-Remainder
               IF Calc-Remainder = ZEROS
                   SET Leap-Year TO TRUE
                   DIVIDE Step-Year BY 100 GIVING Calc-Quotient
                       REMAINDER Calc-Remainder
                   IF Calc-Remainder = ZEROS
                       MOVE "N" TO Leap-Switch
                       DIVIDE Step-Year BY 400 GIVING Calc-Quotient
                           REMAINDER Calc-Remainder
                       IF Calc-Remainder = ZEROS
                           SET Leap-Year TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF Leap-Year
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.

      * Day of the week for Step-Date, 0 Sunday through 6 Saturday.
       COMPUTE-WEEKDAY.
           MOVE Step-Year TO Calc-Year
           IF Step-Month < 3
               SUBTRACT 1 FROM Calc-Year
           END-IF
           MOVE Calc-Year TO Calc-Sum
           DIVIDE Calc-Year BY 4 GIVING Calc-Quotient
           ADD Calc-Quotient TO Calc-Sum
           DIVIDE Calc-Year BY 100 GIVING Calc-Quotient
           SUBTRACT Calc-Quotient FROM Calc-Sum
           DIVIDE Calc-Year BY 400 GIVING Calc-Quotient
           ADD Calc-Quotient TO Calc-Sum
           ADD mofOffset (Step-Month) TO Calc-Sum
           ADD Step-Day TO Calc-Sum
           DIVIDE Calc-Sum BY 7 GIVING Calc-Quotient
               REMAINDER Calc-Remainder
           MOVE Calc-Remainder TO Weekday.

       LOAD-HOLIDAYS.
           SET Holidays-Loaded TO TRUE
           OPEN INPUT HolidayFile
           IF Holiday-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HolidayFile
               AT END SET EndOfHolidayFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfHolidayFile
               IF Holiday-Count < 500
                   ADD 1 TO Holiday-Count
                   MOVE hlDate TO hltDate (Holiday-Count)
               END-IF
               READ HolidayFile
                   AT END SET EndOfHolidayFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE HolidayFile.

       END PROGRAM WorkdayCheck.
