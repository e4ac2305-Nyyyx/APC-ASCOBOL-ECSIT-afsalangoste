      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the TERMCAL.DAT term calendar (TCALREC) - the
      *         months each term's teaching runs through and whether
      *         RevenueRecogRun releases the term's deferred tuition
      *         evenly across them or by the teaching weeks in each -
      *         the way RunCalMaint maintains the run calendar.  A
      *         term can run over at most six months.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermCalMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TermCalFile.
       COPY TCALREC.

       WORKING-STORAGE SECTION.
       01  TermCal-File-Status          PIC XX.

       01  TermCal-Table.
           02  TermCal-Entry            OCCURS 100 TIMES.
               03  tctRecord            PIC X(31).
       01  TermCal-Count                PIC 9(3)   VALUE ZEROS.
       01  TermCal-Index                PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-TermCal            VALUE "Y".

       01  Entry-Year                   PIC 9(4).
       01  Entry-Term                   PIC X(2).
           88  Valid-Term               VALUE "SP", "SU", "FA".
       01  Entry-FirstMonth             PIC 9(6).
       01  Entry-LastMonth              PIC 9(6).
       01  Entry-Method                 PIC X.
           88  Valid-Method             VALUE "E", "W".
       01  Entry-Weeks                  PIC 99.
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       01  Month-Split.
           02  Split-Year               PIC 9(4).
           02  Split-Month              PIC 99.
       01  First-Month-Number           PIC 9(6)   VALUE ZEROS.
       01  Last-Month-Number            PIC 9(6)   VALUE ZEROS.
       01  Term-Months                  PIC S9(5)  VALUE ZEROS.
       01  Month-Index                  PIC 9      VALUE ZEROS.
       01  Total-Weeks                  PIC 9(3)   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-CALENDAR
           DISPLAY "TermCalMaint - term calendar maintenance"
           DISPLAY "Enter a year and term (SP/SU/FA), the first and "
               "last teaching month, and E (even) or W (teaching "
               "weeks), or a zero year to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Year (0 to end)            : "
                   WITH NO ADVANCING
               ACCEPT Entry-Year
               IF Entry-Year = ZEROS
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM PROCESS-ONE-TERM
               END-IF
           END-PERFORM
           PERFORM SAVE-CALENDAR
           STOP RUN.

       PROCESS-ONE-TERM.
           DISPLAY "Term SP/SU/FA              : " WITH NO ADVANCING
           ACCEPT Entry-Term
           IF NOT Valid-Term
               DISPLAY "Term must be SP, SU or FA, not saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First teaching month YYYYMM: " WITH NO ADVANCING
           ACCEPT Entry-FirstMonth
           DISPLAY "Last teaching month YYYYMM : " WITH NO ADVANCING
           ACCEPT Entry-LastMonth
           MOVE Entry-FirstMonth TO Month-Split
           IF Split-Month < 1 OR Split-Month > 12
               DISPLAY "First month " Entry-FirstMonth
                   " is not a month, not saved."
               EXIT PARAGRAPH
           END-IF
           COMPUTE First-Month-Number = Split-Year * 12 + Split-Month
           MOVE Entry-LastMonth TO Month-Split
           IF Split-Month < 1 OR Split-Month > 12
               DISPLAY "Last month " Entry-LastMonth
                   " is not a month, not saved."
               EXIT PARAGRAPH
           END-IF
           COMPUTE Last-Month-Number = Split-Year * 12 + Split-Month
           COMPUTE Term-Months =
               Last-Month-Number - First-Month-Number + 1
           IF Term-Months < 1 OR Term-Months > 6
               DISPLAY "A term runs one to six months, "
                   Entry-FirstMonth " to " Entry-LastMonth
                   " not saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release E even / W weeks   : " WITH NO ADVANCING
           ACCEPT Entry-Method
           IF NOT Valid-Method
               DISPLAY "Release must be E or W, not saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-TERMCAL
           IF TermCal-Index = 0
               EXIT PARAGRAPH
           END-IF
           MOVE tctRecord (TermCal-Index) TO TermCalendarRecord
           MOVE Entry-Year TO tcYear
           MOVE Entry-Term TO tcTerm
           MOVE Entry-FirstMonth TO tcFirstMonth
           MOVE Entry-LastMonth TO tcLastMonth
           MOVE Entry-Method TO tcMethod
           MOVE ZEROS TO Total-Weeks
           PERFORM VARYING Month-Index FROM 1 BY 1
                   UNTIL Month-Index > 6
               MOVE ZEROS TO tcWeeks (Month-Index)
               IF tcRelease-Weeks AND Month-Index NOT > Term-Months
                   DISPLAY "Teaching weeks in month " Month-Index
                       "   : " WITH NO ADVANCING
                   ACCEPT Entry-Weeks
                   MOVE Entry-Weeks TO tcWeeks (Month-Index)
                   ADD Entry-Weeks TO Total-Weeks
               END-IF
           END-PERFORM
           IF tcRelease-Weeks AND Total-Weeks = ZEROS
               DISPLAY "No teaching weeks keyed - the term will be "
                   "released evenly."
               SET tcRelease-Even TO TRUE
           END-IF
           MOVE TermCalendarRecord TO tctRecord (TermCal-Index)
           DISPLAY "Term calendar saved for " Entry-Term Entry-Year.

       LOAD-CALENDAR.
           OPEN INPUT TermCalFile
           IF TermCal-File-Status = "00"
               READ TermCalFile
                   AT END SET EndOfTermCalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTermCalFile
                   IF TermCal-Count < 100
                       ADD 1 TO TermCal-Count
                       MOVE TermCalendarRecord TO
                           tctRecord (TermCal-Count)
                   END-IF
                   READ TermCalFile
                       AT END SET EndOfTermCalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TermCalFile
           ELSE
               DISPLAY "TERMCAL.DAT not found - starting a new "
                   "term calendar."
           END-IF.

       FIND-OR-ADD-TERMCAL.
           MOVE "N" TO Found-Switch
           PERFORM VARYING TermCal-Index FROM 1 BY 1
                   UNTIL TermCal-Index > TermCal-Count
               MOVE tctRecord (TermCal-Index) TO TermCalendarRecord
               IF tcYear = Entry-Year AND tcTerm = Entry-Term
                   SET Found-TermCal TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-TermCal
               IF TermCal-Count < 100
                   ADD 1 TO TermCal-Count
                   MOVE TermCal-Count TO TermCal-Index
                   MOVE SPACES TO tctRecord (TermCal-Index)
               ELSE
                   DISPLAY "Warning - TermCal-Table full, term "
                       Entry-Term Entry-Year " not saved"
                   MOVE ZEROS TO TermCal-Index
               END-IF
           END-IF.

       SAVE-CALENDAR.
           OPEN OUTPUT TermCalFile
           PERFORM VARYING TermCal-Index FROM 1 BY 1
                   UNTIL TermCal-Index > TermCal-Count
               MOVE tctRecord (TermCal-Index) TO TermCalendarRecord
               WRITE TermCalendarRecord
           END-PERFORM
           CLOSE TermCalFile.

       END PROGRAM TermCalMaint.
