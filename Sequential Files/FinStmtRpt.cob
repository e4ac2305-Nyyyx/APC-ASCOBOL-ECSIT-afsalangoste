      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Monthly financial statements off the general ledger
      *         - every GLPOST.DAT line GLConsolidate has released,
      *         plus any GLFEED.DAT line still waiting to be - where
      *         TrialBalanceRpt only lists balances by account code.
      *         The COA.DAT accounts are added into statement lines
      *         by type and reporting group (ChartOfAcctMaint).
      *         FINSTMT.RPT carries an income statement - revenue
      *         less expenses for the period and for the calendar
      *         year to date, in student, Aromamora and combined
      *         columns by the account's subsystem - and a balance
      *         sheet of assets, liabilities and equity at the end
      *         of the period, the revenue and expense not yet
      *         closed to equity shown as current earnings.  A
      *         balance sheet that doesn't balance is flagged and
      *         the run ends RETURN-CODE 16.  The statements are
      *         only final for a month PERIODS.DAT shows as closed
      *         (PeriodCheck); an open month is refused unless the
      *         operator asks for a provisional set, which is
      *         marked PROVISIONAL on every page.  YearEndClose's
      *         closing batch is left out of the period and year to
      *         date figures, so December still shows the year's
      *         trading, but counts in the balances it carries to
      *         retained earnings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStmtRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPostFile ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Post-File-Status.
           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.
           SELECT COAFile ASSIGN TO "COA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT StatementFile ASSIGN TO "FINSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLPostFile.
       01  GL-Post-Rec.
           88  EndOfGLPostFile              VALUE HIGH-VALUES.
           02  gpBatchNo                    PIC 9(6).
           02  gpSequence                   PIC 9(4).
           02  gpJournalDate                PIC 9(8).
           02  gpAccountCode                PIC X(6).
           02  gpDebitCredit                PIC X.
           02  gpAmount                     PIC 9(8)V99.
           02  gpDescription                PIC X(38).

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           88  EndOfGLFeedFile              VALUE HIGH-VALUES.
           02  glfJournalDate               PIC 9(8).
           02  glfAccountCode               PIC X(6).
           02  glfDebitCredit                PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD COAFile.
       COPY COAREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD  StatementFile.
       01  Statement-Report-Line        PIC X(132).

       WORKING-STORAGE SECTION.
       01  GL-Post-File-Status          PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  COA-File-Status              PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

       01  Entry-Period                 PIC X(6)   VALUE SPACES.
       01  Report-Period                PIC 9(6)   VALUE ZEROS.
       01  Report-Period-Parts REDEFINES Report-Period.
           02  rpYear                   PIC 9(4).
           02  rpMonth                  PIC 99.
       01  Provisional-Answer           PIC X      VALUE SPACE.
       01  Provisional-Switch           PIC X      VALUE "N".
           88  Provisional-Run          VALUE "Y".

      * The chart of accounts, each account carrying its signed
      * (debit positive) movement for the period, the year to date
      * and the balance at the period end.
       01  COA-Table.
           02  COA-Entry                OCCURS 100 TIMES.
               03  coaCode              PIC X(6).
               03  coaName              PIC X(30).
               03  coaType              PIC X.
               03  coaGroup             PIC X(30).
               03  coaSubsystem         PIC X.
               03  coaPeriod            PIC S9(10)V99.
               03  coaYTD               PIC S9(10)V99.
               03  coaBalance           PIC S9(10)V99.
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.

      * One entry per statement line - a reporting group, or an
      * ungrouped account on its own.  Columns 1 to 3 of the period
      * and year-to-date amounts are student, Aromamora, combined;
      * amounts are held the way the statement shows them (credit
      * balances of revenue, liabilities and equity positive).
       01  Statement-Table.
           02  Statement-Entry          OCCURS 100 TIMES.
               03  sttType              PIC X.
               03  sttCaption           PIC X(30).
               03  sttPeriod            PIC S9(10)V99 OCCURS 3 TIMES.
               03  sttYTD               PIC S9(10)V99 OCCURS 3 TIMES.
               03  sttBalance           PIC S9(10)V99.
       01  Statement-Count              PIC 9(3)   VALUE ZEROS.
       01  Statement-Index              PIC 9(3)   VALUE ZEROS.
       01  Statement-Found-Switch       PIC X      VALUE "N".
           88  Found-Statement-Line     VALUE "Y".
       01  Seek-Type                    PIC X      VALUE SPACE.
       01  Seek-Caption                 PIC X(30)  VALUE SPACES.
       01  Column-Index                 PIC 9      VALUE ZEROS.
       01  Sign-Factor                  PIC S9     VALUE +1.

       01  Line-Date                    PIC 9(8)   VALUE ZEROS.
       01  Line-Account                 PIC X(6)   VALUE SPACES.
       01  Line-Amount                  PIC S9(10)V99 VALUE ZEROS.
       01  Line-Closing-Switch          PIC X      VALUE "N".
           88  Line-Is-Closing-Entry    VALUE "Y".
       01  Period-End-Date              PIC 9(8)   VALUE ZEROS.
       01  Year-Start-Date              PIC 9(8)   VALUE ZEROS.
       01  Period-Start-Date            PIC 9(8)   VALUE ZEROS.
       01  Ledger-Line-Count            PIC 9(7)   VALUE ZEROS.
       01  Pending-Line-Count           PIC 9(7)   VALUE ZEROS.
       01  Unknown-Line-Count           PIC 9(7)   VALUE ZEROS.
       01  Unassigned-Account-Count     PIC 9(3)   VALUE ZEROS.

       01  Total-Revenue.
           02  trvPeriod                PIC S9(10)V99 OCCURS 3 TIMES.
           02  trvYTD                   PIC S9(10)V99 OCCURS 3 TIMES.
       01  Total-Expense.
           02  texPeriod                PIC S9(10)V99 OCCURS 3 TIMES.
           02  texYTD                   PIC S9(10)V99 OCCURS 3 TIMES.
       01  Total-Assets                 PIC S9(10)V99 VALUE ZEROS.
       01  Total-Liabilities            PIC S9(10)V99 VALUE ZEROS.
       01  Total-Equity                 PIC S9(10)V99 VALUE ZEROS.
       01  Current-Earnings             PIC S9(10)V99 VALUE ZEROS.
       01  Total-Liab-Equity            PIC S9(10)V99 VALUE ZEROS.
       01  Balance-Difference           PIC S9(10)V99 VALUE ZEROS.
       01  Edit-Difference              PIC $$$,$$$,$$9.99-.

       01  Statement-Title.
           02  FILLER                   PIC X(40)
               VALUE "FINANCIAL STATEMENTS - PERIOD".
           02  sttlPeriod               PIC 9(6).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  sttlProvisional          PIC X(40)  VALUE SPACES.
       01  Statement-LineBreak          PIC X(126) VALUE ALL "-".
       01  Statement-Section-Title      PIC X(40).

       01  Income-Column-Heads.
           02  FILLER                   PIC X(30)  VALUE SPACES.
           02  FILLER                   PIC X(48)
               VALUE "    ------------ THIS PERIOD -------------".
           02  FILLER                   PIC X(48)
               VALUE "    ------------ YEAR TO DATE ------------".
       01  Income-Column-Titles.
           02  FILLER                   PIC X(30)  VALUE SPACES.
           02  FILLER                   PIC X(48)
               VALUE "         STUDENT       AROMAMORA        COMBINED".
           02  FILLER                   PIC X(48)
               VALUE "         STUDENT       AROMAMORA        COMBINED".

       01  Income-Detail-Line.
           02  idlCaption               PIC X(30).
           02  idlColumn                OCCURS 6 TIMES.
               03  FILLER               PIC X.
               03  idlAmount            PIC $$$,$$$,$$9.99-.

       01  Balance-Detail-Line.
           02  bdlCaption               PIC X(30).
           02  FILLER                   PIC X.
           02  bdlAmount                PIC $$$,$$$,$$9.99-.

       01  Statement-Note-Line          PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "FinStmtRpt - income statement and balance sheet"
           DISPLAY "Period to report (YYYYMM, blank for last month): "
               WITH NO ADVANCING
           ACCEPT Entry-Period
           IF Entry-Period = SPACES
               MOVE Run-Date (1:6) TO Report-Period
               IF rpMonth = 1
                   MOVE 12 TO rpMonth
                   SUBTRACT 1 FROM rpYear
               ELSE
                   SUBTRACT 1 FROM rpMonth
               END-IF
           ELSE
               IF Entry-Period NOT NUMERIC
                   DISPLAY "Error - period must be YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE Entry-Period TO Report-Period
           END-IF
           IF rpMonth < 1 OR rpMonth > 12
               DISPLAY "Error - period must be YYYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PERIOD-CLOSED
           COMPUTE Period-Start-Date = Report-Period * 100 + 1
           COMPUTE Period-End-Date = Report-Period * 100 + 31
           COMPUTE Year-Start-Date = rpYear * 10000 + 101

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM ACCUMULATE-POSTED-LEDGER
           PERFORM ACCUMULATE-PENDING-FEED
           PERFORM BUILD-STATEMENT-LINES
           PERFORM PRINT-STATEMENTS

           IF Balance-Difference NOT = ZEROS
               DISPLAY "FinStmtRpt - BALANCE SHEET DOES NOT BALANCE "
                   "by " Balance-Difference " - see FINSTMT.RPT"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "FinStmtRpt - statements for " Report-Period
                   " on FINSTMT.RPT, " Ledger-Line-Count
                   " ledger line(s) read"
           END-IF
           IF Unknown-Line-Count > 0
               DISPLAY "FinStmtRpt - " Unknown-Line-Count
                   " line(s) on accounts missing from COA.DAT"
           END-IF
           GOBACK.

      * Statements for a month the bursar hasn't closed can still
      * change; they are only produced when asked for as
      * provisional.
       CHECK-PERIOD-CLOSED.
           COMPUTE pcDate = Report-Period * 100 + 1
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Period " Report-Period " is not closed on "
               "PERIODS.DAT.  Enter P for provisional statements, "
               "anything else stops: " WITH NO ADVANCING
           ACCEPT Provisional-Answer
           IF Provisional-Answer = "P" OR Provisional-Answer = "p"
               SET Provisional-Run TO TRUE
               MOVE "*** PROVISIONAL - PERIOD NOT CLOSED ***"
                   TO sttlProvisional
           ELSE
               DISPLAY "FinStmtRpt - period " Report-Period
                   " is not closed, no statements produced"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COAFile
           IF COA-File-Status NOT = "00"
               DISPLAY "Error - unable to open COA.DAT, run "
                   "ChartOfAcctMaint first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ COAFile
               AT END SET EndOfCOAFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCOAFile
               IF COA-Count < 100
                   ADD 1 TO COA-Count
                   MOVE coAccountCode TO coaCode (COA-Count)
                   MOVE coAccountName TO coaName (COA-Count)
                   MOVE coAccountType TO coaType (COA-Count)
                   MOVE coReportGroup TO coaGroup (COA-Count)
                   MOVE coSubsystem TO coaSubsystem (COA-Count)
                   MOVE ZEROS TO coaPeriod (COA-Count)
                       coaYTD (COA-Count) coaBalance (COA-Count)
               END-IF
               READ COAFile
                   AT END SET EndOfCOAFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE COAFile.

       ACCUMULATE-POSTED-LEDGER.
           OPEN INPUT GLPostFile
           IF GL-Post-File-Status NOT = "00"
               DISPLAY "Warning - GLPOST.DAT not found, nothing has "
                   "been released by GLConsolidate yet"
               EXIT PARAGRAPH
           END-IF
           READ GLPostFile
               AT END SET EndOfGLPostFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGLPostFile
               MOVE gpJournalDate TO Line-Date
               MOVE gpAccountCode TO Line-Account
               IF gpDescription (1:14) = "YEAR-END CLOSE"
                   SET Line-Is-Closing-Entry TO TRUE
               ELSE
                   MOVE "N" TO Line-Closing-Switch
               END-IF
               IF gpDebitCredit = "D"
                   MOVE gpAmount TO Line-Amount
               ELSE
                   COMPUTE Line-Amount = 0 - gpAmount
               END-IF
               PERFORM ACCUMULATE-LEDGER-LINE
               READ GLPostFile
                   AT END SET EndOfGLPostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GLPostFile.

      * Lines the writers have fed but GLConsolidate hasn't released
      * yet still belong in the period they are dated in.
       ACCUMULATE-PENDING-FEED.
           OPEN INPUT GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GLFeedFile
               AT END SET EndOfGLFeedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGLFeedFile
               MOVE glfJournalDate TO Line-Date
               MOVE glfAccountCode TO Line-Account
               MOVE "N" TO Line-Closing-Switch
               IF glfDebitCredit = "D"
                   MOVE glfAmount TO Line-Amount
               ELSE
                   COMPUTE Line-Amount = 0 - glfAmount
               END-IF
               IF Line-Date <= Period-End-Date
                   ADD 1 TO Pending-Line-Count
               END-IF
               PERFORM ACCUMULATE-LEDGER-LINE
               READ GLFeedFile
                   AT END SET EndOfGLFeedFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GLFeedFile.

       ACCUMULATE-LEDGER-LINE.
           IF Line-Date > Period-End-Date
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ledger-Line-Count
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF coaCode (COA-Index) = Line-Account
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF COA-Index > COA-Count
               ADD 1 TO Unknown-Line-Count
               EXIT PARAGRAPH
           END-IF
           ADD Line-Amount TO coaBalance (COA-Index)
           IF Line-Is-Closing-Entry
               EXIT PARAGRAPH
           END-IF
           IF Line-Date >= Year-Start-Date
               ADD Line-Amount TO coaYTD (COA-Index)
           END-IF
           IF Line-Date >= Period-Start-Date
               ADD Line-Amount TO coaPeriod (COA-Index)
           END-IF.

      * Each account is added into its statement line in the order
      * the chart lists them, the sign turned round for the credit
      * balance types so every line reads as a positive amount.
       BUILD-STATEMENT-LINES.
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               PERFORM ADD-ACCOUNT-TO-STATEMENT
           END-PERFORM
           COMPUTE Total-Liab-Equity =
               Total-Liabilities + Total-Equity + Current-Earnings
           COMPUTE Balance-Difference =
               Total-Assets - Total-Liab-Equity.

       ADD-ACCOUNT-TO-STATEMENT.
           MOVE coaType (COA-Index) TO Seek-Type
           IF coaGroup (COA-Index) NOT = SPACES
               MOVE coaGroup (COA-Index) TO Seek-Caption
           ELSE
               MOVE coaName (COA-Index) TO Seek-Caption
           END-IF
           EVALUATE Seek-Type
               WHEN "A"
               WHEN "X"
                   MOVE +1 TO Sign-Factor
               WHEN "L"
               WHEN "E"
               WHEN "R"
                   MOVE -1 TO Sign-Factor
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM FIND-OR-ADD-STATEMENT-LINE
           IF Statement-Index = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE coaSubsystem (COA-Index)
               WHEN "S"
                   MOVE 1 TO Column-Index
               WHEN "A"
                   MOVE 2 TO Column-Index
               WHEN OTHER
                   MOVE 0 TO Column-Index
           END-EVALUATE
           IF (Seek-Type = "R" OR Seek-Type = "X")
                   AND Column-Index = 0
                   AND (coaYTD (COA-Index) NOT = ZEROS)
               ADD 1 TO Unassigned-Account-Count
           END-IF

           COMPUTE sttBalance (Statement-Index) =
               sttBalance (Statement-Index)
               + coaBalance (COA-Index) * Sign-Factor
           COMPUTE sttPeriod (Statement-Index, 3) =
               sttPeriod (Statement-Index, 3)
               + coaPeriod (COA-Index) * Sign-Factor
           COMPUTE sttYTD (Statement-Index, 3) =
               sttYTD (Statement-Index, 3)
               + coaYTD (COA-Index) * Sign-Factor
           IF Column-Index > 0
               COMPUTE sttPeriod (Statement-Index, Column-Index) =
                   sttPeriod (Statement-Index, Column-Index)
                   + coaPeriod (COA-Index) * Sign-Factor
               COMPUTE sttYTD (Statement-Index, Column-Index) =
                   sttYTD (Statement-Index, Column-Index)
                   + coaYTD (COA-Index) * Sign-Factor
           END-IF

           EVALUATE Seek-Type
               WHEN "A"
                   ADD coaBalance (COA-Index) TO Total-Assets
               WHEN "L"
                   SUBTRACT coaBalance (COA-Index)
                       FROM Total-Liabilities
               WHEN "E"
                   SUBTRACT coaBalance (COA-Index) FROM Total-Equity
               WHEN "R"
               WHEN "X"
                   SUBTRACT coaBalance (COA-Index)
                       FROM Current-Earnings
           END-EVALUATE.

       FIND-OR-ADD-STATEMENT-LINE.
           MOVE "N" TO Statement-Found-Switch
           PERFORM VARYING Statement-Index FROM 1 BY 1
                   UNTIL Statement-Index > Statement-Count
               IF sttType (Statement-Index) = Seek-Type
                       AND sttCaption (Statement-Index) = Seek-Caption
                   SET Found-Statement-Line TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Statement-Line
               IF Statement-Count < 100
                   ADD 1 TO Statement-Count
                   MOVE Statement-Count TO Statement-Index
                   MOVE Seek-Type TO sttType (Statement-Index)
                   MOVE Seek-Caption TO sttCaption (Statement-Index)
                   MOVE ZEROS TO sttBalance (Statement-Index)
                   PERFORM VARYING Column-Index FROM 1 BY 1
                           UNTIL Column-Index > 3
                       MOVE ZEROS TO
                           sttPeriod (Statement-Index, Column-Index)
                           sttYTD (Statement-Index, Column-Index)
                   END-PERFORM
               ELSE
                   DISPLAY "Warning - Statement-Table full, "
                       Seek-Caption " not reported"
                   MOVE ZEROS TO Statement-Index
               END-IF
           END-IF.

       PRINT-STATEMENTS.
           OPEN OUTPUT StatementFile
           MOVE Report-Period TO sttlPeriod
           PERFORM PRINT-INCOME-STATEMENT
           PERFORM PRINT-BALANCE-SHEET
           CLOSE StatementFile.

       PRINT-INCOME-STATEMENT.
           WRITE Statement-Report-Line FROM Statement-Title
           MOVE "INCOME STATEMENT" TO Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-LineBreak
           WRITE Statement-Report-Line FROM Income-Column-Heads
           WRITE Statement-Report-Line FROM Income-Column-Titles
           INITIALIZE Total-Revenue Total-Expense

           MOVE "REVENUE" TO Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           MOVE "R" TO Seek-Type
           PERFORM PRINT-INCOME-LINES
           MOVE "TOTAL REVENUE" TO idlCaption
           PERFORM VARYING Column-Index FROM 1 BY 1
                   UNTIL Column-Index > 3
               MOVE trvPeriod (Column-Index) TO idlAmount (Column-Index)
               MOVE trvYTD (Column-Index) TO
                   idlAmount (Column-Index + 3)
           END-PERFORM
           WRITE Statement-Report-Line FROM Income-Detail-Line
           MOVE SPACES TO Statement-Report-Line
           WRITE Statement-Report-Line

           MOVE "EXPENSES" TO Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           MOVE "X" TO Seek-Type
           PERFORM PRINT-INCOME-LINES
           MOVE "TOTAL EXPENSES" TO idlCaption
           PERFORM VARYING Column-Index FROM 1 BY 1
                   UNTIL Column-Index > 3
               MOVE texPeriod (Column-Index) TO idlAmount (Column-Index)
               MOVE texYTD (Column-Index) TO
                   idlAmount (Column-Index + 3)
           END-PERFORM
           WRITE Statement-Report-Line FROM Income-Detail-Line
           WRITE Statement-Report-Line FROM Statement-LineBreak

           MOVE "NET INCOME" TO idlCaption
           PERFORM VARYING Column-Index FROM 1 BY 1
                   UNTIL Column-Index > 3
               COMPUTE idlAmount (Column-Index) =
                   trvPeriod (Column-Index) - texPeriod (Column-Index)
               COMPUTE idlAmount (Column-Index + 3) =
                   trvYTD (Column-Index) - texYTD (Column-Index)
           END-PERFORM
           WRITE Statement-Report-Line FROM Income-Detail-Line
           IF Unassigned-Account-Count > 0
               MOVE SPACES TO Statement-Note-Line
               STRING "NOTE - " Unassigned-Account-Count
                   " revenue/expense account(s) have no subsystem on "
                   "COA.DAT and show in COMBINED only"
                   DELIMITED BY SIZE INTO Statement-Note-Line
               WRITE Statement-Report-Line FROM Statement-Note-Line
           END-IF
           MOVE SPACES TO Statement-Report-Line
           WRITE Statement-Report-Line
           WRITE Statement-Report-Line.

       PRINT-INCOME-LINES.
           PERFORM VARYING Statement-Index FROM 1 BY 1
                   UNTIL Statement-Index > Statement-Count
               IF sttType (Statement-Index) = Seek-Type
                   MOVE sttCaption (Statement-Index) TO idlCaption
                   PERFORM VARYING Column-Index FROM 1 BY 1
                           UNTIL Column-Index > 3
                       MOVE sttPeriod (Statement-Index, Column-Index)
                           TO idlAmount (Column-Index)
                       MOVE sttYTD (Statement-Index, Column-Index)
                           TO idlAmount (Column-Index + 3)
                       IF Seek-Type = "R"
                           ADD sttPeriod (Statement-Index, Column-Index)
                               TO trvPeriod (Column-Index)
                           ADD sttYTD (Statement-Index, Column-Index)
                               TO trvYTD (Column-Index)
                       ELSE
                           ADD sttPeriod (Statement-Index, Column-Index)
                               TO texPeriod (Column-Index)
                           ADD sttYTD (Statement-Index, Column-Index)
                               TO texYTD (Column-Index)
                       END-IF
                   END-PERFORM
                   WRITE Statement-Report-Line FROM Income-Detail-Line
               END-IF
           END-PERFORM.

       PRINT-BALANCE-SHEET.
           WRITE Statement-Report-Line FROM Statement-Title
           MOVE "BALANCE SHEET AT PERIOD END" TO
               Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-LineBreak

           MOVE "ASSETS" TO Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           MOVE "A" TO Seek-Type
           PERFORM PRINT-BALANCE-LINES
           MOVE "TOTAL ASSETS" TO bdlCaption
           MOVE Total-Assets TO bdlAmount
           WRITE Statement-Report-Line FROM Balance-Detail-Line
           MOVE SPACES TO Statement-Report-Line
           WRITE Statement-Report-Line

           MOVE "LIABILITIES" TO Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           MOVE "L" TO Seek-Type
           PERFORM PRINT-BALANCE-LINES
           MOVE "TOTAL LIABILITIES" TO bdlCaption
           MOVE Total-Liabilities TO bdlAmount
           WRITE Statement-Report-Line FROM Balance-Detail-Line
           MOVE SPACES TO Statement-Report-Line
           WRITE Statement-Report-Line

           MOVE "EQUITY" TO Statement-Section-Title
           WRITE Statement-Report-Line FROM Statement-Section-Title
           MOVE "E" TO Seek-Type
           PERFORM PRINT-BALANCE-LINES
           MOVE "CURRENT EARNINGS" TO bdlCaption
           MOVE Current-Earnings TO bdlAmount
           WRITE Statement-Report-Line FROM Balance-Detail-Line
           MOVE "TOTAL EQUITY" TO bdlCaption
           COMPUTE bdlAmount = Total-Equity + Current-Earnings
           WRITE Statement-Report-Line FROM Balance-Detail-Line
           WRITE Statement-Report-Line FROM Statement-LineBreak
           MOVE "TOTAL LIABILITIES AND EQUITY" TO bdlCaption
           MOVE Total-Liab-Equity TO bdlAmount
           WRITE Statement-Report-Line FROM Balance-Detail-Line
           MOVE SPACES TO Statement-Report-Line
           WRITE Statement-Report-Line

           IF Balance-Difference = ZEROS
               MOVE "Balance sheet balances - assets equal "
                   TO Statement-Note-Line
               MOVE "liabilities plus equity."
                   TO Statement-Note-Line (40:)
           ELSE
               MOVE SPACES TO Statement-Note-Line
               MOVE Balance-Difference TO Edit-Difference
               STRING "*** BALANCE SHEET DOES NOT BALANCE - "
                   "DIFFERENCE " Edit-Difference " ***"
                   DELIMITED BY SIZE INTO Statement-Note-Line
           END-IF
           WRITE Statement-Report-Line FROM Statement-Note-Line
           IF Unknown-Line-Count > 0
               MOVE SPACES TO Statement-Note-Line
               STRING "NOTE - " Unknown-Line-Count " ledger line(s) "
                   "on accounts missing from COA.DAT are not in the "
                   "statements" DELIMITED BY SIZE
                   INTO Statement-Note-Line
               WRITE Statement-Report-Line FROM Statement-Note-Line
           END-IF
           IF Pending-Line-Count > 0
               MOVE SPACES TO Statement-Note-Line
               STRING "NOTE - " Pending-Line-Count " line(s) still "
                   "on GLFEED.DAT awaiting GLConsolidate are "
                   "included" DELIMITED BY SIZE
                   INTO Statement-Note-Line
               WRITE Statement-Report-Line FROM Statement-Note-Line
           END-IF.

       PRINT-BALANCE-LINES.
           PERFORM VARYING Statement-Index FROM 1 BY 1
                   UNTIL Statement-Index > Statement-Count
               IF sttType (Statement-Index) = Seek-Type
                   MOVE sttCaption (Statement-Index) TO bdlCaption
                   MOVE sttBalance (Statement-Index) TO bdlAmount
                   WRITE Statement-Report-Line FROM Balance-Detail-Line
               END-IF
           END-PERFORM.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists.
       GET-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile
           IF BusDate-File-Status = "00"
               READ BusinessDateFile
                   AT END MOVE ZEROS TO bdBusinessDate
               END-READ
               CLOSE BusinessDateFile
           ELSE
               MOVE ZEROS TO bdBusinessDate
           END-IF
           IF bdBusinessDate NOT = ZEROS
               MOVE bdBusinessDate TO Run-Date
           ELSE
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM FinStmtRpt.
