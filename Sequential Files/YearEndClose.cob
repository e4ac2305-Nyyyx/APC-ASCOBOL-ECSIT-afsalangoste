      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Close a financial (calendar) year.  Every one of the
      *         year's twelve months must already be closed on
      *         PERIODS.DAT (PeriodCloseMaint), nothing dated in the
      *         year may still be waiting on GLFEED.DAT, every
      *         GLPOST.DAT line must be on a COA.DAT account, and the
      *         year's consolidated journal must balance.  The run
      *         then posts one closing batch to GLPOST.DAT, dated the
      *         last day of the year, clearing every revenue and
      *         expense account into retained earnings (300000), so
      *         profit and loss stop accumulating from one year to
      *         the next; writes the asset, liability and equity
      *         balances carried into the new year to OPENBAL.DAT;
      *         and locks the year's months (status L) so
      *         PeriodCheck refuses any further posting into them
      *         and PeriodCloseMaint can't reopen them.  YECLOSE.RPT
      *         is the close report the bursar signs off.
      *         Restricted to the supervisor role, the same gate
      *         PeriodCloseMaint applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-File-Status.
           SELECT PeriodFile ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Period-File-Status.
           SELECT COAFile ASSIGN TO "COA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.
           SELECT GLPostFile ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Post-File-Status.
           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.
           SELECT BatchNoFile ASSIGN TO "GLBATNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchNo-File-Status.
           SELECT OpenBalFile ASSIGN TO "OPENBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Open-Bal-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT CloseReportFile ASSIGN TO "YECLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
       01  Operator-Rec.
           88  EndOfOperatorFile            VALUE HIGH-VALUES.
           02  opOperator-ID                PIC X(8).
           02  opOperator-Name              PIC X(20).
           02  opOperator-Role              PIC X.

       FD PeriodFile.
       01  Period-Rec.
           88  EndOfPeriodFile           VALUE HIGH-VALUES.
           02  pdPeriod                  PIC 9(6).
           02  pdStatus                  PIC X.
               88  pdOpen                VALUE "O".
               88  pdClosed              VALUE "C", "L".
               88  pdLocked              VALUE "L".

       FD COAFile.
       COPY COAREC.

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

       FD BatchNoFile.
       01 BatchNo-Rec.
           02 bnNextNumber           PIC 9(6).

      * One record per balance sheet account carried into the new
      * year, debit or credit the way the ledger holds it.
       FD  OpenBalFile.
       01  Open-Bal-Rec.
           02  obYear                       PIC 9(4).
           02  obAccountCode                PIC X(6).
           02  obDebitCredit                PIC X.
           02  obAmount                     PIC 9(10)V99.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD  CloseReportFile.
       01  Close-Report-Line            PIC X(80).

       WORKING-STORAGE SECTION.
       01  Operator-File-Status      PIC XX.
       01  Period-File-Status        PIC XX.
       01  COA-File-Status           PIC XX.
       01  GL-Post-File-Status       PIC XX.
       01  GL-Feed-File-Status       PIC XX.
       01  BatchNo-File-Status       PIC XX.
       01  Open-Bal-File-Status      PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Run-Date                  PIC 9(8).

       01  Signon-Operator-ID        PIC X(8)   VALUE SPACES.
       01  Signon-Role               PIC X      VALUE SPACE.
           88  Role-Supervisor       VALUE "S".
       01  Signon-Found-Switch       PIC X      VALUE "N".
           88  Signon-Found          VALUE "Y".

       01  Close-Year                PIC 9(4)   VALUE ZEROS.
       01  Year-End-Date             PIC 9(8)   VALUE ZEROS.
       01  Year-Start-Date           PIC 9(8)   VALUE ZEROS.
       01  Opening-Year              PIC 9(4)   VALUE ZEROS.
       01  Confirm-Answer            PIC X      VALUE SPACE.
       01  Retained-Earnings-Code    PIC X(6)   VALUE "300000".
       01  Closing-Description       PIC X(38)  VALUE SPACES.

       01  Period-Table.
           02  Period-Entry          OCCURS 60 TIMES.
               03  pdtPeriod         PIC 9(6).
               03  pdtStatus         PIC X.
       01  Period-Count              PIC 9(2)   VALUE ZEROS.
       01  Period-Index              PIC 9(2)   VALUE ZEROS.
       01  Month-Index               PIC 99     VALUE ZEROS.
       01  Seek-Period               PIC 9(6)   VALUE ZEROS.
       01  Months-Closed             PIC 99     VALUE ZEROS.
       01  Months-Locked             PIC 99     VALUE ZEROS.

      * Chart of accounts with each account's signed (debit
      * positive) ledger balance at the year end.
       01  COA-Table.
           02  COA-Entry             OCCURS 100 TIMES.
               03  coaCode           PIC X(6).
               03  coaName           PIC X(30).
               03  coaType           PIC X.
               03  coaBalance        PIC S9(10)V99.
       01  COA-Count                 PIC 9(3)   VALUE ZEROS.
       01  COA-Index                 PIC 9(3)   VALUE ZEROS.
       01  RE-Index                  PIC 9(3)   VALUE ZEROS.

       01  Year-Debits               PIC 9(11)V99 VALUE ZEROS.
       01  Year-Credits              PIC 9(11)V99 VALUE ZEROS.
       01  Year-Difference           PIC S9(11)V99 VALUE ZEROS.
       01  Pending-Feed-Count        PIC 9(5)   VALUE ZEROS.
       01  Unknown-Line-Count        PIC 9(5)   VALUE ZEROS.
       01  Net-To-Retained           PIC S9(10)V99 VALUE ZEROS.
       01  Closing-Line-Count        PIC 9(4)   VALUE ZEROS.
       01  Opening-Line-Count        PIC 9(4)   VALUE ZEROS.
       01  Opening-Debits            PIC 9(11)V99 VALUE ZEROS.
       01  Opening-Credits           PIC 9(11)V99 VALUE ZEROS.

       01  Batch-Number              PIC 9(6)   VALUE ZEROS.
       01  Sequence-Number           PIC 9(4)   VALUE ZEROS.
       01  Posting-Account           PIC X(6)   VALUE SPACES.
       01  Posting-Amount            PIC S9(10)V99 VALUE ZEROS.

       01  Close-Header.
           02  FILLER                PIC X(16)  VALUE "YEAR-END CLOSE".
           02  chYear                PIC 9(4).
           02  FILLER                PIC X(9)   VALUE "  BATCH  ".
           02  chBatch               PIC 9(6).
           02  FILLER                PIC X(7)   VALUE "  RUN  ".
           02  chRunDate             PIC 9(8).
           02  FILLER                PIC X(12)  VALUE "  OPERATOR  ".
           02  chOperator            PIC X(8).
       01  Close-LineBreak           PIC X(72)  VALUE ALL "-".
       01  Close-Section-Title       PIC X(50).

       01  Close-Check-Line.
           02  cclLabel              PIC X(40).
           02  cclAmount             PIC $$$,$$$,$$$,$$9.99.

       01  Close-Detail-Line.
           02  cdlCode               PIC X(6).
           02  FILLER                PIC X(2)   VALUE SPACES.
           02  cdlName               PIC X(30).
           02  FILLER                PIC X(2)   VALUE SPACES.
           02  cdlDebitCredit        PIC X.
           02  FILLER                PIC X(2)   VALUE SPACES.
           02  cdlAmount             PIC $$$,$$$,$$$,$$9.99.

       01  Close-Text-Line           PIC X(72).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF NOT Signon-Found OR NOT Role-Supervisor
               DISPLAY "YearEndClose is restricted to the supervisor "
                   "role - nothing done."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GET-BUSINESS-DATE
           DISPLAY "YearEndClose - financial year-end close"
           DISPLAY "Year to close (YYYY): " WITH NO ADVANCING
           ACCEPT Close-Year
           IF Close-Year = ZEROS
               DISPLAY "Nothing done"
               GOBACK
           END-IF
           COMPUTE Year-Start-Date = Close-Year * 10000 + 101
           COMPUTE Year-End-Date = Close-Year * 10000 + 1231
           COMPUTE Opening-Year = Close-Year + 1

           PERFORM LOAD-PERIODS
           PERFORM CHECK-PERIODS-CLOSED
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM CHECK-FEED-CONSOLIDATED
           PERFORM ACCUMULATE-LEDGER
           PERFORM CHECK-LEDGER

           DISPLAY "All checks passed for " Close-Year ".  Post the "
               "closing entries and lock the year (Y/N)? "
               WITH NO ADVANCING
           ACCEPT Confirm-Answer
           IF Confirm-Answer NOT = "Y" AND Confirm-Answer NOT = "y"
               DISPLAY "Nothing done"
               GOBACK
           END-IF

           PERFORM ASSIGN-BATCH-NUMBER
           OPEN OUTPUT CloseReportFile
           PERFORM PRINT-CHECKS-PASSED
           PERFORM POST-CLOSING-ENTRIES
           PERFORM WRITE-OPENING-BALANCES
           PERFORM LOCK-THE-YEAR
           PERFORM PRINT-SIGN-OFF
           CLOSE CloseReportFile

           DISPLAY "YearEndClose - " Close-Year " closed: batch "
               Batch-Number ", " Closing-Line-Count " closing "
               "line(s), " Opening-Line-Count " opening balance(s) "
               "on OPENBAL.DAT, report on YECLOSE.RPT"
           GOBACK.

      * Same supervisor-only gate PeriodCloseMaint applies; with no
      * operator master on disk the console gets supervisor with a
      * warning.
       SIGN-ON.
           OPEN INPUT OperatorFile
           IF Operator-File-Status NOT = "00"
               DISPLAY "Warning - OPERATOR.DAT not found; supervisor "
                   "access granted to the console."
               MOVE "CONSOLE" TO Signon-Operator-ID
               MOVE "S" TO Signon-Role
               SET Signon-Found TO TRUE
               EXIT PARAGRAPH
           END-IF
           CLOSE OperatorFile
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT Signon-Operator-ID
           PERFORM LOOKUP-OPERATOR
           IF NOT Signon-Found
               DISPLAY "Operator ID not recognized."
           END-IF.

       LOOKUP-OPERATOR.
           MOVE "N" TO Signon-Found-Switch
           OPEN INPUT OperatorFile
           READ OperatorFile
               AT END SET EndOfOperatorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperatorFile OR Signon-Found
               IF opOperator-ID = Signon-Operator-ID
                   SET Signon-Found TO TRUE
                   MOVE opOperator-Role TO Signon-Role
                   DISPLAY "Signed on: " opOperator-Name
               ELSE
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OperatorFile.

       LOAD-PERIODS.
           OPEN INPUT PeriodFile
           IF Period-File-Status NOT = "00"
               DISPLAY "Error - PERIODS.DAT not found, no month of "
                   Close-Year " has been closed - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PeriodFile
               AT END SET EndOfPeriodFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPeriodFile
               IF Period-Count < 60
                   ADD 1 TO Period-Count
                   MOVE pdPeriod TO pdtPeriod (Period-Count)
                   MOVE pdStatus TO pdtStatus (Period-Count)
               END-IF
               READ PeriodFile
                   AT END SET EndOfPeriodFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PeriodFile.

      * All twelve months must be closed; a year whose months are
      * already locked has been closed before.
       CHECK-PERIODS-CLOSED.
           PERFORM VARYING Month-Index FROM 1 BY 1
                   UNTIL Month-Index > 12
               COMPUTE Seek-Period = Close-Year * 100 + Month-Index
               PERFORM FIND-PERIOD
               IF Period-Index = 0
                   DISPLAY "  " Seek-Period " has never been closed"
               ELSE
                   EVALUATE pdtStatus (Period-Index)
                       WHEN "C"
                           ADD 1 TO Months-Closed
                       WHEN "L"
                           ADD 1 TO Months-Locked
                       WHEN OTHER
                           DISPLAY "  " Seek-Period " is open"
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF Months-Locked > 0
               DISPLAY "Error - " Close-Year " has already been closed "
                   "(months locked) - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Months-Closed < 12
               DISPLAY "Error - only " Months-Closed " of the 12 "
                   "months of " Close-Year " are closed; close them "
                   "with PeriodCloseMaint first - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       FIND-PERIOD.
           PERFORM VARYING Period-Index FROM 1 BY 1
                   UNTIL Period-Index > Period-Count
               IF pdtPeriod (Period-Index) = Seek-Period
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Period-Index > Period-Count
               MOVE ZEROS TO Period-Index
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COAFile
           IF COA-File-Status NOT = "00"
               DISPLAY "Error - unable to open COA.DAT, run "
                   "ChartOfAcctMaint first - nothing done"
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
                   MOVE ZEROS TO coaBalance (COA-Count)
                   IF coAccountCode = Retained-Earnings-Code
                       MOVE COA-Count TO RE-Index
                   END-IF
               END-IF
               READ COAFile
                   AT END SET EndOfCOAFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE COAFile
           IF RE-Index = 0
               DISPLAY "Error - retained earnings account "
                   Retained-Earnings-Code " is not on COA.DAT; add it "
                   "(type E) with ChartOfAcctMaint - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF coaType (RE-Index) NOT = "E"
               DISPLAY "Error - account " Retained-Earnings-Code
                   " must be an equity (type E) account - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * A line the writers fed for the year that GLConsolidate hasn't
      * released would miss the close.
       CHECK-FEED-CONSOLIDATED.
           OPEN INPUT GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GLFeedFile
               AT END SET EndOfGLFeedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGLFeedFile
               IF glfJournalDate <= Year-End-Date
                   ADD 1 TO Pending-Feed-Count
               END-IF
               READ GLFeedFile
                   AT END SET EndOfGLFeedFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GLFeedFile
           IF Pending-Feed-Count > 0
               DISPLAY "Error - " Pending-Feed-Count " GLFEED.DAT "
                   "line(s) dated in or before " Close-Year " are not "
                   "consolidated; run GLConsolidate - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ACCUMULATE-LEDGER.
           OPEN INPUT GLPostFile
           IF GL-Post-File-Status NOT = "00"
               DISPLAY "Error - GLPOST.DAT not found, nothing has been "
                   "consolidated - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ GLPostFile
               AT END SET EndOfGLPostFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGLPostFile
               IF gpJournalDate <= Year-End-Date
                   PERFORM ACCUMULATE-LEDGER-LINE
               END-IF
               READ GLPostFile
                   AT END SET EndOfGLPostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GLPostFile.

       ACCUMULATE-LEDGER-LINE.
           IF gpJournalDate >= Year-Start-Date
               IF gpDebitCredit = "D"
                   ADD gpAmount TO Year-Debits
               ELSE
                   ADD gpAmount TO Year-Credits
               END-IF
           END-IF
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF coaCode (COA-Index) = gpAccountCode
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF COA-Index > COA-Count
               ADD 1 TO Unknown-Line-Count
               EXIT PARAGRAPH
           END-IF
           IF gpDebitCredit = "D"
               ADD gpAmount TO coaBalance (COA-Index)
           ELSE
               SUBTRACT gpAmount FROM coaBalance (COA-Index)
           END-IF.

       CHECK-LEDGER.
           IF Unknown-Line-Count > 0
               DISPLAY "Error - " Unknown-Line-Count " GLPOST.DAT "
                   "line(s) are on accounts missing from COA.DAT; "
                   "add them with ChartOfAcctMaint - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE Year-Difference = Year-Debits - Year-Credits
           IF Year-Difference NOT = ZEROS
               DISPLAY "Error - the " Close-Year " GL journal is "
                   "OUT OF BALANCE by " Year-Difference
                   " - nothing done"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * The next batch number is read, used, incremented and saved,
      * the same GLBATNO.DAT scheme GLConsolidate uses.
       ASSIGN-BATCH-NUMBER.
           OPEN INPUT BatchNoFile
           IF BatchNo-File-Status = "00"
               READ BatchNoFile
                   AT END MOVE 900001 TO bnNextNumber
               END-READ
               CLOSE BatchNoFile
           ELSE
               MOVE 900001 TO bnNextNumber
           END-IF
           MOVE bnNextNumber TO Batch-Number
           ADD 1 TO bnNextNumber
           OPEN OUTPUT BatchNoFile
           WRITE BatchNo-Rec
           CLOSE BatchNoFile.

       PRINT-CHECKS-PASSED.
           MOVE Close-Year TO chYear
           MOVE Batch-Number TO chBatch
           MOVE Run-Date TO chRunDate
           MOVE Signon-Operator-ID TO chOperator
           WRITE Close-Report-Line FROM Close-Header
           WRITE Close-Report-Line FROM Close-LineBreak
           MOVE "PRE-CLOSE CHECKS" TO Close-Section-Title
           WRITE Close-Report-Line FROM Close-Section-Title
           MOVE "  All 12 months closed on PERIODS.DAT" TO
               Close-Text-Line
           WRITE Close-Report-Line FROM Close-Text-Line
           MOVE "  No unconsolidated GLFEED.DAT lines for the year"
               TO Close-Text-Line
           WRITE Close-Report-Line FROM Close-Text-Line
           MOVE "  Every ledger line on a COA.DAT account" TO
               Close-Text-Line
           WRITE Close-Report-Line FROM Close-Text-Line
           MOVE "  Journal debits for the year   :" TO cclLabel
           MOVE Year-Debits TO cclAmount
           WRITE Close-Report-Line FROM Close-Check-Line
           MOVE "  Journal credits for the year  :" TO cclLabel
           MOVE Year-Credits TO cclAmount
           WRITE Close-Report-Line FROM Close-Check-Line
           MOVE SPACES TO Close-Report-Line
           WRITE Close-Report-Line.

      * Each revenue and expense balance is reversed out, the net
      * landing on retained earnings, all under the one batch number
      * and dated the last day of the year.
       POST-CLOSING-ENTRIES.
           OPEN EXTEND GLPostFile
           IF GL-Post-File-Status NOT = "00"
               OPEN OUTPUT GLPostFile
           END-IF
           MOVE SPACES TO Closing-Description
           STRING "YEAR-END CLOSE " Close-Year
               " TO RETAINED EARNINGS" DELIMITED BY SIZE
               INTO Closing-Description
           MOVE "CLOSING ENTRIES" TO Close-Section-Title
           WRITE Close-Report-Line FROM Close-Section-Title
           WRITE Close-Report-Line FROM Close-LineBreak
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF (coaType (COA-Index) = "R"
                       OR coaType (COA-Index) = "X")
                       AND coaBalance (COA-Index) NOT = ZEROS
                   ADD coaBalance (COA-Index) TO Net-To-Retained
                   MOVE coaCode (COA-Index) TO Posting-Account
                   COMPUTE Posting-Amount = 0 - coaBalance (COA-Index)
                   PERFORM WRITE-CLOSING-LINE
                   MOVE ZEROS TO coaBalance (COA-Index)
               END-IF
           END-PERFORM
           IF Net-To-Retained NOT = ZEROS
               MOVE RE-Index TO COA-Index
               MOVE Retained-Earnings-Code TO Posting-Account
               MOVE Net-To-Retained TO Posting-Amount
               PERFORM WRITE-CLOSING-LINE
               ADD Net-To-Retained TO coaBalance (RE-Index)
           END-IF
           CLOSE GLPostFile
           WRITE Close-Report-Line FROM Close-LineBreak
           IF Net-To-Retained > ZEROS
               MOVE "  NET LOSS TO RETAINED EARNINGS   :"
                   TO cclLabel
               COMPUTE cclAmount = 0 - Net-To-Retained
           ELSE
               MOVE "  NET PROFIT TO RETAINED EARNINGS :"
                   TO cclLabel
               COMPUTE cclAmount = 0 - Net-To-Retained
           END-IF
           WRITE Close-Report-Line FROM Close-Check-Line
           MOVE SPACES TO Close-Report-Line
           WRITE Close-Report-Line.

      * Posting-Amount is signed debit positive.
       WRITE-CLOSING-LINE.
           ADD 1 TO Sequence-Number
           ADD 1 TO Closing-Line-Count
           MOVE Batch-Number TO gpBatchNo
           MOVE Sequence-Number TO gpSequence
           MOVE Year-End-Date TO gpJournalDate
           MOVE Posting-Account TO gpAccountCode
           IF Posting-Amount > ZEROS
               MOVE "D" TO gpDebitCredit
               MOVE Posting-Amount TO gpAmount
           ELSE
               MOVE "C" TO gpDebitCredit
               COMPUTE gpAmount = 0 - Posting-Amount
           END-IF
           MOVE Closing-Description TO gpDescription
           WRITE GL-Post-Rec
           MOVE Posting-Account TO cdlCode
           MOVE coaName (COA-Index) TO cdlName
           MOVE gpDebitCredit TO cdlDebitCredit
           MOVE gpAmount TO cdlAmount
           WRITE Close-Report-Line FROM Close-Detail-Line.

      * Asset, liability and equity balances after the close, which
      * between them must net to nothing.
       WRITE-OPENING-BALANCES.
           OPEN EXTEND OpenBalFile
           IF Open-Bal-File-Status NOT = "00"
               OPEN OUTPUT OpenBalFile
           END-IF
           MOVE "OPENING BALANCES FOR" TO Close-Section-Title
           MOVE Opening-Year TO Close-Section-Title (22:4)
           WRITE Close-Report-Line FROM Close-Section-Title
           WRITE Close-Report-Line FROM Close-LineBreak
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF (coaType (COA-Index) = "A"
                       OR coaType (COA-Index) = "L"
                       OR coaType (COA-Index) = "E")
                       AND coaBalance (COA-Index) NOT = ZEROS
                   PERFORM WRITE-OPENING-LINE
               END-IF
           END-PERFORM
           CLOSE OpenBalFile
           WRITE Close-Report-Line FROM Close-LineBreak
           MOVE "  OPENING DEBITS                :" TO cclLabel
           MOVE Opening-Debits TO cclAmount
           WRITE Close-Report-Line FROM Close-Check-Line
           MOVE "  OPENING CREDITS               :" TO cclLabel
           MOVE Opening-Credits TO cclAmount
           WRITE Close-Report-Line FROM Close-Check-Line
           IF Opening-Debits NOT = Opening-Credits
               MOVE "  *** OPENING BALANCES DO NOT BALANCE ***"
                   TO Close-Text-Line
               WRITE Close-Report-Line FROM Close-Text-Line
               DISPLAY "YearEndClose - warning, the opening balances "
                   "do not balance - see YECLOSE.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO Close-Report-Line
           WRITE Close-Report-Line.

       WRITE-OPENING-LINE.
           ADD 1 TO Opening-Line-Count
           MOVE Opening-Year TO obYear
           MOVE coaCode (COA-Index) TO obAccountCode
           IF coaBalance (COA-Index) > ZEROS
               MOVE "D" TO obDebitCredit
               MOVE coaBalance (COA-Index) TO obAmount
               ADD obAmount TO Opening-Debits
           ELSE
               MOVE "C" TO obDebitCredit
               COMPUTE obAmount = 0 - coaBalance (COA-Index)
               ADD obAmount TO Opening-Credits
           END-IF
           WRITE Open-Bal-Rec
           MOVE coaCode (COA-Index) TO cdlCode
           MOVE coaName (COA-Index) TO cdlName
           MOVE obDebitCredit TO cdlDebitCredit
           MOVE obAmount TO cdlAmount
           WRITE Close-Report-Line FROM Close-Detail-Line.

      * The year's months go to L, which PeriodCheck answers as
      * closed and PeriodCloseMaint will not reopen.
       LOCK-THE-YEAR.
           PERFORM VARYING Period-Index FROM 1 BY 1
                   UNTIL Period-Index > Period-Count
               IF pdtPeriod (Period-Index) >= Close-Year * 100 + 1
                       AND pdtPeriod (Period-Index)
                           <= Close-Year * 100 + 12
                   MOVE "L" TO pdtStatus (Period-Index)
               END-IF
           END-PERFORM
           OPEN OUTPUT PeriodFile
           PERFORM VARYING Period-Index FROM 1 BY 1
                   UNTIL Period-Index > Period-Count
               MOVE pdtPeriod (Period-Index) TO pdPeriod
               MOVE pdtStatus (Period-Index) TO pdStatus
               WRITE Period-Rec
           END-PERFORM
           CLOSE PeriodFile
           MOVE SPACES TO Close-Text-Line
           STRING "Months " Close-Year "01 to " Close-Year "12 locked "
               "against further posting" DELIMITED BY SIZE
               INTO Close-Text-Line
           WRITE Close-Report-Line FROM Close-Text-Line
           MOVE SPACES TO Close-Report-Line
           WRITE Close-Report-Line.

       PRINT-SIGN-OFF.
           MOVE "SIGN-OFF" TO Close-Section-Title
           WRITE Close-Report-Line FROM Close-Section-Title
           WRITE Close-Report-Line FROM Close-LineBreak
           MOVE "Prepared by : ____________________  Date : __________"
               TO Close-Text-Line
           WRITE Close-Report-Line FROM Close-Text-Line
           MOVE SPACES TO Close-Report-Line
           WRITE Close-Report-Line
           MOVE "Approved by : ____________________  Date : __________"
               TO Close-Text-Line
           WRITE Close-Report-Line FROM Close-Text-Line.

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

       END PROGRAM YearEndClose.
