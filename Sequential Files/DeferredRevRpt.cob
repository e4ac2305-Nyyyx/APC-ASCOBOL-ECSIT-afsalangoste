      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Deferred tuition revenue schedule.  DEFERRED.DAT is
      *         rolled up by term and department into the fees
      *         deferred, released to revenue by RevenueRecogRun,
      *         reversed on withdrawal by WithdrawRefund, and still
      *         unreleased, and the unreleased total is proven
      *         against the balance of the deferred tuition liability
      *         (260000) - the credits less the debits on every
      *         GLPOST.DAT line GLConsolidate has released, plus any
      *         GLFEED.DAT line still waiting to be.  A schedule
      *         that does not tie is flagged in capitals and the run
      *         ends with a nonzero RETURN-CODE.  The schedule goes
      *         to DEFERRED.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeferredRevRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeferredFile ASSIGN TO "DEFERRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Deferred-File-Status.
           SELECT GLPostFile ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Post-File-Status.
           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT ReportFile ASSIGN TO "DEFERRED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DeferredFile.
       COPY DEFRREC.

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
           02  glfDebitCredit               PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD ReportFile.
       01  Report-Line                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  Deferred-File-Status         PIC XX.
       01  GL-Post-File-Status          PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

      * Deferrals rolled up by term and department, in the order
      * each term and department is first met.
       01  Schedule-Table.
           02  Schedule-Entry           OCCURS 200 TIMES.
               03  schYear              PIC 9(4).
               03  schTerm              PIC X(2).
               03  schDept              PIC X(12).
               03  schDeferred          PIC 9(9)V99.
               03  schReleased          PIC 9(9)V99.
               03  schReversed          PIC 9(9)V99.
       01  Schedule-Count               PIC 9(3)   VALUE ZEROS.
       01  Schedule-Index               PIC 9(3)   VALUE ZEROS.
       01  Schedule-Found-Switch        PIC X      VALUE "N".
           88  Found-Schedule           VALUE "Y".

       01  Deferral-Count               PIC 9(5)   VALUE ZEROS.
       01  Unreleased-Amount            PIC S9(9)V99 VALUE ZEROS.
       01  Total-Deferred               PIC 9(10)V99 VALUE ZEROS.
       01  Total-Released               PIC 9(10)V99 VALUE ZEROS.
       01  Total-Reversed               PIC 9(10)V99 VALUE ZEROS.
       01  Total-Unreleased             PIC S9(10)V99 VALUE ZEROS.
       01  GL-Credits                   PIC 9(10)V99 VALUE ZEROS.
       01  GL-Debits                    PIC 9(10)V99 VALUE ZEROS.
       01  GL-Balance                   PIC S9(10)V99 VALUE ZEROS.
       01  Tie-Difference               PIC S9(10)V99 VALUE ZEROS.

       01  Report-Header.
           02  FILLER                   PIC X(32)
               VALUE "DEFERRED TUITION SCHEDULE      ".
           02  rhDate                   PIC 9(8).
       01  Report-LineBreak             PIC X(88) VALUE ALL "-".
       01  Report-Column-Titles.
           02  FILLER                   PIC X(8)   VALUE "TERM".
           02  FILLER                   PIC X(14)  VALUE "DEPARTMENT".
           02  FILLER                   PIC X(16)  VALUE
               "        DEFERRED".
           02  FILLER                   PIC X(16)  VALUE
               "        RELEASED".
           02  FILLER                   PIC X(16)  VALUE
               "        REVERSED".
           02  FILLER                   PIC X(16)  VALUE
               "      UNRELEASED".
       01  Report-Detail-Line.
           02  rdlTerm                  PIC XX.
           02  rdlYear                  PIC X(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlDept                  PIC X(12).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlDeferred              PIC $$$,$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlReleased              PIC $$$,$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlReversed              PIC $$$,$$$,$$9.99.
           02  FILLER                   PIC X(1)   VALUE SPACES.
           02  rdlUnreleased            PIC $$$,$$$,$$9.99-.
       01  Report-Tie-Line.
           02  rtlLabel                 PIC X(40).
           02  rtlAmount                PIC $$,$$$,$$$,$$9.99-.
       01  Report-Verdict-Line          PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM ACCUMULATE-DEFERRALS
           PERFORM ACCUMULATE-LIABILITY
           COMPUTE Tie-Difference = Total-Unreleased - GL-Balance
           PERFORM PRINT-SCHEDULE
           IF Tie-Difference NOT = ZEROS
               DISPLAY "DeferredRevRpt - SCHEDULE DOES NOT TIE to GL "
                   "260000 by " Tie-Difference
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "DeferredRevRpt - " Deferral-Count
                   " deferral(s) tie to GL 260000, schedule on "
                   "DEFERRED.RPT"
           END-IF
           GOBACK.

       ACCUMULATE-DEFERRALS.
           OPEN INPUT DeferredFile
           IF Deferred-File-Status NOT = "00"
               DISPLAY "DEFERRED.DAT not found - nothing deferred, "
                   "run StudentGLFeed first"
               EXIT PARAGRAPH
           END-IF
           READ DeferredFile
               AT END SET EndOfDeferredFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDeferredFile
               ADD 1 TO Deferral-Count
               PERFORM FIND-OR-ADD-SCHEDULE
               IF Schedule-Index > 0
                   ADD dfAmount TO schDeferred (Schedule-Index)
                   ADD dfReleased TO schReleased (Schedule-Index)
                   ADD dfReversed TO schReversed (Schedule-Index)
               END-IF
               ADD dfAmount TO Total-Deferred
               ADD dfReleased TO Total-Released
               ADD dfReversed TO Total-Reversed
               READ DeferredFile
                   AT END SET EndOfDeferredFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeferredFile
           COMPUTE Total-Unreleased =
               Total-Deferred - Total-Released - Total-Reversed.

      * The liability is a credit balance: what was deferred less
      * what has been released or reversed out of it.
       ACCUMULATE-LIABILITY.
           PERFORM ACCUMULATE-POSTED-LIABILITY
           PERFORM ACCUMULATE-PENDING-LIABILITY
           COMPUTE GL-Balance = GL-Credits - GL-Debits.

       ACCUMULATE-POSTED-LIABILITY.
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
               IF gpAccountCode = "260000"
                   IF gpDebitCredit = "D"
                       ADD gpAmount TO GL-Debits
                   ELSE
                       ADD gpAmount TO GL-Credits
                   END-IF
               END-IF
               READ GLPostFile
                   AT END SET EndOfGLPostFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GLPostFile.

      * Lines the writers have fed but GLConsolidate hasn't released
      * yet are part of the liability all the same.
       ACCUMULATE-PENDING-LIABILITY.
           OPEN INPUT GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GLFeedFile
               AT END SET EndOfGLFeedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGLFeedFile
               IF glfAccountCode = "260000"
                   IF glfDebitCredit = "D"
                       ADD glfAmount TO GL-Debits
                   ELSE
                       ADD glfAmount TO GL-Credits
                   END-IF
               END-IF
               READ GLFeedFile
                   AT END SET EndOfGLFeedFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GLFeedFile.

       FIND-OR-ADD-SCHEDULE.
           MOVE "N" TO Schedule-Found-Switch
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               IF schYear (Schedule-Index) = dfYear
                       AND schTerm (Schedule-Index) = dfTerm
                       AND schDept (Schedule-Index) = dfDept
                   SET Found-Schedule TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Schedule
               IF Schedule-Count < 200
                   ADD 1 TO Schedule-Count
                   MOVE Schedule-Count TO Schedule-Index
                   MOVE dfYear TO schYear (Schedule-Index)
                   MOVE dfTerm TO schTerm (Schedule-Index)
                   MOVE dfDept TO schDept (Schedule-Index)
                   MOVE ZEROS TO schDeferred (Schedule-Index)
                       schReleased (Schedule-Index)
                       schReversed (Schedule-Index)
               ELSE
                   DISPLAY "Warning - Schedule-Table full, "
                       dfTerm dfYear " " dfDept
                       " counted in the totals only"
                   MOVE ZEROS TO Schedule-Index
               END-IF
           END-IF.

       PRINT-SCHEDULE.
           OPEN OUTPUT ReportFile
           MOVE Run-Date TO rhDate
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           WRITE Report-Line FROM Report-LineBreak
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               MOVE schTerm (Schedule-Index) TO rdlTerm
               MOVE schYear (Schedule-Index) TO rdlYear
               MOVE schDept (Schedule-Index) TO rdlDept
               MOVE schDeferred (Schedule-Index) TO rdlDeferred
               MOVE schReleased (Schedule-Index) TO rdlReleased
               MOVE schReversed (Schedule-Index) TO rdlReversed
               COMPUTE Unreleased-Amount = schDeferred (Schedule-Index)
                   - schReleased (Schedule-Index)
                   - schReversed (Schedule-Index)
               MOVE Unreleased-Amount TO rdlUnreleased
               WRITE Report-Line FROM Report-Detail-Line
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE SPACES TO rdlTerm rdlYear
           MOVE "TOTAL" TO rdlDept
           MOVE Total-Deferred TO rdlDeferred
           MOVE Total-Released TO rdlReleased
           MOVE Total-Reversed TO rdlReversed
           MOVE Total-Unreleased TO rdlUnreleased
           WRITE Report-Line FROM Report-Detail-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "UNRELEASED PER SCHEDULE" TO rtlLabel
           MOVE Total-Unreleased TO rtlAmount
           WRITE Report-Line FROM Report-Tie-Line
           MOVE "GL 260000 DEFERRED TUITION BALANCE" TO rtlLabel
           MOVE GL-Balance TO rtlAmount
           WRITE Report-Line FROM Report-Tie-Line
           MOVE "DIFFERENCE" TO rtlLabel
           MOVE Tie-Difference TO rtlAmount
           WRITE Report-Line FROM Report-Tie-Line
           IF Tie-Difference = ZEROS
               MOVE "SCHEDULE TIES TO THE LIABILITY"
                   TO Report-Verdict-Line
           ELSE
               MOVE "*** SCHEDULE DOES NOT TIE TO THE LIABILITY ***"
                   TO Report-Verdict-Line
           END-IF
           WRITE Report-Line FROM Report-Verdict-Line
           CLOSE ReportFile.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists, so a late or re-run batch keeps the date it
      * belongs to.
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

       END PROGRAM DeferredRevRpt.
