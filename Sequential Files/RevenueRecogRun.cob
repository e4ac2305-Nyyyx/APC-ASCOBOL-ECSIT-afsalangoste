      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Month-end deferred tuition recognition.  Every open
      *         DEFERRED.DAT fee StudentGLFeed credited to the
      *         deferred tuition liability is released into tuition
      *         revenue up to the share of its term taught by the end
      *         of the run month - evenly across the term's months,
      *         or by the teaching weeks in each when the TERMCAL.DAT
      *         term calendar (TermCalMaint) says so - and the fee is
      *         fully released in the term's last month.  What is due
      *         is worked out from the whole term each time, so a
      *         month run twice releases nothing the second time and
      *         a missed month catches up.  The release is posted to
      *         GLFEED.DAT (debit Deferred Tuition, credit Tuition
      *         Revenue) and listed by term and department on
      *         RECOG.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevenueRecogRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeferredFile ASSIGN TO "DEFERRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Deferred-File-Status.

           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCal-File-Status.

           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.

           SELECT COAFile ASSIGN TO "COA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT ReportFile ASSIGN TO "RECOG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DeferredFile.
       COPY DEFRREC.

       FD TermCalFile.
       COPY TCALREC.

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
           02  glfAccountCode               PIC X(6).
           02  glfDebitCredit               PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD COAFile.
       COPY COAREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Deferred-File-Status         PIC XX.
       01  TermCal-File-Status          PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  COA-File-Status              PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

      * DEFERRED.DAT held whole so it can be rewritten with the
      * releases made this run.
       01  Deferral-Table.
           02  Deferral-Entry           OCCURS 2000 TIMES.
               03  dfrRecord            PIC X(76).
       01  Deferral-Count               PIC 9(4)   VALUE ZEROS.
       01  Deferral-Index               PIC 9(4)   VALUE ZEROS.

       01  TermCal-Table.
           02  TermCal-Entry            OCCURS 100 TIMES.
               03  tctRecord            PIC X(31).
       01  TermCal-Count                PIC 9(3)   VALUE ZEROS.
       01  TermCal-Index                PIC 9(3)   VALUE ZEROS.

      * The term being released, from TERMCAL.DAT or the default
      * months for the term.
       01  Month-Split.
           02  Split-Year               PIC 9(4).
           02  Split-Month              PIC 99.
       01  Run-Month-Number             PIC 9(6)   VALUE ZEROS.
       01  First-Month-Number           PIC 9(6)   VALUE ZEROS.
       01  Last-Month-Number            PIC 9(6)   VALUE ZEROS.
       01  Term-Months                  PIC 9      VALUE ZEROS.
       01  Months-Taught                PIC 9      VALUE ZEROS.
       01  Release-Method               PIC X      VALUE "E".
           88  Release-By-Weeks         VALUE "W".
       01  Term-Weeks-Table.
           02  Term-Weeks               PIC 99     OCCURS 6 TIMES.
       01  Month-Index                  PIC 9      VALUE ZEROS.
       01  Total-Weeks                  PIC 9(3)   VALUE ZEROS.
       01  Weeks-Taught                 PIC 9(3)   VALUE ZEROS.

       01  Due-Amount                   PIC 9(7)V99 VALUE ZEROS.
       01  Release-Amount               PIC 9(7)V99 VALUE ZEROS.
       01  Total-Released               PIC 9(9)V99 VALUE ZEROS.
       01  Released-Count               PIC 9(5)   VALUE ZEROS.

      * Releases rolled up by term and department for RECOG.RPT.
       01  Summary-Table.
           02  Summary-Entry            OCCURS 200 TIMES.
               03  smYear               PIC 9(4).
               03  smTerm               PIC X(2).
               03  smDept               PIC X(12).
               03  smReleased           PIC 9(9)V99.
       01  Summary-Count                PIC 9(3)   VALUE ZEROS.
       01  Summary-Index                PIC 9(3)   VALUE ZEROS.
       01  Summary-Found-Switch         PIC X      VALUE "N".
           88  Found-Summary            VALUE "Y".

      * Chart-of-accounts codes (COAREC); when the master exists,
      * both accounts posted must be on it.
       01  COA-Code-Table.
           02  COA-Code-Entry           OCCURS 100 TIMES.
               03  coaCode              PIC X(6).
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".
       01  Check-Account                PIC X(6).

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

       01  Report-Header.
           02  FILLER                   PIC X(32)
               VALUE "DEFERRED TUITION RECOGNIZED    ".
           02  FILLER                   PIC X(8)   VALUE "MONTH   ".
           02  rhMonth                  PIC 9(6).
       01  Report-LineBreak             PIC X(60) VALUE ALL "-".
       01  Report-Column-Titles.
           02  FILLER                   PIC X(10)  VALUE "TERM".
           02  FILLER                   PIC X(14)  VALUE "DEPARTMENT".
           02  FILLER                   PIC X(16)  VALUE
               "        RELEASED".
       01  Report-Detail-Line.
           02  rdlTerm                  PIC XX.
           02  rdlYear                  PIC 9(4).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  rdlDept                  PIC X(12).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlReleased              PIC $$$,$$$,$$9.99.
       01  Report-Total-Line.
           02  FILLER                   PIC X(24)
               VALUE "TOTAL RELEASED          ".
           02  rtlReleased              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); no revenue may be "
                   "recognized into it.  Ask the bursar to reopen it "
                   "with PeriodCloseMaint if this is intended."
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           MOVE "260000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           MOVE "410000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-DEFERRALS
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-TERM-CALENDAR

           MOVE Run-Date (1:6) TO Month-Split
           COMPUTE Run-Month-Number = Split-Year * 12 + Split-Month
           PERFORM VARYING Deferral-Index FROM 1 BY 1
                   UNTIL Deferral-Index > Deferral-Count
               MOVE dfrRecord (Deferral-Index) TO
                   DeferredRevenueRecord
               IF dfOpen
                   PERFORM RELEASE-ONE-DEFERRAL
                   MOVE DeferredRevenueRecord TO
                       dfrRecord (Deferral-Index)
               END-IF
           END-PERFORM

           IF Total-Released > ZEROS
               PERFORM WRITE-GL-FEED
               PERFORM SAVE-DEFERRALS
           END-IF
           PERFORM WRITE-RECOGNITION-REPORT

           DISPLAY "RevenueRecogRun - " Total-Released
               " released to tuition revenue from " Released-Count
               " deferral(s) for " Run-Date (1:6) " - see RECOG.RPT"
           PERFORM WRITE-JOB-LOG
           GOBACK.

      * What is due is the fee's share of the term taught by the
      * end of the run month; only what has not already been
      * released is released now.
       RELEASE-ONE-DEFERRAL.
           PERFORM SET-TERM-MONTHS
           IF Run-Month-Number < First-Month-Number
               EXIT PARAGRAPH
           END-IF
           IF Run-Month-Number NOT < Last-Month-Number
               MOVE dfAmount TO Due-Amount
           ELSE
               COMPUTE Months-Taught =
                   Run-Month-Number - First-Month-Number + 1
               MOVE ZEROS TO Weeks-Taught
               PERFORM VARYING Month-Index FROM 1 BY 1
                       UNTIL Month-Index > Months-Taught
                   ADD Term-Weeks (Month-Index) TO Weeks-Taught
               END-PERFORM
               IF Release-By-Weeks
                   COMPUTE Due-Amount ROUNDED =
                       dfAmount * Weeks-Taught / Total-Weeks
               ELSE
                   COMPUTE Due-Amount ROUNDED =
                       dfAmount * Months-Taught / Term-Months
               END-IF
           END-IF
           IF Due-Amount NOT > dfReleased
               EXIT PARAGRAPH
           END-IF
           COMPUTE Release-Amount = Due-Amount - dfReleased
           ADD Release-Amount TO dfReleased
           MOVE Run-Date (1:6) TO dfLastMonth
           IF dfReleased NOT < dfAmount
               SET dfFully-Released TO TRUE
           END-IF
           ADD Release-Amount TO Total-Released
           ADD 1 TO Released-Count
           PERFORM ADD-TO-SUMMARY.

      * The term's months and weights from TERMCAL.DAT; a term with
      * no calendar runs SP January-May, SU June-August and FA
      * September-December, released evenly.
       SET-TERM-MONTHS.
           MOVE "E" TO Release-Method
           MOVE ZEROS TO Total-Weeks
           PERFORM VARYING TermCal-Index FROM 1 BY 1
                   UNTIL TermCal-Index > TermCal-Count
               MOVE tctRecord (TermCal-Index) TO TermCalendarRecord
               IF tcYear = dfYear AND tcTerm = dfTerm
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TermCal-Index NOT > TermCal-Count
               MOVE tcFirstMonth TO Month-Split
               COMPUTE First-Month-Number =
                   Split-Year * 12 + Split-Month
               MOVE tcLastMonth TO Month-Split
               COMPUTE Last-Month-Number =
                   Split-Year * 12 + Split-Month
               PERFORM VARYING Month-Index FROM 1 BY 1
                       UNTIL Month-Index > 6
                   MOVE tcWeeks (Month-Index) TO
                       Term-Weeks (Month-Index)
                   ADD tcWeeks (Month-Index) TO Total-Weeks
               END-PERFORM
               IF tcRelease-Weeks AND Total-Weeks > ZEROS
                   MOVE "W" TO Release-Method
               END-IF
           ELSE
               MOVE ZEROS TO Term-Weeks-Table
               EVALUATE dfTerm
                   WHEN "SP"
                       COMPUTE First-Month-Number = dfYear * 12 + 1
                       COMPUTE Last-Month-Number = dfYear * 12 + 5
                   WHEN "SU"
                       COMPUTE First-Month-Number = dfYear * 12 + 6
                       COMPUTE Last-Month-Number = dfYear * 12 + 8
                   WHEN OTHER
                       COMPUTE First-Month-Number = dfYear * 12 + 9
                       COMPUTE Last-Month-Number = dfYear * 12 + 12
               END-EVALUATE
           END-IF
           COMPUTE Term-Months =
               Last-Month-Number - First-Month-Number + 1.

       ADD-TO-SUMMARY.
           MOVE "N" TO Summary-Found-Switch
           PERFORM VARYING Summary-Index FROM 1 BY 1
                   UNTIL Summary-Index > Summary-Count
               IF smYear (Summary-Index) = dfYear
                       AND smTerm (Summary-Index) = dfTerm
                       AND smDept (Summary-Index) = dfDept
                   SET Found-Summary TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Summary
               IF Summary-Count < 200
                   ADD 1 TO Summary-Count
                   MOVE Summary-Count TO Summary-Index
                   MOVE dfYear TO smYear (Summary-Index)
                   MOVE dfTerm TO smTerm (Summary-Index)
                   MOVE dfDept TO smDept (Summary-Index)
                   MOVE ZEROS TO smReleased (Summary-Index)
               ELSE
                   DISPLAY "Warning - Summary-Table full, release "
                       "for " dfTerm dfYear " " dfDept
                       " not listed separately"
                   MOVE ZEROS TO Summary-Index
               END-IF
           END-IF
           IF Summary-Index > 0
               ADD Release-Amount TO smReleased (Summary-Index)
           END-IF.

       WRITE-RECOGNITION-REPORT.
           OPEN OUTPUT ReportFile
           MOVE Run-Date (1:6) TO rhMonth
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Summary-Index FROM 1 BY 1
                   UNTIL Summary-Index > Summary-Count
               MOVE smTerm (Summary-Index) TO rdlTerm
               MOVE smYear (Summary-Index) TO rdlYear
               MOVE smDept (Summary-Index) TO rdlDept
               MOVE smReleased (Summary-Index) TO rdlReleased
               WRITE Report-Line FROM Report-Detail-Line
           END-PERFORM
           WRITE Report-Line FROM Report-LineBreak
           MOVE Total-Released TO rtlReleased
           WRITE Report-Line FROM Report-Total-Line
           CLOSE ReportFile.

      * The liability comes down and revenue goes up by what the
      * month has earned.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "260000" TO glfAccountCode
           MOVE "D" TO glfDebitCredit
           MOVE Total-Released TO glfAmount
           MOVE "TUITION RECOGNIZED - DEFERRED TUITION" TO
               glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "410000" TO glfAccountCode
           MOVE "C" TO glfDebitCredit
           MOVE Total-Released TO glfAmount
           MOVE "TUITION RECOGNIZED - TUITION REVENUE" TO
               glfDescription
           WRITE GL-Feed-Rec

           CLOSE GLFeedFile.

       LOAD-DEFERRALS.
           OPEN INPUT DeferredFile
           IF Deferred-File-Status NOT = "00"
               DISPLAY "DEFERRED.DAT not found - no deferred tuition "
                   "to recognize, run StudentGLFeed first"
               EXIT PARAGRAPH
           END-IF
           READ DeferredFile
               AT END SET EndOfDeferredFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDeferredFile
               IF Deferral-Count < 2000
                   ADD 1 TO Deferral-Count
                   MOVE DeferredRevenueRecord TO
                       dfrRecord (Deferral-Count)
               ELSE
                   DISPLAY "Error - Deferral-Table full, DEFERRED.DAT "
                       "too large to rewrite safely - nothing "
                       "recognized"
                   MOVE 16 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
               READ DeferredFile
                   AT END SET EndOfDeferredFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeferredFile.

       SAVE-DEFERRALS.
           OPEN OUTPUT DeferredFile
           PERFORM VARYING Deferral-Index FROM 1 BY 1
                   UNTIL Deferral-Index > Deferral-Count
               MOVE dfrRecord (Deferral-Index) TO
                   DeferredRevenueRecord
               WRITE DeferredRevenueRecord
           END-PERFORM
           CLOSE DeferredFile.

       LOAD-TERM-CALENDAR.
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
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COAFile
           IF COA-File-Status = "00"
               READ COAFile
                   AT END SET EndOfCOAFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCOAFile
                   IF COA-Count < 100
                       ADD 1 TO COA-Count
                       MOVE coAccountCode TO coaCode (COA-Count)
                   END-IF
                   READ COAFile
                       AT END SET EndOfCOAFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COAFile
           ELSE
               DISPLAY "Warning - COA.DAT not found, account codes "
                   "posted unvalidated - run ChartOfAcctMaint"
           END-IF.

       CHECK-GL-ACCOUNT.
           IF COA-Count = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COA-Found-Switch
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF coaCode (COA-Index) = Check-Account
                   SET Found-COA-Code TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-COA-Code
               DISPLAY "Error - account " Check-Account " is not "
                   "on COA.DAT, recognition refused - fix the "
                   "chart or the program"
               MOVE 16 TO RETURN-CODE
           END-IF.

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

       WRITE-JOB-LOG.
           MOVE "RevenueRecogRun" TO jlProgramName
           MOVE Deferral-Count TO jlRecordsRead
           MOVE Released-Count TO jlRecordsWritten
           MOVE ZEROS TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       END PROGRAM RevenueRecogRun.
