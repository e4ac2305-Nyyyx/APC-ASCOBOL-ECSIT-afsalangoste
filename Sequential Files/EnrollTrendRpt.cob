      *            RptReqRun overnight runner gets control back and
      *            can mark the request done or failed instead of
      *            the whole run unit ending here.
      * 10/15/2026 - A student who has since changed programme is now
      *            counted under the CourseCode held at intake - the
      *            old CourseCode on the student's earliest
      *            PROGHIST.DAT change - instead of the current one,
      *            so a change of programme no longer rewrites past
      *            intakes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrollTrendRpt.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TrendFile ASSIGN TO "ENRTREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HistoryFile ASSIGN TO "PROGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TrendFile.
       01  Trend-Report-Line         PIC X(64).

       FD HistoryFile.
       COPY PHISTREC.

       WORKING-STORAGE SECTION.
       01  Archive-File-Status       PIC XX.
       01  History-File-Status       PIC XX.

      * The programme each changed student started on - the old
      * CourseCode of the earliest PROGHIST.DAT change on file.
       01  Intake-Programme-Table.
           02  Intake-Programme-Entry OCCURS 2000 TIMES.
               03  iptStudentID       PIC X(10).
               03  iptEffectiveDate   PIC 9(8).
               03  iptCourseCode      PIC X(6).
       01  Intake-Programme-Count     PIC 9(4)   VALUE ZEROS.
       01  Intake-Programme-Index     PIC 9(4)   VALUE ZEROS.
       01  Programme-Found-Switch     PIC X      VALUE "N".
           88  Found-Programme-Entry  VALUE "Y".
       01  Count-CourseCode           PIC X(6)   VALUE SPACES.

      * One bucket per IntakeYear/IntakeTerm/CourseCode combination,
      * accumulated from both files then sorted into academic order

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-PROGRAMME-HISTORY
           PERFORM TABULATE-ARCHIVE
           PERFORM TABULATE-LIVE-MASTER
           IF Trend-Count = 0
           END-IF.

       ACCUMULATE-ONE-STUDENT.
           MOVE CourseCode TO Count-CourseCode
           PERFORM FIND-PROGRAMME-ENTRY
           IF Found-Programme-Entry
               MOVE iptCourseCode (Intake-Programme-Index)
                   TO Count-CourseCode
           END-IF
           PERFORM FIND-OR-ADD-TREND-ENTRY
           IF Trend-Index > 0
               ADD 1 TO trnCount (Trend-Index)
                   UNTIL Trend-Index > Trend-Count
               IF trnYear (Trend-Index) = IntakeYear
                       AND trnTerm (Trend-Index) = IntakeTerm
                       AND trnCourseCode (Trend-Index)
                           = Count-CourseCode
                   SET Found-Trend-Entry TO TRUE
                   EXIT PERFORM
               END-IF
                       WHEN OTHER
                           MOVE 3 TO trnTermSeq (Trend-Index)
                   END-EVALUATE
                   MOVE Count-CourseCode
                       TO trnCourseCode (Trend-Index)
                   MOVE ZEROS TO trnCount (Trend-Index)
               ELSE
                   DISPLAY "Warning - Trend-Table full, some "
               END-IF
           END-IF.

       FIND-PROGRAMME-ENTRY.
           MOVE "N" TO Programme-Found-Switch
           PERFORM VARYING Intake-Programme-Index FROM 1 BY 1
                   UNTIL Intake-Programme-Index > Intake-Programme-Count
               IF iptStudentID (Intake-Programme-Index) = StudentID
                   SET Found-Programme-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * One entry per student, holding whichever change took effect
      * first - PROGHIST.DAT is in entry order, not effective order.
       LOAD-PROGRAMME-HISTORY.
           OPEN INPUT HistoryFile
           IF History-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HistoryFile
               AT END SET EndOfProgramHistoryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfProgramHistoryFile
               MOVE phStudentID TO StudentID
               PERFORM FIND-PROGRAMME-ENTRY
               IF Found-Programme-Entry
                   IF phEffectiveDate <
                           iptEffectiveDate (Intake-Programme-Index)
                       MOVE phEffectiveDate TO
                           iptEffectiveDate (Intake-Programme-Index)
                       MOVE phOldCourseCode TO
                           iptCourseCode (Intake-Programme-Index)
                   END-IF
               ELSE
                   IF Intake-Programme-Count < 2000
                       ADD 1 TO Intake-Programme-Count
                       MOVE Intake-Programme-Count
                           TO Intake-Programme-Index
                       MOVE phStudentID TO
                           iptStudentID (Intake-Programme-Index)
                       MOVE phEffectiveDate TO
                           iptEffectiveDate (Intake-Programme-Index)
                       MOVE phOldCourseCode TO
                           iptCourseCode (Intake-Programme-Index)
                   ELSE
                       DISPLAY "Warning - Intake-Programme-Table "
                           "full, " phStudentID " counted under its "
                           "current CourseCode"
                   END-IF
               END-IF
               READ HistoryFile
                   AT END SET EndOfProgramHistoryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           MOVE SPACES TO StudentRecord.

      * Ascending bubble sort by year/term/course, the same
      * small-table approach SalesRankRpt uses.
       SORT-TREND-TABLE.
