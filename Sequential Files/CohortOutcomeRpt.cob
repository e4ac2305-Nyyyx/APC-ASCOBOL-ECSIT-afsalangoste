      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Intake-cohort retention and completion report.  Every
      *         student on STUDENTS.ARC and STUDENTS.DAT is grouped by
      *         IntakeYear and IntakeTerm, and each cohort is shown in
      *         total, by programme (the CourseCode held at intake,
      *         as EnrollTrendRpt counts it) and by Gender:
      *           - how many are now active, on leave, suspended,
      *             withdrawn or graduated (latest STUDSTAT.DAT
      *             record, none meaning active);
      *           - first-year retention - the share not withdrawn
      *             on the first anniversary of the intake term;
      *           - completion within the programme's standard
      *             length (PROGREQ.DAT prStandardTerms, two regular
      *             terms a year) and within 150% of it;
      *           - the median months from intake to graduation.
      *         A rate is only given once the whole cohort has had
      *         the time it measures.  A closing section repeats the
      *         programme and gender lines across all intakes, so a
      *         programme that loses students stands out.  The report
      *         goes to COHORT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CohortOutcomeRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT ProgHistFile ASSIGN TO "PROGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgHist-File-Status.
           SELECT StatusFile ASSIGN TO "STUDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Status-File-Status.
           SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgReq-File-Status.
           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCal-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT CohortFile ASSIGN TO "COHORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ArchiveFile.
       01 ArchiveRecord              PIC X(48).

       FD StudentFile.
       COPY STUDREC.

       FD ProgHistFile.
       COPY PHISTREC.

       FD StatusFile.
       COPY STATREC.

       FD ProgReqFile.
       COPY PROGREQ.

       FD TermCalFile.
       COPY TCALREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD CohortFile.
       01  Cohort-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Archive-File-Status          PIC XX.
       01  Student-File-Status          PIC XX.
       01  ProgHist-File-Status         PIC XX.
       01  Status-File-Status           PIC XX.
       01  ProgReq-File-Status          PIC XX.
       01  TermCal-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.

       01  Run-Date                     PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           02  Run-Year                 PIC 9(4).
           02  Run-Month                PIC 99.
           02  Run-Day                  PIC 99.
      * Months compare as year * 12 plus the month less one, so the
      * gap between two months is a plain subtraction.
       01  Run-Month-Index              PIC 9(6)   VALUE ZEROS.

      * One entry per student, with their outcome worked out once so
      * every group they fall in just adds it up.
       01  Cohort-Student-Table.
           02  Cohort-Student-Entry     OCCURS 5000 TIMES.
               03  csStudentID          PIC X(10).
               03  csYear               PIC 9(4).
               03  csTerm               PIC X(2).
               03  csTermSeq            PIC 9.
               03  csCourseCode         PIC X(6).
               03  csGender             PIC X(6).
               03  csStatus             PIC X.
               03  csRetainDue          PIC X.
               03  csRetained           PIC X.
               03  csStandardDue        PIC X.
               03  csStandardDone       PIC X.
               03  csExtendedDue        PIC X.
               03  csExtendedDone       PIC X.
               03  csGraduated          PIC X.
               03  csGradMonths         PIC 9(3).
       01  Cohort-Student-Count         PIC 9(4)   VALUE ZEROS.
       01  Cohort-Student-Index         PIC 9(4)   VALUE ZEROS.
       01  Skipped-Student-Count        PIC 9(4)   VALUE ZEROS.

      * The earliest PROGHIST.DAT change per student - its old
      * CourseCode is the programme held at intake.
       01  ProgHist-Table.
           02  ProgHist-Entry           OCCURS 1000 TIMES.
               03  phtStudentID         PIC X(10).
               03  phtOldCourseCode     PIC X(6).
               03  phtEffectiveDate     PIC 9(8).
       01  ProgHist-Count               PIC 9(4)   VALUE ZEROS.
       01  ProgHist-Index               PIC 9(4)   VALUE ZEROS.

      * The whole status history in file order, later records last.
       01  Status-History-Table.
           02  Status-History-Entry     OCCURS 5000 TIMES.
               03  shStudentID          PIC X(10).
               03  shStatus             PIC X.
               03  shStatusDate         PIC 9(8).
       01  Status-History-Count         PIC 9(4)   VALUE ZEROS.
       01  Status-History-Index         PIC 9(4)   VALUE ZEROS.

       01  ProgReq-Table.
           02  ProgReq-Entry            OCCURS 50 TIMES.
               03  prtCourseCode        PIC X(6).
               03  prtStandardTerms     PIC 9(2).
       01  ProgReq-Count                PIC 9(3)   VALUE ZEROS.
       01  ProgReq-Index                PIC 9(3)   VALUE ZEROS.
       01  Standard-Terms               PIC 9(2)   VALUE ZEROS.

       01  TermCal-Table.
           02  TermCal-Entry            OCCURS 60 TIMES.
               03  tctYear              PIC 9(4).
               03  tctTerm              PIC X(2).
               03  tctFirstMonth        PIC 9(6).
       01  TermCal-Count                PIC 9(3)   VALUE ZEROS.
       01  TermCal-Index                PIC 9(3)   VALUE ZEROS.

      * Working fields for the student being measured.
       01  Intake-Month                 PIC 9(6).
       01  Intake-Month-Split REDEFINES Intake-Month.
           02  Intake-Month-Year        PIC 9(4).
           02  Intake-Month-Month       PIC 99.
       01  Intake-Month-Index           PIC 9(6)   VALUE ZEROS.
       01  Anniversary-Date             PIC 9(8)   VALUE ZEROS.
       01  Anniversary-Status           PIC X.
       01  Graduation-Date              PIC 9(8)   VALUE ZEROS.
       01  Graduation-Date-Split REDEFINES Graduation-Date.
           02  Graduation-Year          PIC 9(4).
           02  Graduation-Month         PIC 99.
           02  Graduation-Day           PIC 99.
       01  Graduation-Month-Index       PIC 9(6)   VALUE ZEROS.
       01  Standard-Limit-Index         PIC 9(6)   VALUE ZEROS.
       01  Extended-Limit-Index         PIC 9(6)   VALUE ZEROS.
       01  Months-Taken                 PIC 9(6)   VALUE ZEROS.

      * One entry per line of the report: kind 1 is a cohort's total,
      * kind 2 a programme within it, kind 3 a gender within it.  The
      * all-intakes section carries year 9999 so it sorts last.
       01  Group-Table.
           02  Group-Entry              OCCURS 600 TIMES.
               03  grYear               PIC 9(4).
               03  grTermSeq            PIC 9.
               03  grTerm               PIC X(2).
               03  grKind               PIC 9.
               03  grValue              PIC X(6).
       01  Group-Count                  PIC 9(3)   VALUE ZEROS.
       01  Group-Index                  PIC 9(3)   VALUE ZEROS.
       01  Group-Swap-Index             PIC 9(3)   VALUE ZEROS.
       01  Group-Swap-Entry             PIC X(14).
       01  Group-Sorted-Switch          PIC X      VALUE "N".
           88  Groups-Sorted            VALUE "Y".
       01  All-Intakes-Year             PIC 9(4)   VALUE 9999.
       01  Seek-Year                    PIC 9(4).
       01  Seek-TermSeq                 PIC 9.
       01  Seek-Term                    PIC X(2).
       01  Seek-Kind                    PIC 9.
       01  Seek-Value                   PIC X(6).
       01  Cohort-Count                 PIC 9(3)   VALUE ZEROS.
       01  Group-Member-Switch          PIC X      VALUE "N".
           88  Group-Member             VALUE "Y".

       01  Group-Totals.
           02  gtHead                   PIC 9(5).
           02  gtActive                 PIC 9(5).
           02  gtOnLeave                PIC 9(5).
           02  gtSuspended              PIC 9(5).
           02  gtWithdrawn              PIC 9(5).
           02  gtGraduated              PIC 9(5).
           02  gtRetainDue              PIC 9(5).
           02  gtRetained               PIC 9(5).
           02  gtStandardDue            PIC 9(5).
           02  gtStandardDone           PIC 9(5).
           02  gtExtendedDue            PIC 9(5).
           02  gtExtendedDone           PIC 9(5).
           02  gtGradCount              PIC 9(5).

      * Graduates of the group counted by months taken, so the median
      * is read off a running total instead of a sort.
       01  Months-Histogram.
           02  mhCount                  PIC 9(5)   OCCURS 241 TIMES.
       01  Months-Index                 PIC 9(3)   VALUE ZEROS.
       01  Median-Low-Rank              PIC 9(5)   VALUE ZEROS.
       01  Median-High-Rank             PIC 9(5)   VALUE ZEROS.
       01  Median-Remainder             PIC 9      VALUE ZEROS.
       01  Median-Low-Months            PIC 9(3)   VALUE ZEROS.
       01  Median-High-Months           PIC 9(3)   VALUE ZEROS.
       01  Median-Running               PIC 9(5)   VALUE ZEROS.
       01  Median-Months                PIC 9(3)V9 VALUE ZEROS.

       01  Rate-Numerator               PIC 9(5)   VALUE ZEROS.
       01  Rate-Denominator             PIC 9(5)   VALUE ZEROS.
       01  Rate-Percent                 PIC 9(3)V9 VALUE ZEROS.
       01  Rate-Text                    PIC X(6).
       01  Rate-Edit.
           02  reRate                   PIC ZZ9.9.
           02  FILLER                   PIC X      VALUE "%".

       01  Cohort-Header.
           02  FILLER                   PIC X(40)
               VALUE "INTAKE COHORT RETENTION AND COMPLETION  ".
           02  FILLER                   PIC X(6)   VALUE "AS AT ".
           02  chRunDate                PIC 9999/99/99.
       01  Cohort-LineBreak             PIC X(80)  VALUE ALL "-".
       01  Cohort-Blank-Line            PIC X(80)  VALUE SPACES.

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "COHORT  GROUP        HEAD  ACT  LVE  SUS".
           02  FILLER                   PIC X(37)
               VALUE "  WDN  GRD  RET1YR STDTIM EXTTIM  MED".

       01  Cohort-Detail-Line.
           02  cdlCohort                PIC X(7).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlGroup                 PIC X(11).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlHead                  PIC ZZZZ9.
           02  cdlActive                PIC ZZZZ9.
           02  cdlOnLeave               PIC ZZZZ9.
           02  cdlSuspended             PIC ZZZZ9.
           02  cdlWithdrawn             PIC ZZZZ9.
           02  cdlGraduated             PIC ZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlRetain                PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlStandard              PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlExtended              PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlMedian                PIC X(5).
       01  Cohort-Label.
           02  clYear                   PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  clTerm                   PIC X(2).
       01  Group-Label.
           02  glKind                   PIC X(5).
           02  glValue                  PIC X(6).
       01  Median-Edit                  PIC ZZ9.9.

       01  Legend-Line-1.
           02  FILLER                   PIC X(40)
               VALUE "RET1YR: not withdrawn one year after int".
           02  FILLER                   PIC X(37)
               VALUE "ake.  STDTIM/EXTTIM: graduated within".
       01  Legend-Line-2.
           02  FILLER                   PIC X(40)
               VALUE "the programme's standard terms / 150% of".
           02  FILLER                   PIC X(37)
               VALUE " them.  MED: median months to graduat".
           02  FILLER                   PIC X      VALUE "e".
       01  Legend-Line-3.
           02  FILLER                   PIC X(40)
               VALUE "N/A: the cohort has not yet had that lon".
           02  FILLER                   PIC X(37)
               VALUE "g, or the programme has no standard".
       01  Legend-Line-4.
           02  FILLER                   PIC X(40)
               VALUE "length on PROGREQ.DAT.                  ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           COMPUTE Run-Month-Index = Run-Year * 12 + Run-Month - 1
           PERFORM LOAD-PROGRAMME-HISTORY
           PERFORM LOAD-STATUS-HISTORY
           PERFORM LOAD-PROGRAMME-REQUIREMENTS
           PERFORM LOAD-TERM-CALENDAR
           PERFORM LOAD-STUDENTS
           IF Cohort-Student-Count = 0
               DISPLAY "No students with an intake term found on "
                   "STUDENTS.DAT or STUDENTS.ARC"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING Cohort-Student-Index FROM 1 BY 1
                   UNTIL Cohort-Student-Index > Cohort-Student-Count
               PERFORM MEASURE-STUDENT
               PERFORM ADD-STUDENT-GROUPS
           END-PERFORM
           PERFORM SORT-GROUPS
           PERFORM PRINT-COHORTS
           DISPLAY "CohortOutcomeRpt - " Cohort-Student-Count
               " student(s) in " Cohort-Count
               " intake cohort(s) to COHORT.RPT"
           IF Skipped-Student-Count > 0
               DISPLAY "                   " Skipped-Student-Count
                   " student(s) with no intake year/term left out"
           END-IF
           GOBACK.

       LOAD-PROGRAMME-HISTORY.
           OPEN INPUT ProgHistFile
           IF ProgHist-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ProgHistFile
               AT END SET EndOfProgramHistoryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfProgramHistoryFile
               PERFORM VARYING ProgHist-Index FROM 1 BY 1
                       UNTIL ProgHist-Index > ProgHist-Count
                   IF phtStudentID (ProgHist-Index) = phStudentID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ProgHist-Index > ProgHist-Count
                   IF ProgHist-Count < 1000
                       ADD 1 TO ProgHist-Count
                       MOVE phStudentID TO
                           phtStudentID (ProgHist-Count)
                       MOVE phOldCourseCode TO
                           phtOldCourseCode (ProgHist-Count)
                       MOVE phEffectiveDate TO
                           phtEffectiveDate (ProgHist-Count)
                   END-IF
               ELSE
                   IF phEffectiveDate <
                           phtEffectiveDate (ProgHist-Index)
                       MOVE phOldCourseCode TO
                           phtOldCourseCode (ProgHist-Index)
                       MOVE phEffectiveDate TO
                           phtEffectiveDate (ProgHist-Index)
                   END-IF
               END-IF
               READ ProgHistFile
                   AT END SET EndOfProgramHistoryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ProgHistFile.

       LOAD-STATUS-HISTORY.
           OPEN INPUT StatusFile
           IF Status-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ StatusFile
               AT END SET EndOfStatusFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStatusFile
               IF Status-History-Count < 5000
                   ADD 1 TO Status-History-Count
                   MOVE ssStudentID TO
                       shStudentID (Status-History-Count)
                   MOVE ssStatus TO shStatus (Status-History-Count)
                   MOVE ssStatusDate TO
                       shStatusDate (Status-History-Count)
               END-IF
               READ StatusFile
                   AT END SET EndOfStatusFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StatusFile.

       LOAD-PROGRAMME-REQUIREMENTS.
           OPEN INPUT ProgReqFile
           IF ProgReq-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ProgReqFile
               AT END SET EndOfProgReqFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfProgReqFile
               IF ProgReq-Count < 50
                   ADD 1 TO ProgReq-Count
                   MOVE prCourseCode TO prtCourseCode (ProgReq-Count)
                   IF prStandardTerms NUMERIC
                       MOVE prStandardTerms TO
                           prtStandardTerms (ProgReq-Count)
                   ELSE
                       MOVE ZEROS TO prtStandardTerms (ProgReq-Count)
                   END-IF
               END-IF
               READ ProgReqFile
                   AT END SET EndOfProgReqFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ProgReqFile.

       LOAD-TERM-CALENDAR.
           OPEN INPUT TermCalFile
           IF TermCal-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TermCalFile
               AT END SET EndOfTermCalFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermCalFile
               IF TermCal-Count < 60
                   ADD 1 TO TermCal-Count
                   MOVE tcYear TO tctYear (TermCal-Count)
                   MOVE tcTerm TO tctTerm (TermCal-Count)
                   MOVE tcFirstMonth TO tctFirstMonth (TermCal-Count)
               END-IF
               READ TermCalFile
                   AT END SET EndOfTermCalFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TermCalFile.

      * STUDENTS.ARC records share the STUDREC layout, so both files
      * are read through the StudentFile record area.
       LOAD-STUDENTS.
           MOVE SPACES TO StudentRecord
           OPEN INPUT ArchiveFile
           IF Archive-File-Status = "00"
               READ ArchiveFile
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentFile
                   MOVE ArchiveRecord TO StudentRecord
                   PERFORM ADD-ONE-STUDENT
                   READ ArchiveFile
                       AT END SET EndOfStudentFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
           END-IF
           MOVE SPACES TO StudentRecord
           OPEN INPUT StudentFile
           IF Student-File-Status = "00"
               PERFORM READ-NEXT-STUDENT
               PERFORM UNTIL EndOfStudentFile
                   PERFORM ADD-ONE-STUDENT
                   PERFORM READ-NEXT-STUDENT
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       READ-NEXT-STUDENT.
           READ StudentFile
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           IF NOT EndOfStudentFile
               IF StudentID (1:3) = "HDR"
                   PERFORM READ-NEXT-STUDENT
               ELSE
                   IF StudentID (1:3) = "TRL"
                       SET EndOfStudentFile TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-STUDENT.
           IF IntakeYear NOT NUMERIC OR IntakeYear = 0
               ADD 1 TO Skipped-Student-Count
               EXIT PARAGRAPH
           END-IF
           IF IntakeTerm NOT = "SP" AND IntakeTerm NOT = "SU"
                   AND IntakeTerm NOT = "FA"
               ADD 1 TO Skipped-Student-Count
               EXIT PARAGRAPH
           END-IF
           IF Cohort-Student-Count >= 5000
               ADD 1 TO Skipped-Student-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Cohort-Student-Count
           MOVE Cohort-Student-Count TO Cohort-Student-Index
           MOVE StudentID TO csStudentID (Cohort-Student-Index)
           MOVE IntakeYear TO csYear (Cohort-Student-Index)
           MOVE IntakeTerm TO csTerm (Cohort-Student-Index)
           EVALUATE IntakeTerm
               WHEN "SP"
                   MOVE 1 TO csTermSeq (Cohort-Student-Index)
               WHEN "SU"
                   MOVE 2 TO csTermSeq (Cohort-Student-Index)
               WHEN OTHER
                   MOVE 3 TO csTermSeq (Cohort-Student-Index)
           END-EVALUATE
           MOVE CourseCode TO csCourseCode (Cohort-Student-Index)
           PERFORM VARYING ProgHist-Index FROM 1 BY 1
                   UNTIL ProgHist-Index > ProgHist-Count
               IF phtStudentID (ProgHist-Index) = StudentID
                   MOVE phtOldCourseCode (ProgHist-Index) TO
                       csCourseCode (Cohort-Student-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE Gender TO csGender (Cohort-Student-Index).

      * The intake term starts in its TERMCAL.DAT first month, or by
      * default January, June or September.  The student's status on
      * the first anniversary of that month, the current status and
      * the first graduation date come from one pass of the history.
       MEASURE-STUDENT.
           MOVE csYear (Cohort-Student-Index) TO Intake-Month-Year
           EVALUATE csTerm (Cohort-Student-Index)
               WHEN "SP"
                   MOVE 1 TO Intake-Month-Month
               WHEN "SU"
                   MOVE 6 TO Intake-Month-Month
               WHEN OTHER
                   MOVE 9 TO Intake-Month-Month
           END-EVALUATE
           PERFORM VARYING TermCal-Index FROM 1 BY 1
                   UNTIL TermCal-Index > TermCal-Count
               IF tctYear (TermCal-Index) =
                      csYear (Cohort-Student-Index)
                  AND tctTerm (TermCal-Index) =
                      csTerm (Cohort-Student-Index)
                   MOVE tctFirstMonth (TermCal-Index) TO Intake-Month
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE Intake-Month-Index =
               Intake-Month-Year * 12 + Intake-Month-Month - 1
           COMPUTE Anniversary-Date =
               (Intake-Month-Year + 1) * 10000
                   + Intake-Month-Month * 100 + 1

           MOVE "A" TO csStatus (Cohort-Student-Index)
           MOVE "A" TO Anniversary-Status
           MOVE ZEROS TO Graduation-Date
           PERFORM VARYING Status-History-Index FROM 1 BY 1
                   UNTIL Status-History-Index > Status-History-Count
               IF shStudentID (Status-History-Index) =
                       csStudentID (Cohort-Student-Index)
                   MOVE shStatus (Status-History-Index) TO
                       csStatus (Cohort-Student-Index)
                   IF shStatusDate (Status-History-Index) <=
                           Anniversary-Date
                       MOVE shStatus (Status-History-Index) TO
                           Anniversary-Status
                   END-IF
                   IF shStatus (Status-History-Index) = "G"
                      AND Graduation-Date = ZEROS
                       MOVE shStatusDate (Status-History-Index) TO
                           Graduation-Date
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO csRetainDue (Cohort-Student-Index)
           MOVE "N" TO csRetained (Cohort-Student-Index)
           IF Run-Date >= Anniversary-Date
               MOVE "Y" TO csRetainDue (Cohort-Student-Index)
               IF Anniversary-Status NOT = "W"
                   MOVE "Y" TO csRetained (Cohort-Student-Index)
               END-IF
           END-IF

           MOVE "N" TO csGraduated (Cohort-Student-Index)
           MOVE ZEROS TO csGradMonths (Cohort-Student-Index)
           MOVE ZEROS TO Graduation-Month-Index
           IF Graduation-Date NOT = ZEROS
               MOVE "Y" TO csGraduated (Cohort-Student-Index)
               COMPUTE Graduation-Month-Index =
                   Graduation-Year * 12 + Graduation-Month - 1
               IF Graduation-Month-Index > Intake-Month-Index
                   COMPUTE Months-Taken =
                       Graduation-Month-Index - Intake-Month-Index
                   IF Months-Taken > 240
                       MOVE 240 TO Months-Taken
                   END-IF
                   MOVE Months-Taken TO
                       csGradMonths (Cohort-Student-Index)
               END-IF
           END-IF

      * Standard length is counted in regular terms, two to the year,
      * as VerifyLetter counts the expected completion term.
           MOVE "N" TO csStandardDue (Cohort-Student-Index)
           MOVE "N" TO csStandardDone (Cohort-Student-Index)
           MOVE "N" TO csExtendedDue (Cohort-Student-Index)
           MOVE "N" TO csExtendedDone (Cohort-Student-Index)
           MOVE ZEROS TO Standard-Terms
           PERFORM VARYING ProgReq-Index FROM 1 BY 1
                   UNTIL ProgReq-Index > ProgReq-Count
               IF prtCourseCode (ProgReq-Index) =
                       csCourseCode (Cohort-Student-Index)
                   MOVE prtStandardTerms (ProgReq-Index) TO
                       Standard-Terms
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Standard-Terms = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE Standard-Limit-Index =
               Intake-Month-Index + Standard-Terms * 6
           COMPUTE Extended-Limit-Index =
               Intake-Month-Index + Standard-Terms * 9
           IF Run-Month-Index >= Standard-Limit-Index
               MOVE "Y" TO csStandardDue (Cohort-Student-Index)
               IF Graduation-Date NOT = ZEROS
                  AND Graduation-Month-Index <= Standard-Limit-Index
                   MOVE "Y" TO csStandardDone (Cohort-Student-Index)
               END-IF
           END-IF
           IF Run-Month-Index >= Extended-Limit-Index
               MOVE "Y" TO csExtendedDue (Cohort-Student-Index)
               IF Graduation-Date NOT = ZEROS
                  AND Graduation-Month-Index <= Extended-Limit-Index
                   MOVE "Y" TO csExtendedDone (Cohort-Student-Index)
               END-IF
           END-IF.

      * Each student falls in six report lines: their cohort's total,
      * programme and gender lines, and the same three across all
      * intakes.
       ADD-STUDENT-GROUPS.
           MOVE csYear (Cohort-Student-Index) TO Seek-Year
           MOVE csTermSeq (Cohort-Student-Index) TO Seek-TermSeq
           MOVE csTerm (Cohort-Student-Index) TO Seek-Term
           PERFORM ADD-STUDENT-GROUP-SET
           MOVE All-Intakes-Year TO Seek-Year
           MOVE ZERO TO Seek-TermSeq
           MOVE SPACES TO Seek-Term
           PERFORM ADD-STUDENT-GROUP-SET.

       ADD-STUDENT-GROUP-SET.
           MOVE 1 TO Seek-Kind
           MOVE SPACES TO Seek-Value
           PERFORM FIND-OR-ADD-GROUP
           MOVE 2 TO Seek-Kind
           MOVE csCourseCode (Cohort-Student-Index) TO Seek-Value
           PERFORM FIND-OR-ADD-GROUP
           MOVE 3 TO Seek-Kind
           MOVE csGender (Cohort-Student-Index) TO Seek-Value
           PERFORM FIND-OR-ADD-GROUP.

       FIND-OR-ADD-GROUP.
           PERFORM VARYING Group-Index FROM 1 BY 1
                   UNTIL Group-Index > Group-Count
               IF grYear (Group-Index) = Seek-Year
                  AND grTermSeq (Group-Index) = Seek-TermSeq
                  AND grKind (Group-Index) = Seek-Kind
                  AND grValue (Group-Index) = Seek-Value
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF Group-Count < 600
               ADD 1 TO Group-Count
               MOVE Seek-Year TO grYear (Group-Count)
               MOVE Seek-TermSeq TO grTermSeq (Group-Count)
               MOVE Seek-Term TO grTerm (Group-Count)
               MOVE Seek-Kind TO grKind (Group-Count)
               MOVE Seek-Value TO grValue (Group-Count)
               IF Seek-Kind = 1 AND Seek-Year NOT = All-Intakes-Year
                   ADD 1 TO Cohort-Count
               END-IF
           END-IF.

      * Bubble sort on the whole entry - year, term, kind and value
      * lie in that order, so the entry itself is the sort key and
      * the all-intakes lines (year 9999) come last.
       SORT-GROUPS.
           MOVE "N" TO Group-Sorted-Switch
           PERFORM UNTIL Groups-Sorted
               MOVE "Y" TO Group-Sorted-Switch
               PERFORM VARYING Group-Index FROM 1 BY 1
                       UNTIL Group-Index >= Group-Count
                   COMPUTE Group-Swap-Index = Group-Index + 1
                   IF Group-Entry (Group-Index) >
                           Group-Entry (Group-Swap-Index)
                       MOVE Group-Entry (Group-Index) TO
                           Group-Swap-Entry
                       MOVE Group-Entry (Group-Swap-Index) TO
                           Group-Entry (Group-Index)
                       MOVE Group-Swap-Entry TO
                           Group-Entry (Group-Swap-Index)
                       MOVE "N" TO Group-Sorted-Switch
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-COHORTS.
           OPEN OUTPUT CohortFile
           MOVE Run-Date TO chRunDate
           WRITE Cohort-Line FROM Cohort-Header
           WRITE Cohort-Line FROM Cohort-LineBreak
           WRITE Cohort-Line FROM Column-Heading-Line
           WRITE Cohort-Line FROM Cohort-LineBreak
           PERFORM VARYING Group-Index FROM 1 BY 1
                   UNTIL Group-Index > Group-Count
               IF grKind (Group-Index) = 1 AND Group-Index > 1
                   WRITE Cohort-Line FROM Cohort-Blank-Line
               END-IF
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           WRITE Cohort-Line FROM Cohort-LineBreak
           WRITE Cohort-Line FROM Legend-Line-1
           WRITE Cohort-Line FROM Legend-Line-2
           WRITE Cohort-Line FROM Legend-Line-3
           WRITE Cohort-Line FROM Legend-Line-4
           CLOSE CohortFile.

       WRITE-GROUP-LINE.
           INITIALIZE Group-Totals
           INITIALIZE Months-Histogram
           PERFORM VARYING Cohort-Student-Index FROM 1 BY 1
                   UNTIL Cohort-Student-Index > Cohort-Student-Count
               PERFORM CHECK-GROUP-MEMBER
               IF Group-Member
                   PERFORM ADD-GROUP-MEMBER
               END-IF
           END-PERFORM

           MOVE SPACES TO Cohort-Detail-Line
           IF grKind (Group-Index) = 1
               IF grYear (Group-Index) = All-Intakes-Year
                   MOVE "ALL" TO cdlCohort
               ELSE
                   MOVE grYear (Group-Index) TO clYear
                   MOVE grTerm (Group-Index) TO clTerm
                   MOVE Cohort-Label TO cdlCohort
               END-IF
           END-IF
           EVALUATE grKind (Group-Index)
               WHEN 1
                   MOVE "TOTAL" TO cdlGroup
               WHEN 2
                   MOVE "PROG" TO glKind
                   MOVE grValue (Group-Index) TO glValue
                   MOVE Group-Label TO cdlGroup
               WHEN OTHER
                   MOVE "SEX" TO glKind
                   MOVE grValue (Group-Index) TO glValue
                   MOVE Group-Label TO cdlGroup
           END-EVALUATE
           MOVE gtHead TO cdlHead
           MOVE gtActive TO cdlActive
           MOVE gtOnLeave TO cdlOnLeave
           MOVE gtSuspended TO cdlSuspended
           MOVE gtWithdrawn TO cdlWithdrawn
           MOVE gtGraduated TO cdlGraduated
           MOVE gtRetained TO Rate-Numerator
           MOVE gtRetainDue TO Rate-Denominator
           PERFORM FORMAT-RATE
           MOVE Rate-Text TO cdlRetain
           MOVE gtStandardDone TO Rate-Numerator
           MOVE gtStandardDue TO Rate-Denominator
           PERFORM FORMAT-RATE
           MOVE Rate-Text TO cdlStandard
           MOVE gtExtendedDone TO Rate-Numerator
           MOVE gtExtendedDue TO Rate-Denominator
           PERFORM FORMAT-RATE
           MOVE Rate-Text TO cdlExtended
           PERFORM FIND-MEDIAN
           WRITE Cohort-Line FROM Cohort-Detail-Line.

       CHECK-GROUP-MEMBER.
           MOVE "N" TO Group-Member-Switch
           IF grYear (Group-Index) NOT = All-Intakes-Year
               IF csYear (Cohort-Student-Index) NOT =
                       grYear (Group-Index)
                  OR csTermSeq (Cohort-Student-Index) NOT =
                       grTermSeq (Group-Index)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE grKind (Group-Index)
               WHEN 1
                   MOVE "Y" TO Group-Member-Switch
               WHEN 2
                   IF csCourseCode (Cohort-Student-Index) =
                           grValue (Group-Index)
                       MOVE "Y" TO Group-Member-Switch
                   END-IF
               WHEN OTHER
                   IF csGender (Cohort-Student-Index) =
                           grValue (Group-Index)
                       MOVE "Y" TO Group-Member-Switch
                   END-IF
           END-EVALUATE.

       ADD-GROUP-MEMBER.
           ADD 1 TO gtHead
           EVALUATE csStatus (Cohort-Student-Index)
               WHEN "L"
                   ADD 1 TO gtOnLeave
               WHEN "S"
                   ADD 1 TO gtSuspended
               WHEN "W"
                   ADD 1 TO gtWithdrawn
               WHEN "G"
                   ADD 1 TO gtGraduated
               WHEN OTHER
                   ADD 1 TO gtActive
           END-EVALUATE
           IF csRetainDue (Cohort-Student-Index) = "Y"
               ADD 1 TO gtRetainDue
               IF csRetained (Cohort-Student-Index) = "Y"
                   ADD 1 TO gtRetained
               END-IF
           END-IF
           IF csStandardDue (Cohort-Student-Index) = "Y"
               ADD 1 TO gtStandardDue
               IF csStandardDone (Cohort-Student-Index) = "Y"
                   ADD 1 TO gtStandardDone
               END-IF
           END-IF
           IF csExtendedDue (Cohort-Student-Index) = "Y"
               ADD 1 TO gtExtendedDue
               IF csExtendedDone (Cohort-Student-Index) = "Y"
                   ADD 1 TO gtExtendedDone
               END-IF
           END-IF
           IF csGraduated (Cohort-Student-Index) = "Y"
               ADD 1 TO gtGradCount
               COMPUTE Months-Index =
                   csGradMonths (Cohort-Student-Index) + 1
               ADD 1 TO mhCount (Months-Index)
           END-IF.

       FORMAT-RATE.
           IF Rate-Denominator = 0
               MOVE "   N/A" TO Rate-Text
               EXIT PARAGRAPH
           END-IF
           COMPUTE Rate-Percent ROUNDED =
               Rate-Numerator * 100 / Rate-Denominator
           MOVE Rate-Percent TO reRate
           MOVE Rate-Edit TO Rate-Text.

      * The median of an even count is the mean of the middle two.
       FIND-MEDIAN.
           IF gtGradCount = 0
               MOVE "    -" TO cdlMedian
               EXIT PARAGRAPH
           END-IF
           DIVIDE gtGradCount BY 2 GIVING Median-Low-Rank
               REMAINDER Median-Remainder
           IF Median-Remainder = 0
               COMPUTE Median-High-Rank = Median-Low-Rank + 1
           ELSE
               ADD 1 TO Median-Low-Rank
               MOVE Median-Low-Rank TO Median-High-Rank
           END-IF
           MOVE ZEROS TO Median-Running
           MOVE ZEROS TO Median-Low-Months
           MOVE ZEROS TO Median-High-Months
           PERFORM VARYING Months-Index FROM 1 BY 1
                   UNTIL Months-Index > 241
               IF Median-Running < Median-Low-Rank
                  AND Median-Running + mhCount (Months-Index)
                      >= Median-Low-Rank
                   COMPUTE Median-Low-Months = Months-Index - 1
               END-IF
               IF Median-Running < Median-High-Rank
                  AND Median-Running + mhCount (Months-Index)
                      >= Median-High-Rank
                   COMPUTE Median-High-Months = Months-Index - 1
                   EXIT PERFORM
               END-IF
               ADD mhCount (Months-Index) TO Median-Running
           END-PERFORM
           COMPUTE Median-Months =
               (Median-Low-Months + Median-High-Months) / 2
           MOVE Median-Months TO Median-Edit
           MOVE Median-Edit TO cdlMedian.

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

       END PROGRAM CohortOutcomeRpt.
