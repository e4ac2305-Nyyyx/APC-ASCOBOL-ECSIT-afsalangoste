      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Grade change report.  Every GRADECHG.DAT audit record
      *         GradeChange wrote is listed, sorted by CourseCode and
      *         then by the approving supervisor, with the student,
      *         term, grade before and after, reason, requesting
      *         instructor, the operator who keyed it and the
      *         PENDACT.DAT action number - a heading and change
      *         count per course - so the academic office can see
      *         every grade that moved and who authorized it.  The
      *         report goes to GRADECHG.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeChgRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeChangeFile ASSIGN TO "GRADECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Change-File-Status.
           SELECT ChangeRptFile ASSIGN TO "GRADECHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GradeChangeFile.
       COPY GCHGREC.

       FD ChangeRptFile.
       01  Change-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Grade-Change-File-Status     PIC XX.

      * Sort key first - course, approver, date - then the rest of
      * the audit record, so a whole-entry compare sorts the table.
       01  Change-Table.
           02  Change-Entry             OCCURS 1000 TIMES.
               03  chtCourseCode        PIC X(6).
               03  chtApprovedBy        PIC X(8).
               03  chtChangeDate        PIC 9(8).
               03  chtStudentID         PIC X(10).
               03  chtYear              PIC 9(4).
               03  chtTerm              PIC X(2).
               03  chtOldGrade          PIC 9(3).
               03  chtNewGrade          PIC 9(3).
               03  chtReason            PIC X(2).
               03  chtInstructorID      PIC X(6).
               03  chtRequestedBy       PIC X(8).
               03  chtActionNo          PIC 9(4).
       01  Change-Count                 PIC 9(4)   VALUE ZEROS.
       01  Change-Index                 PIC 9(4)   VALUE ZEROS.
       01  Sort-Index                   PIC 9(4)   VALUE ZEROS.
       01  Compare-Index                PIC 9(4)   VALUE ZEROS.
       01  Hold-Change-Entry            PIC X(64).

       01  Current-CourseCode           PIC X(6)   VALUE SPACES.
       01  Course-Change-Count          PIC 9(4)   VALUE ZEROS.

       01  Change-Header.
           02  FILLER                   PIC X(20)
               VALUE "GRADE CHANGE REPORT".
       01  Change-LineBreak             PIC X(80) VALUE ALL "-".
       01  Change-Blank-Line            PIC X(80) VALUE SPACES.

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "  APPROVER DATE     STUDENT ID TERM     ".
           02  FILLER                   PIC X(38)
               VALUE "OLD NEW RSN INSTR  KEYED BY ACTN".

       01  Course-Heading-Line.
           02  FILLER                   PIC X(8)   VALUE "COURSE: ".
           02  chlCourseCode            PIC X(6).

       01  Change-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlApprovedBy            PIC X(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlChangeDate            PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlStudentID             PIC X(10).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlYear                  PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlOldGrade              PIC ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlNewGrade              PIC ZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlReason                PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlInstructorID          PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlRequestedBy           PIC X(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlActionNo              PIC 9(4).

       01  Course-Total-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(12)
               VALUE "CHANGES   : ".
           02  ctlCount                 PIC ZZZ9.

       01  Report-Total-Line.
           02  FILLER                   PIC X(14)
               VALUE "TOTAL CHANGES:".
           02  rtlCount                 PIC ZZZZ9.

       01  Reason-Key-Line.
           02  FILLER                   PIC X(41)
               VALUE "RSN: ME MARKING ERROR  AP APPEAL UPHELD  ".
           02  FILLER                   PIC X(34)
               VALUE "LW LATE WORK  AD ADMIN CORRECTION".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-CHANGES
           IF Change-Count = 0
               DISPLAY "GradeChgRpt - no grade changes on GRADECHG.DAT"
               STOP RUN
           END-IF
           PERFORM SORT-CHANGES
           PERFORM PRINT-CHANGES
           DISPLAY "GradeChgRpt - " Change-Count
               " grade change(s) written to GRADECHG.RPT"
           STOP RUN.

       LOAD-CHANGES.
           OPEN INPUT GradeChangeFile
           IF Grade-Change-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GradeChangeFile
               AT END SET EndOfGradeChangeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeChangeFile
               IF Change-Count < 1000
                   ADD 1 TO Change-Count
                   MOVE gcCourseCode TO chtCourseCode (Change-Count)
                   MOVE gcApprovedBy TO chtApprovedBy (Change-Count)
                   MOVE gcChangeDate TO chtChangeDate (Change-Count)
                   MOVE gcStudentID TO chtStudentID (Change-Count)
                   MOVE gcYear TO chtYear (Change-Count)
                   MOVE gcTerm TO chtTerm (Change-Count)
                   MOVE gcOldGrade TO chtOldGrade (Change-Count)
                   MOVE gcNewGrade TO chtNewGrade (Change-Count)
                   MOVE gcReason TO chtReason (Change-Count)
                   MOVE gcInstructorID TO
                       chtInstructorID (Change-Count)
                   MOVE gcRequestedBy TO chtRequestedBy (Change-Count)
                   MOVE gcActionNo TO chtActionNo (Change-Count)
               ELSE
                   DISPLAY "Warning - Change-Table full, change to "
                       gcStudentID " " gcCourseCode " not listed"
               END-IF
               READ GradeChangeFile
                   AT END SET EndOfGradeChangeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GradeChangeFile.

      * Ascending bubble sort on the whole entry - course, approver,
      * date - the same small-table approach ClassListRpt uses.
       SORT-CHANGES.
           IF Change-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Change-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Change-Count - Sort-Index
                       IF Change-Entry (Compare-Index) >
                               Change-Entry (Compare-Index + 1)
                           MOVE Change-Entry (Compare-Index)
                               TO Hold-Change-Entry
                           MOVE Change-Entry (Compare-Index + 1)
                               TO Change-Entry (Compare-Index)
                           MOVE Hold-Change-Entry
                               TO Change-Entry (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-CHANGES.
           OPEN OUTPUT ChangeRptFile
           WRITE Change-Line FROM Change-Header
           WRITE Change-Line FROM Change-LineBreak
           WRITE Change-Line FROM Column-Heading-Line
           MOVE SPACES TO Current-CourseCode
           PERFORM VARYING Change-Index FROM 1 BY 1
                   UNTIL Change-Index > Change-Count
               IF chtCourseCode (Change-Index) NOT = Current-CourseCode
                   IF Current-CourseCode NOT = SPACES
                       PERFORM WRITE-COURSE-TOTAL
                   END-IF
                   MOVE chtCourseCode (Change-Index)
                       TO Current-CourseCode
                   MOVE ZEROS TO Course-Change-Count
                   WRITE Change-Line FROM Change-Blank-Line
                   MOVE Current-CourseCode TO chlCourseCode
                   WRITE Change-Line FROM Course-Heading-Line
               END-IF
               PERFORM WRITE-CHANGE-LINE
               ADD 1 TO Course-Change-Count
           END-PERFORM
           PERFORM WRITE-COURSE-TOTAL
           WRITE Change-Line FROM Change-LineBreak
           MOVE Change-Count TO rtlCount
           WRITE Change-Line FROM Report-Total-Line
           WRITE Change-Line FROM Reason-Key-Line
           CLOSE ChangeRptFile.

       WRITE-CHANGE-LINE.
           MOVE chtApprovedBy (Change-Index) TO cdlApprovedBy
           MOVE chtChangeDate (Change-Index) TO cdlChangeDate
           MOVE chtStudentID (Change-Index) TO cdlStudentID
           MOVE chtTerm (Change-Index) TO cdlTerm
           MOVE chtYear (Change-Index) TO cdlYear
           MOVE chtOldGrade (Change-Index) TO cdlOldGrade
           MOVE chtNewGrade (Change-Index) TO cdlNewGrade
           MOVE chtReason (Change-Index) TO cdlReason
           MOVE chtInstructorID (Change-Index) TO cdlInstructorID
           MOVE chtRequestedBy (Change-Index) TO cdlRequestedBy
           MOVE chtActionNo (Change-Index) TO cdlActionNo
           WRITE Change-Line FROM Change-Detail-Line.

       WRITE-COURSE-TOTAL.
           MOVE Course-Change-Count TO ctlCount
           WRITE Change-Line FROM Course-Total-Line.

       END PROGRAM GradeChgRpt.
