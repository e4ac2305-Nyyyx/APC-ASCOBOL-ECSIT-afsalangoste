      * Date:8/22/2026
      * Purpose:Print a transcript for one student - identity pulled
      *         from STUDENTS.DAT with Surname/Initials unmasked the
      *         way StudentInquiry displays them, the GRADES.IDX
      *         results listed by term, and the grade average at the
      *         foot - so the registrar can hand out an academic
      *         record without opening a spreadsheet.
      *            but are annotated REPEATED and excluded from the
      *            average, so repeating a failed course can no
      *            longer drag a student down after they pass.
      * 10/15/2026 - Transfer credit on XFERCRED.DAT
      *            (TransferCreditEntry) now prints in its own CREDIT
      *            TRANSFERRED section after the grade average - the
      *            institution, external course, our equivalent
      *            course, units and approval date - and never enters
      *            the average.  A student holding only transfer
      *            credit still gets a transcript.
      * 10/15/2026 - The student's grades are now read from the indexed
      *            GRADES.IDX, starting at the student's key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranscriptRpt.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT TransferCreditFile ASSIGN TO "XFERCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Transfer-File-Status.
           SELECT TranscriptFile ASSIGN TO "TRANSCRIPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD GradeFile.
       COPY GRDREC.

       FD TransferCreditFile.
       COPY XFERREC.

       FD TranscriptFile.
       01  Transcript-Line              PIC X(64).

       WORKING-STORAGE SECTION.
       01  Grade-File-Status            PIC XX.
       01  Transfer-File-Status         PIC XX.

       01  Entry-StudentID              PIC X(10).
       01  Student-Found-Switch         PIC X      VALUE "N".
           02  hldGrade                 PIC 9(3).
           02  hldExcluded              PIC X.

      * The student's transfer credit, printed apart from the graded
      * results and kept out of the average.
       01  Credit-Table.
           02  Credit-Entry             OCCURS 50 TIMES.
               03  crtInstitution       PIC X(20).
               03  crtExtCourse         PIC X(10).
               03  crtCourseCode        PIC X(6).
               03  crtUnits             PIC 9(2).
               03  crtApprovalDate      PIC 9(8).
       01  Credit-Count                 PIC 9(3)   VALUE ZEROS.
       01  Credit-Index                 PIC 9(3)   VALUE ZEROS.
       01  Credit-Units                 PIC 9(3)   VALUE ZEROS.

       01  Best-Index                   PIC 9(3)   VALUE ZEROS.
       01  Scan-Index                   PIC 9(3)   VALUE ZEROS.
       01  Counted-Results              PIC 9(3)   VALUE ZEROS.
               VALUE "GRADE AVERAGE : ".
           02  talAverage               PIC ZZ9.9.

       01  Credit-Section-Title         PIC X(20)
           VALUE "CREDIT TRANSFERRED".

       01  Credit-Column-Titles.
           02  FILLER                   PIC X(21)
               VALUE "INSTITUTION".
           02  FILLER                   PIC X(11)  VALUE "EXT COURSE".
           02  FILLER                   PIC X(7)   VALUE "COURSE".
           02  FILLER                   PIC X(6)   VALUE "UNITS".
           02  FILLER                   PIC X(8)   VALUE "APPROVED".

       01  Credit-Detail-Line.
           02  cdlInstitution           PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlExtCourse             PIC X(10).
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlUnits                 PIC Z9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  cdlApprovalDate          PIC 9(8).

       01  Credit-Total-Line.
           02  FILLER                   PIC X(20)
               VALUE "UNITS TRANSFERRED : ".
           02  cttUnits                 PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "StudentID to print a transcript for : "
               STOP RUN
           END-IF
           PERFORM LOAD-STUDENT-RESULTS
           PERFORM LOAD-TRANSFER-CREDITS
           IF Result-Count = 0 AND Credit-Count = 0
               DISPLAY "No grades or transfer credit on file for "
                   "StudentID "
                   Entry-StudentID
               STOP RUN
           END-IF
           PERFORM MARK-REPEATED-ATTEMPTS
           PERFORM PRINT-TRANSCRIPT
           DISPLAY "TranscriptRpt - " Result-Count
               " result(s) and " Credit-Count
               " transfer credit(s) written to TRANSCRIPT.RPT"
           STOP RUN.

       FIND-STUDENT.
       LOAD-STUDENT-RESULTS.
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.IDX, run "
                   "GradeEntry to create it"
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO gdKey
           MOVE Entry-StudentID TO gdStudentID
           START GradeFile KEY IS >= gdKey
               INVALID KEY SET EndOfGradeFile TO TRUE
           END-START
           IF NOT EndOfGradeFile
               PERFORM READ-NEXT-STUDENT-GRADE
           END-IF
           PERFORM UNTIL EndOfGradeFile
               IF Result-Count < 100
                   ADD 1 TO Result-Count
                   MOVE gdYear TO rsltYear (Result-Count)
                   EVALUATE gdTerm
                       WHEN "SP"
                           MOVE 1 TO rsltTermSeq (Result-Count)
                       WHEN "SU"
                           MOVE 2 TO rsltTermSeq (Result-Count)
                       WHEN OTHER
                           MOVE 3 TO rsltTermSeq (Result-Count)
                   END-EVALUATE
                   MOVE gdTerm TO rsltTerm (Result-Count)
                   MOVE gdCourseCode TO
                       rsltCourseCode (Result-Count)
                   MOVE gdGrade TO rsltGrade (Result-Count)
                   MOVE SPACE TO rsltExcluded (Result-Count)
               END-IF
               PERFORM READ-NEXT-STUDENT-GRADE
           END-PERFORM
           CLOSE GradeFile.

       READ-NEXT-STUDENT-GRADE.
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           IF NOT EndOfGradeFile
               IF gdStudentID NOT = Entry-StudentID
                   SET EndOfGradeFile TO TRUE
               END-IF
           END-IF.

      * Ascending bubble sort by year/term, the same small-table
      * approach SalesRankRpt uses.
       SORT-RESULTS-BY-TERM.
               END-IF
               WRITE Transcript-Line FROM Transcript-Detail-Line
           END-PERFORM
           IF Counted-Results > 0
               COMPUTE Grade-Average ROUNDED =
                   Grade-Sum / Counted-Results
           END-IF
           MOVE Grade-Average TO talAverage
           WRITE Transcript-Line FROM Transcript-LineBreak
           WRITE Transcript-Line FROM Transcript-Average-Line
           IF Credit-Count > 0
               PERFORM PRINT-TRANSFER-CREDITS
           END-IF
           CLOSE TranscriptFile.

       PRINT-TRANSFER-CREDITS.
           WRITE Transcript-Line FROM Transcript-LineBreak
           WRITE Transcript-Line FROM Credit-Section-Title
           WRITE Transcript-Line FROM Credit-Column-Titles
           MOVE ZEROS TO Credit-Units
           PERFORM VARYING Credit-Index FROM 1 BY 1
                   UNTIL Credit-Index > Credit-Count
               MOVE crtInstitution (Credit-Index) TO cdlInstitution
               MOVE crtExtCourse (Credit-Index) TO cdlExtCourse
               MOVE crtCourseCode (Credit-Index) TO cdlCourseCode
               MOVE crtUnits (Credit-Index) TO cdlUnits
               MOVE crtApprovalDate (Credit-Index) TO cdlApprovalDate
               ADD crtUnits (Credit-Index) TO Credit-Units
               WRITE Transcript-Line FROM Credit-Detail-Line
           END-PERFORM
           MOVE Credit-Units TO cttUnits
           WRITE Transcript-Line FROM Credit-Total-Line.

       LOAD-TRANSFER-CREDITS.
           OPEN INPUT TransferCreditFile
           IF Transfer-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TransferCreditFile
               AT END SET EndOfTransferCreditFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTransferCreditFile
               IF xcStudentID = Entry-StudentID
                   IF Credit-Count < 50
                       ADD 1 TO Credit-Count
                       MOVE xcInstitution TO
                           crtInstitution (Credit-Count)
                       MOVE xcExtCourse TO crtExtCourse (Credit-Count)
                       MOVE xcCourseCode TO
                           crtCourseCode (Credit-Count)
                       MOVE xcUnits TO crtUnits (Credit-Count)
                       MOVE xcApprovalDate TO
                           crtApprovalDate (Credit-Count)
                   END-IF
               END-IF
               READ TransferCreditFile
                   AT END SET EndOfTransferCreditFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TransferCreditFile.

       END PROGRAM TranscriptRpt.
