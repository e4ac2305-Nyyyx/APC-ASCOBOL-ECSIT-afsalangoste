      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Grade distribution analysis for one term, for the
      *         academic board's view of marking patterns.  The
      *         term's GRADES.IDX grades are joined to the REGIST.IDX
      *         section each student sat in and that section's
      *         SECTIONS.DAT instructor.  For every course and section
      *         the report gives the count, mean, median, standard
      *         deviation, pass rate and a histogram in ten-mark
      *         bands.  A grade passes at the PROGREQ.DAT
      *         prMinPassGrade of the student's programme, or 50 when
      *         the programme has none.  Each course closes with its
      *         total for the term and the same figures for all its
      *         earlier terms.  A section whose mean or pass rate is
      *         far from its course's, and a course far from its own
      *         earlier terms, is flagged.  A closing section totals
      *         each instructor's sections.  The report goes to
      *         GRADEDST.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeDistRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgReq-File-Status.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT DistFile ASSIGN TO "GRADEDST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GradeFile.
       COPY GRDREC.

       FD RegistFile.
       COPY REGREC.

       FD SectionFile.
       COPY SECTREC.

       FD ProgReqFile.
       COPY PROGREQ.

       FD ArchiveFile.
       01 ArchiveRecord              PIC X(48).

       FD StudentFile.
       COPY STUDREC.

       FD DistFile.
       01  Dist-Line                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  Grade-File-Status            PIC XX.
       01  Regist-File-Status           PIC XX.
       01  Section-File-Status          PIC XX.
       01  ProgReq-File-Status          PIC XX.
       01  Archive-File-Status          PIC XX.
       01  Student-File-Status          PIC XX.

       01  Filter-Year                  PIC 9(4).
       01  Filter-Term                  PIC X(2).
           88  Valid-Filter-Term        VALUE "SP", "SU", "FA".

      * Terms compare as year * 10 plus the term's place in the year
      * (Spring 1, Summer 2, Fall 3), so an earlier term is smaller.
       01  Key-Year                     PIC 9(4).
       01  Key-Term                     PIC X(2).
       01  Term-Key                     PIC 9(5)   VALUE ZEROS.
       01  Current-Key                  PIC 9(5)   VALUE ZEROS.

      * Used when the student's programme has no PROGREQ.DAT pass
      * mark, as RegistrationEntry's prerequisite check does.
       01  Default-Pass-Grade           PIC 9(3)   VALUE 50.
       01  Pass-Grade                   PIC 9(3)   VALUE ZEROS.
      * How far a section may sit from its course, or a course from
      * its earlier terms, before it is flagged.
       01  Mean-Flag-Points             PIC 9(3)V9 VALUE 10.0.
       01  Pass-Flag-Points             PIC 9(3)V9 VALUE 20.0.

       01  ProgReq-Table.
           02  ProgReq-Entry            OCCURS 50 TIMES.
               03  prtCourseCode        PIC X(6).
               03  prtMinPassGrade      PIC 9(3).
       01  ProgReq-Count                PIC 9(3)   VALUE ZEROS.
       01  ProgReq-Index                PIC 9(3)   VALUE ZEROS.

       01  Student-Table.
           02  Student-Entry            OCCURS 5000 TIMES.
               03  sptStudentID         PIC X(10).
               03  sptCourseCode        PIC X(6).
       01  Student-Count                PIC 9(4)   VALUE ZEROS.
       01  Student-Index                PIC 9(4)   VALUE ZEROS.

       01  Regist-Table.
           02  Regist-Entry             OCCURS 3000 TIMES.
               03  rgtStudentID         PIC X(10).
               03  rgtCourseCode        PIC X(6).
               03  rgtSection           PIC X(2).
       01  Regist-Count                 PIC 9(4)   VALUE ZEROS.
       01  Regist-Index                 PIC 9(4)   VALUE ZEROS.

       01  Section-Table.
           02  Section-Entry            OCCURS 300 TIMES.
               03  sctCourseCode        PIC X(6).
               03  sctSection           PIC X(2).
               03  sctInstructor        PIC X(20).
       01  Section-Count                PIC 9(3)   VALUE ZEROS.
       01  Section-Index                PIC 9(3)   VALUE ZEROS.

      * The term's grades, each with its section, instructor and
      * whether it passed.
       01  Term-Grade-Table.
           02  Term-Grade-Entry         OCCURS 5000 TIMES.
               03  tgCourseCode         PIC X(6).
               03  tgSection            PIC X(2).
               03  tgInstructor         PIC X(20).
               03  tgGrade              PIC 9(3).
               03  tgPassed             PIC X.
       01  Term-Grade-Count             PIC 9(4)   VALUE ZEROS.
       01  Term-Grade-Index             PIC 9(4)   VALUE ZEROS.

      * Distinct course/sections graded in the term, sorted.
       01  Dist-Section-Table.
           02  Dist-Section-Entry       OCCURS 300 TIMES.
               03  dsCourseCode         PIC X(6).
               03  dsSection            PIC X(2).
               03  dsInstructor         PIC X(20).
       01  Dist-Section-Count           PIC 9(3)   VALUE ZEROS.
       01  Dist-Section-Index           PIC 9(3)   VALUE ZEROS.
       01  Dist-Section-Swap-Index      PIC 9(3)   VALUE ZEROS.
       01  Dist-Section-Swap-Entry      PIC X(28).

      * Distinct instructors of the term's sections, sorted.
       01  Instructor-Table.
           02  itInstructor             PIC X(20)  OCCURS 100 TIMES.
       01  Instructor-Count             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Index             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Swap-Index        PIC 9(3)   VALUE ZEROS.
       01  Instructor-Swap-Entry        PIC X(20).

      * All earlier terms' grades by course, counted by mark.
       01  Prior-Table.
           02  Prior-Entry              OCCURS 50 TIMES.
               03  ptCourseCode         PIC X(6).
               03  ptPassed             PIC 9(5).
               03  ptMarkCount          PIC 9(5)   OCCURS 101 TIMES.
       01  Prior-Count                  PIC 9(3)   VALUE ZEROS.
       01  Prior-Index                  PIC 9(3)   VALUE ZEROS.

       01  Seek-StudentID               PIC X(10).
       01  Seek-CourseCode              PIC X(6).
       01  Seek-Section                 PIC X(2).
       01  Seek-Instructor              PIC X(20).
       01  Sorted-Switch                PIC X      VALUE "N".
           88  Table-Sorted             VALUE "Y".
       01  Course-Section-Count         PIC 9(3)   VALUE ZEROS.
       01  Flagged-Section-Count        PIC 9(3)   VALUE ZEROS.
       01  Flagged-Course-Count         PIC 9(3)   VALUE ZEROS.
       01  Course-Count                 PIC 9(3)   VALUE ZEROS.

      * The distribution being measured: grades counted by mark
      * (0 to 100) and the number that passed.  Every report line is
      * worked out from one of these.
       01  Mark-Table.
           02  mkCount                  PIC 9(5)   OCCURS 101 TIMES.
       01  Mark-Index                   PIC 9(3)   VALUE ZEROS.
       01  Mark-Value                   PIC 9(3)   VALUE ZEROS.
       01  Dist-Passed                  PIC 9(5)   VALUE ZEROS.
       01  Dist-Count                   PIC 9(5)   VALUE ZEROS.
       01  Dist-Sum                     PIC 9(8)   VALUE ZEROS.
       01  Dist-Sum-Squares             PIC 9(10)  VALUE ZEROS.
       01  Dist-Mean                    PIC 9(3)V9(4) VALUE ZEROS.
       01  Dist-Variance                PIC 9(5)V9(4) VALUE ZEROS.
       01  Dist-Std-Dev                 PIC 9(3)V9(4) VALUE ZEROS.
       01  Dist-Median                  PIC 9(3)V9 VALUE ZEROS.
       01  Dist-Pass-Rate               PIC 9(3)V9 VALUE ZEROS.
       01  Dist-Bands.
           02  dbCount                  PIC 9(5)   OCCURS 7 TIMES.
       01  Band-Index                   PIC 9      VALUE ZEROS.
       01  Median-Low-Rank              PIC 9(5)   VALUE ZEROS.
       01  Median-High-Rank             PIC 9(5)   VALUE ZEROS.
       01  Median-Remainder             PIC 9      VALUE ZEROS.
       01  Median-Low-Mark              PIC 9(3)   VALUE ZEROS.
       01  Median-High-Mark             PIC 9(3)   VALUE ZEROS.
       01  Median-Running               PIC 9(5)   VALUE ZEROS.
      * Square root by Newton's method - twenty rounds settle well
      * inside the one decimal printed.
       01  Root-Estimate                PIC 9(5)V9(4) VALUE ZEROS.
       01  Root-Round                   PIC 9(2)   VALUE ZEROS.

       01  Norm-Mean                    PIC 9(3)V9(4) VALUE ZEROS.
       01  Norm-Pass-Rate               PIC 9(3)V9 VALUE ZEROS.
       01  Mean-Gap                     PIC S9(3)V9(4) VALUE ZEROS.
       01  Pass-Gap                     PIC S9(3)V9 VALUE ZEROS.
       01  Flag-Text                    PIC X(4).

       01  Dist-Header.
           02  FILLER                   PIC X(28)
               VALUE "GRADE DISTRIBUTION FOR TERM ".
           02  dhTerm                   PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  dhYear                   PIC 9(4).
       01  Dist-LineBreak               PIC X(80)  VALUE ALL "-".
       01  Dist-Blank-Line              PIC X(80)  VALUE SPACES.

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "SECT INSTRUCTOR     N  MEAN  MEDN  SDEV ".
           02  FILLER                   PIC X(39)
               VALUE "PASS%  <40 40s 50s 60s 70s 80s 90+ FLAG".

       01  Course-Heading-Line.
           02  FILLER                   PIC X(8)   VALUE "COURSE: ".
           02  chlCourseCode            PIC X(6).

       01  Dist-Detail-Line.
           02  ddlLabel                 PIC X(17).
           02  ddlCount                 PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ddlMean                  PIC ZZ9.9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ddlMedian                PIC ZZ9.9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ddlStdDev                PIC ZZ9.9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ddlPassRate              PIC ZZ9.9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ddlBand                  PIC ZZZ9   OCCURS 7 TIMES.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ddlFlag                  PIC X(4).
       01  Prior-Detail-Line            PIC X(80).
       01  No-Prior-Line.
           02  FILLER                   PIC X(17)
               VALUE "EARLIER TERMS".
           02  FILLER                   PIC X(14)
               VALUE "   NO GRADES".
       01  Section-Label.
           02  slSection                PIC X(2).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  slInstructor             PIC X(12).

       01  Dist-Total-Line.
           02  FILLER                   PIC X(17)
               VALUE "COURSES GRADED : ".
           02  dtlCourses               PIC ZZ9.
           02  FILLER                   PIC X(20)
               VALUE "   SECTIONS FLAGGED ".
           02  FILLER                   PIC X(2)   VALUE ": ".
           02  dtlSections              PIC ZZ9.
           02  FILLER                   PIC X(20)
               VALUE "   COURSES FLAGGED  ".
           02  FILLER                   PIC X(2)   VALUE ": ".
           02  dtlFlaggedCourses        PIC ZZ9.
       01  Instructor-Heading-Line      PIC X(40)
               VALUE "BY INSTRUCTOR (ALL SECTIONS THIS TERM)".
       01  Legend-Line-1.
           02  FILLER                   PIC X(40)
               VALUE "FLAG: MEAN - mean 10 or more marks from ".
           02  FILLER                   PIC X(39)
               VALUE "the course total (a section) or from".
       01  Legend-Line-2.
           02  FILLER                   PIC X(40)
               VALUE "earlier terms (a course); PASS - pass ra".
           02  FILLER                   PIC X(39)
               VALUE "te 20 or more points off; BOTH - both.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Year to analyse (e.g. 2026) : " WITH NO ADVANCING
           ACCEPT Filter-Year
           DISPLAY "Term to analyse (SP/SU/FA)  : " WITH NO ADVANCING
           ACCEPT Filter-Term
           IF NOT Valid-Filter-Term
               DISPLAY "Error - term must be SP, SU or FA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE Filter-Year TO Key-Year
           MOVE Filter-Term TO Key-Term
           PERFORM COMPUTE-TERM-KEY
           MOVE Term-Key TO Current-Key
           PERFORM LOAD-PROGRAMME-REQUIREMENTS
           PERFORM LOAD-STUDENTS
           PERFORM LOAD-REGISTRATIONS
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-GRADES
           IF Term-Grade-Count = 0
               DISPLAY "No grades found on GRADES.IDX for "
                   Filter-Term " " Filter-Year
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SORT-DIST-SECTIONS
           PERFORM SORT-INSTRUCTORS
           PERFORM PRINT-DISTRIBUTION
           DISPLAY "GradeDistRpt - " Term-Grade-Count
               " grade(s) in " Course-Count " course(s) for "
               Filter-Term " " Filter-Year " to GRADEDST.RPT"
           DISPLAY "               " Flagged-Section-Count
               " section(s) and " Flagged-Course-Count
               " course(s) flagged"
           GOBACK.

       COMPUTE-TERM-KEY.
           EVALUATE Key-Term
               WHEN "SP"
                   COMPUTE Term-Key = Key-Year * 10 + 1
               WHEN "SU"
                   COMPUTE Term-Key = Key-Year * 10 + 2
               WHEN OTHER
                   COMPUTE Term-Key = Key-Year * 10 + 3
           END-EVALUATE.

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
                   IF prMinPassGrade NUMERIC
                       MOVE prMinPassGrade TO
                           prtMinPassGrade (ProgReq-Count)
                   ELSE
                       MOVE ZEROS TO prtMinPassGrade (ProgReq-Count)
                   END-IF
               END-IF
               READ ProgReqFile
                   AT END SET EndOfProgReqFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ProgReqFile.

      * Each student's programme, from STUDENTS.ARC for those since
      * archived and STUDENTS.DAT for the rest - both share the
      * STUDREC layout.
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
           IF Student-Count < 5000
               ADD 1 TO Student-Count
               MOVE StudentID TO sptStudentID (Student-Count)
               MOVE CourseCode TO sptCourseCode (Student-Count)
           END-IF.

       LOAD-REGISTRATIONS.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Warning - REGIST.IDX not found, grades are "
                   "shown without sections"
               EXIT PARAGRAPH
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Filter-Year AND rgTerm = Filter-Term
                   IF Regist-Count < 3000
                       ADD 1 TO Regist-Count
                       MOVE rgStudentID TO rgtStudentID (Regist-Count)
                       MOVE rgCourseCode TO
                           rgtCourseCode (Regist-Count)
                       MOVE rgSection TO rgtSection (Regist-Count)
                   END-IF
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SectionFile
               AT END SET EndOfSectionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSectionFile
               IF Section-Count < 300
                   ADD 1 TO Section-Count
                   MOVE scCourseCode TO sctCourseCode (Section-Count)
                   MOVE scSection TO sctSection (Section-Count)
                   MOVE scInstructor TO sctInstructor (Section-Count)
               END-IF
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectionFile.

      * The term's grades go to the term table with their section and
      * instructor; earlier terms' grades are only counted by course.
       LOAD-GRADES.
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GradeFile
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile
               MOVE gdYear TO Key-Year
               MOVE gdTerm TO Key-Term
               PERFORM COMPUTE-TERM-KEY
               MOVE gdGrade TO Mark-Value
               IF Mark-Value > 100
                   MOVE 100 TO Mark-Value
               END-IF
               MOVE gdStudentID TO Seek-StudentID
               PERFORM FIND-PASS-GRADE
               IF Term-Key = Current-Key
                   PERFORM ADD-TERM-GRADE
               ELSE
                   IF Term-Key < Current-Key
                       PERFORM ADD-PRIOR-GRADE
                   END-IF
               END-IF
               READ GradeFile
                   AT END SET EndOfGradeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GradeFile.

       FIND-PASS-GRADE.
           MOVE Default-Pass-Grade TO Pass-Grade
           PERFORM VARYING Student-Index FROM 1 BY 1
                   UNTIL Student-Index > Student-Count
               IF sptStudentID (Student-Index) = Seek-StudentID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Student-Index > Student-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ProgReq-Index FROM 1 BY 1
                   UNTIL ProgReq-Index > ProgReq-Count
               IF prtCourseCode (ProgReq-Index) =
                       sptCourseCode (Student-Index)
                  AND prtMinPassGrade (ProgReq-Index) > 0
                   MOVE prtMinPassGrade (ProgReq-Index) TO Pass-Grade
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TERM-GRADE.
           IF Term-Grade-Count >= 5000
               DISPLAY "Warning - Term-Grade-Table full, grade "
                   gdStudentID "/" gdCourseCode " not counted"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Seek-Section
           PERFORM VARYING Regist-Index FROM 1 BY 1
                   UNTIL Regist-Index > Regist-Count
               IF rgtStudentID (Regist-Index) = gdStudentID
                  AND rgtCourseCode (Regist-Index) = gdCourseCode
                   MOVE rgtSection (Regist-Index) TO Seek-Section
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Seek-Section = SPACES
               MOVE "(NO SECTION)" TO Seek-Instructor
           ELSE
               MOVE "(UNKNOWN)" TO Seek-Instructor
               PERFORM VARYING Section-Index FROM 1 BY 1
                       UNTIL Section-Index > Section-Count
                   IF sctCourseCode (Section-Index) = gdCourseCode
                      AND sctSection (Section-Index) = Seek-Section
                       MOVE sctInstructor (Section-Index) TO
                           Seek-Instructor
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO Term-Grade-Count
           MOVE gdCourseCode TO tgCourseCode (Term-Grade-Count)
           MOVE Seek-Section TO tgSection (Term-Grade-Count)
           MOVE Seek-Instructor TO tgInstructor (Term-Grade-Count)
           MOVE Mark-Value TO tgGrade (Term-Grade-Count)
           IF Mark-Value >= Pass-Grade
               MOVE "Y" TO tgPassed (Term-Grade-Count)
           ELSE
               MOVE "N" TO tgPassed (Term-Grade-Count)
           END-IF
           PERFORM VARYING Dist-Section-Index FROM 1 BY 1
                   UNTIL Dist-Section-Index > Dist-Section-Count
               IF dsCourseCode (Dist-Section-Index) = gdCourseCode
                  AND dsSection (Dist-Section-Index) = Seek-Section
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Dist-Section-Index > Dist-Section-Count
              AND Dist-Section-Count < 300
               ADD 1 TO Dist-Section-Count
               MOVE gdCourseCode TO dsCourseCode (Dist-Section-Count)
               MOVE Seek-Section TO dsSection (Dist-Section-Count)
               MOVE Seek-Instructor TO
                   dsInstructor (Dist-Section-Count)
               PERFORM ADD-INSTRUCTOR
           END-IF.

       ADD-INSTRUCTOR.
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               IF itInstructor (Instructor-Index) = Seek-Instructor
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF Instructor-Count < 100
               ADD 1 TO Instructor-Count
               MOVE Seek-Instructor TO itInstructor (Instructor-Count)
           END-IF.

       ADD-PRIOR-GRADE.
           PERFORM VARYING Prior-Index FROM 1 BY 1
                   UNTIL Prior-Index > Prior-Count
               IF ptCourseCode (Prior-Index) = gdCourseCode
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Prior-Index > Prior-Count
               IF Prior-Count >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Prior-Count
               MOVE Prior-Count TO Prior-Index
               INITIALIZE Prior-Entry (Prior-Index)
               MOVE gdCourseCode TO ptCourseCode (Prior-Index)
           END-IF
           COMPUTE Mark-Index = Mark-Value + 1
           ADD 1 TO ptMarkCount (Prior-Index, Mark-Index)
           IF Mark-Value >= Pass-Grade
               ADD 1 TO ptPassed (Prior-Index)
           END-IF.

       SORT-DIST-SECTIONS.
           MOVE "N" TO Sorted-Switch
           PERFORM UNTIL Table-Sorted
               MOVE "Y" TO Sorted-Switch
               PERFORM VARYING Dist-Section-Index FROM 1 BY 1
                       UNTIL Dist-Section-Index >= Dist-Section-Count
                   COMPUTE Dist-Section-Swap-Index =
                       Dist-Section-Index + 1
                   IF Dist-Section-Entry (Dist-Section-Index) >
                           Dist-Section-Entry (Dist-Section-Swap-Index)
                       MOVE Dist-Section-Entry (Dist-Section-Index) TO
                           Dist-Section-Swap-Entry
                       MOVE Dist-Section-Entry
                               (Dist-Section-Swap-Index) TO
                           Dist-Section-Entry (Dist-Section-Index)
                       MOVE Dist-Section-Swap-Entry TO
                           Dist-Section-Entry (Dist-Section-Swap-Index)
                       MOVE "N" TO Sorted-Switch
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-INSTRUCTORS.
           MOVE "N" TO Sorted-Switch
           PERFORM UNTIL Table-Sorted
               MOVE "Y" TO Sorted-Switch
               PERFORM VARYING Instructor-Index FROM 1 BY 1
                       UNTIL Instructor-Index >= Instructor-Count
                   COMPUTE Instructor-Swap-Index = Instructor-Index + 1
                   IF itInstructor (Instructor-Index) >
                           itInstructor (Instructor-Swap-Index)
                       MOVE itInstructor (Instructor-Index) TO
                           Instructor-Swap-Entry
                       MOVE itInstructor (Instructor-Swap-Index) TO
                           itInstructor (Instructor-Index)
                       MOVE Instructor-Swap-Entry TO
                           itInstructor (Instructor-Swap-Index)
                       MOVE "N" TO Sorted-Switch
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-DISTRIBUTION.
           OPEN OUTPUT DistFile
           MOVE Filter-Term TO dhTerm
           MOVE Filter-Year TO dhYear
           WRITE Dist-Line FROM Dist-Header
           WRITE Dist-Line FROM Dist-LineBreak
           WRITE Dist-Line FROM Column-Heading-Line
           WRITE Dist-Line FROM Dist-LineBreak
           MOVE 1 TO Dist-Section-Index
           PERFORM UNTIL Dist-Section-Index > Dist-Section-Count
               PERFORM PRINT-ONE-COURSE
           END-PERFORM
           WRITE Dist-Line FROM Dist-LineBreak
           WRITE Dist-Line FROM Instructor-Heading-Line
           WRITE Dist-Line FROM Dist-LineBreak
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               PERFORM PRINT-ONE-INSTRUCTOR
           END-PERFORM
           WRITE Dist-Line FROM Dist-LineBreak
           MOVE Course-Count TO dtlCourses
           MOVE Flagged-Section-Count TO dtlSections
           MOVE Flagged-Course-Count TO dtlFlaggedCourses
           WRITE Dist-Line FROM Dist-Total-Line
           WRITE Dist-Line FROM Dist-Blank-Line
           WRITE Dist-Line FROM Legend-Line-1
           WRITE Dist-Line FROM Legend-Line-2
           CLOSE DistFile.

      * One course: its total sets the norm its sections are measured
      * against, and its earlier terms the norm the total itself is
      * measured against.  The earlier terms' line is built first and
      * held so it can follow the total.
       PRINT-ONE-COURSE.
           ADD 1 TO Course-Count
           MOVE dsCourseCode (Dist-Section-Index) TO Seek-CourseCode
           MOVE Seek-CourseCode TO chlCourseCode
           WRITE Dist-Line FROM Course-Heading-Line
           PERFORM COUNT-COURSE-GRADES
           PERFORM COMPUTE-DIST-STATS
           MOVE Dist-Mean TO Norm-Mean
           MOVE Dist-Pass-Rate TO Norm-Pass-Rate
           MOVE ZEROS TO Course-Section-Count
           PERFORM VARYING Section-Index FROM Dist-Section-Index BY 1
                   UNTIL Section-Index > Dist-Section-Count
                      OR dsCourseCode (Section-Index) NOT =
                          Seek-CourseCode
               IF dsSection (Section-Index) NOT = SPACES
                   ADD 1 TO Course-Section-Count
               END-IF
           END-PERFORM
           PERFORM UNTIL Dist-Section-Index > Dist-Section-Count
                      OR dsCourseCode (Dist-Section-Index) NOT =
                          Seek-CourseCode
               PERFORM PRINT-ONE-SECTION
               ADD 1 TO Dist-Section-Index
           END-PERFORM

           PERFORM VARYING Prior-Index FROM 1 BY 1
                   UNTIL Prior-Index > Prior-Count
               IF ptCourseCode (Prior-Index) = Seek-CourseCode
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Prior-Index > Prior-Count
               MOVE No-Prior-Line TO Prior-Detail-Line
           ELSE
               INITIALIZE Mark-Table
               PERFORM VARYING Mark-Index FROM 1 BY 1
                       UNTIL Mark-Index > 101
                   MOVE ptMarkCount (Prior-Index, Mark-Index) TO
                       mkCount (Mark-Index)
               END-PERFORM
               MOVE ptPassed (Prior-Index) TO Dist-Passed
               PERFORM COMPUTE-DIST-STATS
               MOVE Dist-Mean TO Norm-Mean
               MOVE Dist-Pass-Rate TO Norm-Pass-Rate
               MOVE "EARLIER TERMS" TO ddlLabel
               MOVE SPACES TO Flag-Text
               PERFORM FORMAT-DIST-LINE
               MOVE Dist-Detail-Line TO Prior-Detail-Line
           END-IF

           PERFORM COUNT-COURSE-GRADES
           PERFORM COMPUTE-DIST-STATS
           MOVE SPACES TO Flag-Text
           IF Prior-Index <= Prior-Count
               PERFORM CHECK-AGAINST-NORM
               IF Flag-Text NOT = SPACES
                   ADD 1 TO Flagged-Course-Count
               END-IF
           END-IF
           MOVE "COURSE TOTAL" TO ddlLabel
           PERFORM WRITE-DIST-LINE
           WRITE Dist-Line FROM Prior-Detail-Line
           WRITE Dist-Line FROM Dist-Blank-Line.

       COUNT-COURSE-GRADES.
           INITIALIZE Mark-Table
           MOVE ZEROS TO Dist-Passed
           PERFORM VARYING Term-Grade-Index FROM 1 BY 1
                   UNTIL Term-Grade-Index > Term-Grade-Count
               IF tgCourseCode (Term-Grade-Index) = Seek-CourseCode
                   PERFORM COUNT-TERM-GRADE
               END-IF
           END-PERFORM.

       COUNT-TERM-GRADE.
           COMPUTE Mark-Index = tgGrade (Term-Grade-Index) + 1
           ADD 1 TO mkCount (Mark-Index)
           IF tgPassed (Term-Grade-Index) = "Y"
               ADD 1 TO Dist-Passed
           END-IF.

      * A section is only measured against its course when the course
      * has more than one section to compare.  Grades with no section
      * are shown but never flagged.
       PRINT-ONE-SECTION.
           INITIALIZE Mark-Table
           MOVE ZEROS TO Dist-Passed
           PERFORM VARYING Term-Grade-Index FROM 1 BY 1
                   UNTIL Term-Grade-Index > Term-Grade-Count
               IF tgCourseCode (Term-Grade-Index) = Seek-CourseCode
                  AND tgSection (Term-Grade-Index) =
                      dsSection (Dist-Section-Index)
                   PERFORM COUNT-TERM-GRADE
               END-IF
           END-PERFORM
           PERFORM COMPUTE-DIST-STATS
           MOVE SPACES TO Flag-Text
           IF Course-Section-Count > 1
              AND dsSection (Dist-Section-Index) NOT = SPACES
               PERFORM CHECK-AGAINST-NORM
               IF Flag-Text NOT = SPACES
                   ADD 1 TO Flagged-Section-Count
               END-IF
           END-IF
           IF dsSection (Dist-Section-Index) = SPACES
               MOVE "--" TO slSection
           ELSE
               MOVE dsSection (Dist-Section-Index) TO slSection
           END-IF
           MOVE dsInstructor (Dist-Section-Index) TO slInstructor
           MOVE Section-Label TO ddlLabel
           PERFORM WRITE-DIST-LINE.

       PRINT-ONE-INSTRUCTOR.
           INITIALIZE Mark-Table
           MOVE ZEROS TO Dist-Passed
           PERFORM VARYING Term-Grade-Index FROM 1 BY 1
                   UNTIL Term-Grade-Index > Term-Grade-Count
               IF tgInstructor (Term-Grade-Index) =
                       itInstructor (Instructor-Index)
                   PERFORM COUNT-TERM-GRADE
               END-IF
           END-PERFORM
           PERFORM COMPUTE-DIST-STATS
           MOVE SPACES TO Flag-Text
           MOVE itInstructor (Instructor-Index) TO ddlLabel
           PERFORM WRITE-DIST-LINE.

      * The flag compares the distribution just measured with the
      * norm held in Norm-Mean and Norm-Pass-Rate.
       CHECK-AGAINST-NORM.
           MOVE SPACES TO Flag-Text
           COMPUTE Mean-Gap = Dist-Mean - Norm-Mean
           IF Mean-Gap < 0
               COMPUTE Mean-Gap = 0 - Mean-Gap
           END-IF
           COMPUTE Pass-Gap = Dist-Pass-Rate - Norm-Pass-Rate
           IF Pass-Gap < 0
               COMPUTE Pass-Gap = 0 - Pass-Gap
           END-IF
           IF Mean-Gap >= Mean-Flag-Points
               MOVE "MEAN" TO Flag-Text
           END-IF
           IF Pass-Gap >= Pass-Flag-Points
               IF Flag-Text = SPACES
                   MOVE "PASS" TO Flag-Text
               ELSE
                   MOVE "BOTH" TO Flag-Text
               END-IF
           END-IF.

      * Count, mean, median, standard deviation, pass rate and
      * ten-mark bands (below 40, the 40s to 80s, 90 and over) from
      * the grades counted in Mark-Table.
       COMPUTE-DIST-STATS.
           MOVE ZEROS TO Dist-Count
           MOVE ZEROS TO Dist-Sum
           MOVE ZEROS TO Dist-Sum-Squares
           INITIALIZE Dist-Bands
           PERFORM VARYING Mark-Index FROM 1 BY 1
                   UNTIL Mark-Index > 101
               IF mkCount (Mark-Index) > 0
                   COMPUTE Mark-Value = Mark-Index - 1
                   ADD mkCount (Mark-Index) TO Dist-Count
                   COMPUTE Dist-Sum = Dist-Sum
                       + Mark-Value * mkCount (Mark-Index)
                   COMPUTE Dist-Sum-Squares = Dist-Sum-Squares
                       + Mark-Value * Mark-Value * mkCount (Mark-Index)
                   IF Mark-Value < 40
                       MOVE 1 TO Band-Index
                   ELSE
                       IF Mark-Value >= 90
                           MOVE 7 TO Band-Index
                       ELSE
                           COMPUTE Band-Index = Mark-Value / 10 - 2
                       END-IF
                   END-IF
                   ADD mkCount (Mark-Index) TO dbCount (Band-Index)
               END-IF
           END-PERFORM
           MOVE ZEROS TO Dist-Mean
           MOVE ZEROS TO Dist-Std-Dev
           MOVE ZEROS TO Dist-Median
           MOVE ZEROS TO Dist-Pass-Rate
           IF Dist-Count = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE Dist-Mean = Dist-Sum / Dist-Count
           COMPUTE Dist-Pass-Rate ROUNDED =
               Dist-Passed * 100 / Dist-Count
           COMPUTE Dist-Variance =
               Dist-Sum-Squares / Dist-Count - Dist-Mean * Dist-Mean
           PERFORM COMPUTE-STD-DEV
           PERFORM COMPUTE-MEDIAN.

       COMPUTE-STD-DEV.
           IF Dist-Variance = 0
               EXIT PARAGRAPH
           END-IF
           MOVE Dist-Variance TO Root-Estimate
           IF Root-Estimate < 1
               MOVE 1 TO Root-Estimate
           END-IF
           PERFORM VARYING Root-Round FROM 1 BY 1
                   UNTIL Root-Round > 20
               COMPUTE Root-Estimate ROUNDED =
                   (Root-Estimate + Dist-Variance / Root-Estimate) / 2
           END-PERFORM
           MOVE Root-Estimate TO Dist-Std-Dev.

      * The median of an even count is the mean of the middle two.
       COMPUTE-MEDIAN.
           DIVIDE Dist-Count BY 2 GIVING Median-Low-Rank
               REMAINDER Median-Remainder
           IF Median-Remainder = 0
               COMPUTE Median-High-Rank = Median-Low-Rank + 1
           ELSE
               ADD 1 TO Median-Low-Rank
               MOVE Median-Low-Rank TO Median-High-Rank
           END-IF
           MOVE ZEROS TO Median-Running
           MOVE ZEROS TO Median-Low-Mark
           MOVE ZEROS TO Median-High-Mark
           PERFORM VARYING Mark-Index FROM 1 BY 1
                   UNTIL Mark-Index > 101
               IF Median-Running < Median-Low-Rank
                  AND Median-Running + mkCount (Mark-Index)
                      >= Median-Low-Rank
                   COMPUTE Median-Low-Mark = Mark-Index - 1
               END-IF
               IF Median-Running < Median-High-Rank
                  AND Median-Running + mkCount (Mark-Index)
                      >= Median-High-Rank
                   COMPUTE Median-High-Mark = Mark-Index - 1
                   EXIT PERFORM
               END-IF
               ADD mkCount (Mark-Index) TO Median-Running
           END-PERFORM
           COMPUTE Dist-Median =
               (Median-Low-Mark + Median-High-Mark) / 2.

       WRITE-DIST-LINE.
           PERFORM FORMAT-DIST-LINE
           WRITE Dist-Line FROM Dist-Detail-Line.

       FORMAT-DIST-LINE.
           MOVE Dist-Count TO ddlCount
           MOVE Dist-Mean TO ddlMean
           MOVE Dist-Median TO ddlMedian
           MOVE Dist-Std-Dev TO ddlStdDev
           MOVE Dist-Pass-Rate TO ddlPassRate
           PERFORM VARYING Band-Index FROM 1 BY 1
                   UNTIL Band-Index > 7
               MOVE dbCount (Band-Index) TO ddlBand (Band-Index)
           END-PERFORM
           MOVE Flag-Text TO ddlFlag.

       END PROGRAM GradeDistRpt.
