      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Grade sheets and the missing-grades chase list for one
      *         term.  Sheets (GRADESHT.RPT) print one page per
      *         SECTIONS.DAT section - course title, instructor,
      *         meeting times and room - with a roster of the
      *         section's enrolled REGIST.IDX students in StudentID
      *         order and a blank grade column, the columns laid out
      *         in the order GradeEntry prompts (StudentID, CourseCode,
      *         year, term, grade) so the sheet keys straight in.
      *         Registrations with no section get a sheet per course.
      *         The missing-grades report (MISSGRD.RPT), run after the
      *         grade deadline, lists every enrolled registration for
      *         the term with no GRADES.IDX result, grouped by the
      *         course's CRSCAT.DAT department and then by the section
      *         instructor (INSTRUCT.DAT), with days overdue counted
      *         from the deadline.  Every enrolled registration is
      *         included, whatever the student's STUDSTAT.DAT status,
      *         since each one still needs a result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeSheetRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.
           SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Instructor-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT SheetFile ASSIGN TO "GRADESHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MissingFile ASSIGN TO "MISSGRD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RegistFile.
       COPY REGREC.

       FD GradeFile.
       COPY GRDREC.

       FD SectionFile.
       COPY SECTREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD InstructorFile.
       COPY INSTREC.

       FD StudentFile.
       COPY STUDREC.

       FD SheetFile.
       01  Sheet-Line                   PIC X(72).

       FD MissingFile.
       01  Missing-Line                 PIC X(72).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Regist-File-Status           PIC XX.
       01  Grade-File-Status            PIC XX.
       01  Section-File-Status          PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  Instructor-File-Status       PIC XX.
       01  Student-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Run-Mode                     PIC X      VALUE "S".
           88  Mode-Sheets              VALUE "S", "s".
           88  Mode-Missing             VALUE "M", "m".
       01  Filter-Year                  PIC 9(4).
       01  Filter-Term                  PIC X(2).
           88  Valid-Filter-Term        VALUE "SP", "SU", "FA".
       01  Entry-Deadline               PIC X(8).
       01  Grade-Deadline               PIC 9(8)   VALUE ZEROS.

      * The term's enrolled registrations.  Sheets sort them by
      * course, section and StudentID; the missing-grades report
      * fills in the department and instructor first so the same
      * whole-entry compare groups them for the chase.
       01  Roster-Table.
           02  Roster-Entry             OCCURS 1000 TIMES.
               03  rstDept              PIC X(12).
               03  rstInstructorID      PIC X(6).
               03  rstCourseCode        PIC X(6).
               03  rstSection           PIC X(2).
               03  rstStudentID         PIC X(10).
               03  rstSurname           PIC X(10).
               03  rstInitials          PIC XX.
               03  rstGraded            PIC X.
       01  Roster-Count                 PIC 9(4)   VALUE ZEROS.
       01  Roster-Index                 PIC 9(4)   VALUE ZEROS.
       01  Sort-Index                   PIC 9(4)   VALUE ZEROS.
       01  Compare-Index                PIC 9(4)   VALUE ZEROS.
       01  Hold-Roster-Entry            PIC X(49).

       01  Section-Table.
           02  Section-Entry            OCCURS 200 TIMES.
               03  sctCourseCode        PIC X(6).
               03  sctSection           PIC X(2).
               03  sctDays              PIC X(5).
               03  sctStartTime         PIC 9(4).
               03  sctEndTime           PIC 9(4).
               03  sctRoom              PIC X(6).
               03  sctInstructor        PIC X(20).
               03  sctInstructorID      PIC X(6).
       01  Section-Count                PIC 9(3)   VALUE ZEROS.
       01  Section-Index                PIC 9(3)   VALUE ZEROS.
       01  Hold-Section-Entry           PIC X(53).

       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 50 TIMES.
               03  cctgCode             PIC X(6).
               03  cctgTitle            PIC X(30).
               03  cctgDept             PIC X(12).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.

       01  Instructor-Table.
           02  Instructor-Entry         OCCURS 200 TIMES.
               03  intInstructorID      PIC X(6).
               03  intName              PIC X(20).
       01  Instructor-Count             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Index             PIC 9(3)   VALUE ZEROS.

       01  Grade-Open-Switch            PIC X      VALUE "N".
           88  Grades-Open              VALUE "Y".

       01  Seek-CourseCode              PIC X(6).
       01  Seek-Section                 PIC X(2).
       01  Seek-InstructorID            PIC X(6).
       01  Course-Title                 PIC X(30).
       01  Course-Dept                  PIC X(12).
       01  Instructor-Name              PIC X(20).
       01  Sheet-Count                  PIC 9(4)   VALUE ZEROS.
       01  Sheet-Student-Count          PIC 9(4)   VALUE ZEROS.
       01  Current-CourseCode           PIC X(6)   VALUE SPACES.
       01  Current-Dept                 PIC X(12)  VALUE SPACES.
       01  Current-InstructorID         PIC X(6)   VALUE SPACES.
       01  First-Group-Switch           PIC X      VALUE "Y".
           88  First-Group              VALUE "Y".
       01  Instructor-Missing-Count     PIC 9(4)   VALUE ZEROS.
       01  Dept-Missing-Count           PIC 9(4)   VALUE ZEROS.
       01  Missing-Count                PIC 9(5)   VALUE ZEROS.

       01  Date-Split.
           02  Split-Year               PIC 9(4).
           02  Split-Month              PIC 99.
           02  Split-Day                PIC 99.
       01  Date-Day-Number              PIC S9(7)  VALUE ZEROS.
       01  Deadline-Days                PIC S9(7)  VALUE ZEROS.
       01  Run-Days                     PIC S9(7)  VALUE ZEROS.
       01  Days-Overdue                 PIC S9(5)  VALUE ZEROS.

       01  Sheet-Separator              PIC X(72)  VALUE ALL "=".
       01  Sheet-LineBreak              PIC X(72)  VALUE ALL "-".
       01  Sheet-Blank-Line             PIC X(72)  VALUE SPACES.
       01  Sheet-Title-Line.
           02  FILLER                   PIC X(20)
               VALUE "GRADE SHEET - TERM  ".
           02  shtTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  shtYear                  PIC 9(4).
       01  Sheet-Course-Line.
           02  FILLER                   PIC X(12)  VALUE "COURSE    : ".
           02  shcCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  shcTitle                 PIC X(30).
           02  FILLER                   PIC X(10)  VALUE "  SECTION ".
           02  shcSection               PIC X(6).
       01  Sheet-Instructor-Line.
           02  FILLER                   PIC X(12)  VALUE "INSTRUCTOR: ".
           02  shiName                  PIC X(20).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  shiInstructorID          PIC X(6).
       01  Sheet-Meets-Line.
           02  FILLER                   PIC X(12)  VALUE "MEETS     : ".
           02  shmDays                  PIC X(5).
           02  FILLER                   PIC X      VALUE SPACE.
           02  shmStartTime             PIC 9(4).
           02  FILLER                   PIC X      VALUE "-".
           02  shmEndTime               PIC 9(4).
           02  FILLER                   PIC X(8)   VALUE "  ROOM: ".
           02  shmRoom                  PIC X(6).
       01  Sheet-Column-Titles.
           02  FILLER                   PIC X(32)
               VALUE "STUDENT ID  COURSE  YEAR  TERM  ".
           02  FILLER                   PIC X(13)
               VALUE "GRADE    NAME".
       01  Sheet-Detail-Line.
           02  sdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlYear                  PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlTerm                  PIC X(2).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  FILLER                   PIC X(5)   VALUE "_____".
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  sdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlSurname               PIC X(10).
       01  Sheet-None-Line              PIC X(40)
           VALUE "(no students enrolled)".
       01  Sheet-Total-Line.
           02  FILLER                   PIC X(12)  VALUE "ENROLLED  : ".
           02  sstCount                 PIC ZZZ9.
       01  Sheet-Sign-Line.
           02  FILLER                   PIC X(22)
               VALUE "INSTRUCTOR SIGNATURE: ".
           02  FILLER                   PIC X(20)  VALUE ALL "_".
           02  FILLER                   PIC X(8)   VALUE "  DATE: ".
           02  FILLER                   PIC X(8)   VALUE ALL "_".

       01  Missing-Header.
           02  FILLER                   PIC X(23)
               VALUE "MISSING GRADES - TERM  ".
           02  mhTerm                   PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  mhYear                   PIC 9(4).
           02  FILLER                   PIC X(12)  VALUE "  DEADLINE  ".
           02  mhDeadline               PIC 9(8).
           02  FILLER                   PIC X(8)   VALUE "  AS AT ".
           02  mhRunDate                PIC 9(8).
       01  Missing-Dept-Line.
           02  FILLER                   PIC X(12)  VALUE "DEPARTMENT: ".
           02  mdlDept                  PIC X(12).
       01  Missing-Instructor-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(12)  VALUE "INSTRUCTOR: ".
           02  milName                  PIC X(20).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  milInstructorID          PIC X(6).
       01  Missing-Column-Titles.
           02  FILLER                   PIC X(36)
               VALUE "    COURSE SECT STUDENT ID  NAME    ".
           02  FILLER                   PIC X(22)
               VALUE "          DAYS OVERDUE".
       01  Missing-Detail-Line.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  mdtCourseCode            PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  mdtSection               PIC X(2).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  mdtStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  mdtInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  mdtSurname               PIC X(10).
           02  FILLER                   PIC X(7)   VALUE SPACES.
           02  mdtDaysOverdue           PIC ZZZZ9.
       01  Missing-Instructor-Total.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  FILLER                   PIC X(22)
               VALUE "MISSING, INSTRUCTOR : ".
           02  mitCount                 PIC ZZZ9.
       01  Missing-Dept-Total.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(22)
               VALUE "MISSING, DEPARTMENT : ".
           02  mdpCount                 PIC ZZZ9.
       01  Missing-Total-Line.
           02  FILLER                   PIC X(22)
               VALUE "TOTAL MISSING GRADES: ".
           02  mttCount                 PIC ZZZZ9.
       01  Missing-None-Line            PIC X(50)
           VALUE "Every enrolled registration has a grade.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "Grade sheets or missing-grades report (S/M) : "
               WITH NO ADVANCING
           ACCEPT Run-Mode
           IF NOT Mode-Sheets AND NOT Mode-Missing
               DISPLAY "Error - enter S for sheets or M for missing "
                   "grades"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Year (e.g. 2026)                            : "
               WITH NO ADVANCING
           ACCEPT Filter-Year
           DISPLAY "Term (SP/SU/FA)                             : "
               WITH NO ADVANCING
           ACCEPT Filter-Term
           IF NOT Valid-Filter-Term
               DISPLAY "Error - term must be SP, SU or FA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Mode-Missing
               DISPLAY "Grade deadline (YYYYMMDD)                   : "
                   WITH NO ADVANCING
               ACCEPT Entry-Deadline
               IF Entry-Deadline NOT NUMERIC
                   DISPLAY "Error - deadline must be YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE Entry-Deadline TO Grade-Deadline
           END-IF

           PERFORM LOAD-TERM-ROSTER
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-INSTRUCTORS
           PERFORM LOAD-STUDENT-NAMES
           IF Mode-Sheets
               PERFORM CLEAR-UNKNOWN-SECTIONS
               PERFORM SORT-ROSTER
               PERFORM SORT-SECTIONS
               PERFORM PRINT-GRADE-SHEETS
               DISPLAY "GradeSheetRpt - " Sheet-Count
                   " grade sheet(s) for " Roster-Count
                   " registration(s) written to GRADESHT.RPT"
           ELSE
               PERFORM LOAD-TERM-GRADES
               PERFORM SET-CHASE-GROUPS
               IF Grades-Open
                   CLOSE GradeFile
               END-IF
               PERFORM SORT-ROSTER
               PERFORM PRINT-MISSING-GRADES
               DISPLAY "GradeSheetRpt - " Missing-Count
                   " registration(s) with no grade written to "
                   "MISSGRD.RPT"
           END-IF
           GOBACK.

       LOAD-TERM-ROSTER.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, run "
                   "RegistrationEntry to create it"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO rgRosterKey
           START RegistFile KEY IS >= rgRosterKey
               INVALID KEY SET EndOfRegistFile TO TRUE
           END-START
           IF NOT EndOfRegistFile
               READ RegistFile NEXT RECORD
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Filter-Year AND rgTerm = Filter-Term
                       AND rgStatus-Enrolled
                   IF Roster-Count < 1000
                       ADD 1 TO Roster-Count
                       MOVE SPACES TO Roster-Entry (Roster-Count)
                       MOVE rgCourseCode TO
                           rstCourseCode (Roster-Count)
                       MOVE rgSection TO rstSection (Roster-Count)
                       MOVE rgStudentID TO
                           rstStudentID (Roster-Count)
                       MOVE "N" TO rstGraded (Roster-Count)
                   ELSE
                       DISPLAY "Warning - Roster-Table full, "
                           "StudentID " rgStudentID " not listed"
                   END-IF
               END-IF
               READ RegistFile NEXT RECORD
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status NOT = "00"
               DISPLAY "Warning - SECTIONS.DAT not found, "
                   "registrations print by course only"
               EXIT PARAGRAPH
           END-IF
           READ SectionFile
               AT END SET EndOfSectionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSectionFile
               IF Section-Count < 200
                   ADD 1 TO Section-Count
                   MOVE scCourseCode TO sctCourseCode (Section-Count)
                   MOVE scSection TO sctSection (Section-Count)
                   MOVE scDays TO sctDays (Section-Count)
                   MOVE scStartTime TO sctStartTime (Section-Count)
                   MOVE scEndTime TO sctEndTime (Section-Count)
                   MOVE scRoom TO sctRoom (Section-Count)
                   MOVE scInstructor TO sctInstructor (Section-Count)
                   MOVE scInstructorID
                       TO sctInstructorID (Section-Count)
               ELSE
                   DISPLAY "Warning - Section-Table full, section "
                       scCourseCode "/" scSection " not printed"
               END-IF
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectionFile.

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CourseCatFile
               AT END SET EndOfCourseCatFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseCatFile
               IF CourseCat-Count < 50
                   ADD 1 TO CourseCat-Count
                   MOVE ctlgCourseCode TO cctgCode (CourseCat-Count)
                   MOVE ctlgTitle TO cctgTitle (CourseCat-Count)
                   MOVE ctlgDept TO cctgDept (CourseCat-Count)
               END-IF
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CourseCatFile.

       LOAD-INSTRUCTORS.
           OPEN INPUT InstructorFile
           IF Instructor-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ InstructorFile
               AT END SET EndOfInstructorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInstructorFile
               IF Instructor-Count < 200
                   ADD 1 TO Instructor-Count
                   MOVE inInstructorID
                       TO intInstructorID (Instructor-Count)
                   MOVE inName TO intName (Instructor-Count)
               END-IF
               READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE InstructorFile.

       LOAD-STUDENT-NAMES.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               PERFORM VARYING Roster-Index FROM 1 BY 1
                       UNTIL Roster-Index > Roster-Count
                   IF rstStudentID (Roster-Index) = StudentID
                       MOVE Surname TO rstSurname (Roster-Index)
                       MOVE Initials TO rstInitials (Roster-Index)
                   END-IF
               END-PERFORM
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile.

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
                   ELSE
                       PERFORM UNMASK-STUDENT-NAME
                   END-IF
               END-IF
           END-IF.

      * Surname/Initials ride masked at rest on STUDENTS.DAT; this
      * substitution is its own inverse, so the same operation that
      * masked the field on the way in also unmasks it on the way
      * out.
       UNMASK-STUDENT-NAME.
           INSPECT Surname CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
           INSPECT Initials CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM".

      * Ascending bubble sort on the whole entry, the same small-table
      * approach ClassListRpt uses.
       SORT-ROSTER.
           IF Roster-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Roster-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Roster-Count - Sort-Index
                       IF Roster-Entry (Compare-Index) >
                               Roster-Entry (Compare-Index + 1)
                           MOVE Roster-Entry (Compare-Index)
                               TO Hold-Roster-Entry
                           MOVE Roster-Entry (Compare-Index + 1)
                               TO Roster-Entry (Compare-Index)
                           MOVE Hold-Roster-Entry
                               TO Roster-Entry (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SORT-SECTIONS.
           IF Section-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Section-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Section-Count - Sort-Index
                       IF Section-Entry (Compare-Index) >
                               Section-Entry (Compare-Index + 1)
                           MOVE Section-Entry (Compare-Index)
                               TO Hold-Section-Entry
                           MOVE Section-Entry (Compare-Index + 1)
                               TO Section-Entry (Compare-Index)
                           MOVE Hold-Section-Entry
                               TO Section-Entry (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * A registration whose section is not on the timetable is
      * listed with no section, so it lands on its course's
      * unsectioned sheet.
       CLEAR-UNKNOWN-SECTIONS.
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               MOVE rstCourseCode (Roster-Index) TO Seek-CourseCode
               MOVE rstSection (Roster-Index) TO Seek-Section
               PERFORM FIND-SECTION
               IF Section-Index > Section-Count
                   MOVE SPACES TO rstSection (Roster-Index)
               END-IF
           END-PERFORM.

      * A sheet for every section on the timetable, then one per
      * course for the registrations that carry no section.
       PRINT-GRADE-SHEETS.
           OPEN OUTPUT SheetFile
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               PERFORM PRINT-SECTION-SHEET
           END-PERFORM
           MOVE SPACES TO Current-CourseCode
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               IF rstSection (Roster-Index) = SPACES
                   IF rstCourseCode (Roster-Index)
                           NOT = Current-CourseCode
                       IF Current-CourseCode NOT = SPACES
                           PERFORM WRITE-SHEET-FOOT
                       END-IF
                       MOVE rstCourseCode (Roster-Index)
                           TO Current-CourseCode
                       PERFORM START-UNSECTIONED-SHEET
                   END-IF
                   PERFORM WRITE-SHEET-DETAIL
               END-IF
           END-PERFORM
           IF Current-CourseCode NOT = SPACES
               PERFORM WRITE-SHEET-FOOT
           END-IF
           CLOSE SheetFile.

       PRINT-SECTION-SHEET.
           MOVE sctCourseCode (Section-Index) TO Seek-CourseCode
           MOVE sctSection (Section-Index) TO shcSection
           MOVE sctInstructorID (Section-Index) TO Seek-InstructorID
           MOVE sctInstructor (Section-Index) TO Instructor-Name
           PERFORM LOOKUP-INSTRUCTOR-NAME
           MOVE Instructor-Name TO shiName
           MOVE sctInstructorID (Section-Index) TO shiInstructorID
           MOVE sctDays (Section-Index) TO shmDays
           MOVE sctStartTime (Section-Index) TO shmStartTime
           MOVE sctEndTime (Section-Index) TO shmEndTime
           MOVE sctRoom (Section-Index) TO shmRoom
           PERFORM WRITE-SHEET-HEADING
           WRITE Sheet-Line FROM Sheet-Meets-Line
           WRITE Sheet-Line FROM Sheet-LineBreak
           WRITE Sheet-Line FROM Sheet-Column-Titles
           MOVE ZEROS TO Sheet-Student-Count
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               IF rstCourseCode (Roster-Index)
                       = sctCourseCode (Section-Index)
                       AND rstSection (Roster-Index)
                           = sctSection (Section-Index)
                   PERFORM WRITE-SHEET-DETAIL
               END-IF
           END-PERFORM
           PERFORM WRITE-SHEET-FOOT.

       START-UNSECTIONED-SHEET.
           MOVE Current-CourseCode TO Seek-CourseCode
           MOVE "(NONE)" TO shcSection
           MOVE "NOT ASSIGNED" TO shiName
           MOVE SPACES TO shiInstructorID
           PERFORM WRITE-SHEET-HEADING
           WRITE Sheet-Line FROM Sheet-LineBreak
           WRITE Sheet-Line FROM Sheet-Column-Titles
           MOVE ZEROS TO Sheet-Student-Count.

       WRITE-SHEET-HEADING.
           PERFORM LOOKUP-COURSE
           WRITE Sheet-Line FROM Sheet-Separator
           MOVE Filter-Term TO shtTerm
           MOVE Filter-Year TO shtYear
           WRITE Sheet-Line FROM Sheet-Title-Line
           MOVE Seek-CourseCode TO shcCourseCode
           MOVE Course-Title TO shcTitle
           WRITE Sheet-Line FROM Sheet-Course-Line
           WRITE Sheet-Line FROM Sheet-Instructor-Line
           ADD 1 TO Sheet-Count.

       WRITE-SHEET-DETAIL.
           MOVE rstStudentID (Roster-Index) TO sdlStudentID
           MOVE rstCourseCode (Roster-Index) TO sdlCourseCode
           MOVE Filter-Year TO sdlYear
           MOVE Filter-Term TO sdlTerm
           MOVE rstInitials (Roster-Index) TO sdlInitials
           MOVE rstSurname (Roster-Index) TO sdlSurname
           WRITE Sheet-Line FROM Sheet-Detail-Line
           ADD 1 TO Sheet-Student-Count.

       WRITE-SHEET-FOOT.
           IF Sheet-Student-Count = 0
               WRITE Sheet-Line FROM Sheet-None-Line
           END-IF
           WRITE Sheet-Line FROM Sheet-LineBreak
           MOVE Sheet-Student-Count TO sstCount
           WRITE Sheet-Line FROM Sheet-Total-Line
           WRITE Sheet-Line FROM Sheet-Blank-Line
           WRITE Sheet-Line FROM Sheet-Sign-Line
           WRITE Sheet-Line FROM Sheet-Blank-Line.

      * Section-Index ends past Section-Count when Seek-CourseCode /
      * Seek-Section is not on the timetable.
       FIND-SECTION.
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               IF sctCourseCode (Section-Index) = Seek-CourseCode
                       AND sctSection (Section-Index) = Seek-Section
                       AND Seek-Section NOT = SPACES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-COURSE.
           MOVE SPACES TO Course-Title
           MOVE "UNKNOWN" TO Course-Dept
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = Seek-CourseCode
                   MOVE cctgTitle (CourseCat-Index) TO Course-Title
                   MOVE cctgDept (CourseCat-Index) TO Course-Dept
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The master's name wins; a section whose instructor is not on
      * INSTRUCT.DAT keeps the name it was keyed with.
       LOOKUP-INSTRUCTOR-NAME.
           IF Seek-InstructorID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               IF intInstructorID (Instructor-Index)
                       = Seek-InstructorID
                   MOVE intName (Instructor-Index) TO Instructor-Name
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A registration is graded when GRADES.IDX holds a result
      * under its student/course/term key.
       LOAD-TERM-GRADES.
           OPEN INPUT GradeFile
           IF Grade-File-Status = "00"
               SET Grades-Open TO TRUE
           END-IF.

      * Each ungraded registration is stamped with its course's
      * department and its section's instructor so the sort groups
      * the chase list; the graded ones drop out of the listing.
       SET-CHASE-GROUPS.
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               IF Grades-Open
                   MOVE rstStudentID (Roster-Index) TO gdStudentID
                   MOVE rstCourseCode (Roster-Index) TO gdCourseCode
                   MOVE Filter-Year TO gdYear
                   MOVE Filter-Term TO gdTerm
                   READ GradeFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO rstGraded (Roster-Index)
                   END-READ
               END-IF
               MOVE rstCourseCode (Roster-Index) TO Seek-CourseCode
               PERFORM LOOKUP-COURSE
               MOVE Course-Dept TO rstDept (Roster-Index)
               MOVE rstSection (Roster-Index) TO Seek-Section
               PERFORM FIND-SECTION
               IF Section-Index > Section-Count
                   MOVE SPACES TO rstInstructorID (Roster-Index)
               ELSE
                   MOVE sctInstructorID (Section-Index)
                       TO rstInstructorID (Roster-Index)
               END-IF
           END-PERFORM.

       PRINT-MISSING-GRADES.
           OPEN OUTPUT MissingFile
           MOVE Filter-Term TO mhTerm
           MOVE Filter-Year TO mhYear
           MOVE Grade-Deadline TO mhDeadline
           MOVE Run-Date TO mhRunDate
           WRITE Missing-Line FROM Missing-Header
           WRITE Missing-Line FROM Sheet-LineBreak
           MOVE Grade-Deadline TO Date-Split
           PERFORM COMPUTE-DAY-NUMBER
           MOVE Date-Day-Number TO Deadline-Days
           MOVE Run-Date TO Date-Split
           PERFORM COMPUTE-DAY-NUMBER
           MOVE Date-Day-Number TO Run-Days
           COMPUTE Days-Overdue = Run-Days - Deadline-Days
           IF Days-Overdue < ZEROS
               MOVE ZEROS TO Days-Overdue
           END-IF
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               IF rstGraded (Roster-Index) NOT = "Y"
                   PERFORM WRITE-MISSING-DETAIL
               END-IF
           END-PERFORM
           IF Missing-Count = 0
               WRITE Missing-Line FROM Missing-None-Line
           ELSE
               PERFORM WRITE-INSTRUCTOR-TOTAL
               PERFORM WRITE-DEPT-TOTAL
           END-IF
           WRITE Missing-Line FROM Sheet-LineBreak
           MOVE Missing-Count TO mttCount
           WRITE Missing-Line FROM Missing-Total-Line
           CLOSE MissingFile.

       WRITE-MISSING-DETAIL.
           IF First-Group
                   OR rstDept (Roster-Index) NOT = Current-Dept
               IF NOT First-Group
                   PERFORM WRITE-INSTRUCTOR-TOTAL
                   PERFORM WRITE-DEPT-TOTAL
               END-IF
               MOVE rstDept (Roster-Index) TO Current-Dept
               MOVE rstDept (Roster-Index) TO mdlDept
               WRITE Missing-Line FROM Sheet-Blank-Line
               WRITE Missing-Line FROM Missing-Dept-Line
               PERFORM START-INSTRUCTOR-GROUP
           ELSE
               IF rstInstructorID (Roster-Index)
                       NOT = Current-InstructorID
                   PERFORM WRITE-INSTRUCTOR-TOTAL
                   PERFORM START-INSTRUCTOR-GROUP
               END-IF
           END-IF
           MOVE "N" TO First-Group-Switch
           MOVE rstCourseCode (Roster-Index) TO mdtCourseCode
           MOVE rstSection (Roster-Index) TO mdtSection
           MOVE rstStudentID (Roster-Index) TO mdtStudentID
           MOVE rstInitials (Roster-Index) TO mdtInitials
           MOVE rstSurname (Roster-Index) TO mdtSurname
           MOVE Days-Overdue TO mdtDaysOverdue
           WRITE Missing-Line FROM Missing-Detail-Line
           ADD 1 TO Instructor-Missing-Count Dept-Missing-Count
               Missing-Count.

       START-INSTRUCTOR-GROUP.
           MOVE rstInstructorID (Roster-Index) TO Current-InstructorID
           MOVE rstInstructorID (Roster-Index) TO Seek-InstructorID
           IF Seek-InstructorID = SPACES
               MOVE "NOT ASSIGNED" TO Instructor-Name
           ELSE
               MOVE "NOT ON INSTRUCT.DAT" TO Instructor-Name
               PERFORM LOOKUP-INSTRUCTOR-NAME
           END-IF
           MOVE Instructor-Name TO milName
           MOVE Seek-InstructorID TO milInstructorID
           WRITE Missing-Line FROM Missing-Instructor-Line
           WRITE Missing-Line FROM Missing-Column-Titles.

       WRITE-INSTRUCTOR-TOTAL.
           MOVE Instructor-Missing-Count TO mitCount
           WRITE Missing-Line FROM Missing-Instructor-Total
           MOVE ZEROS TO Instructor-Missing-Count.

       WRITE-DEPT-TOTAL.
           MOVE Dept-Missing-Count TO mdpCount
           WRITE Missing-Line FROM Missing-Dept-Total
           MOVE ZEROS TO Dept-Missing-Count.

      * 30-day-month day number, the same convention AgedARRpt ages
      * with - precise calendar arithmetic buys nothing here.
       COMPUTE-DAY-NUMBER.
           COMPUTE Date-Day-Number =
               (Split-Year * 360) + (Split-Month * 30) + Split-Day.

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

       END PROGRAM GradeSheetRpt.
