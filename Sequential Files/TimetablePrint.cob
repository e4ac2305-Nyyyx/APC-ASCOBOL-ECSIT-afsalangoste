      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Personal class timetables for a term.  Each student's
      *         enrolled REGIST.IDX rows are joined to the section
      *         they registered into on SECTIONS.DAT (SectionMaint)
      *         and the course title on CRSCAT.DAT, and printed as a
      *         one-page weekly grid - day, time, course title,
      *         section, room and instructor, Monday to Friday in
      *         start-time order - addressed from STUDADDR.DAT the
      *         way TaxStatementRpt addresses statements, with the
      *         name unmasked from STUDENTS.DAT.  Given a StudentID
      *         it prints that one student's timetable at the front
      *         desk; left blank it prints every enrolled student's
      *         for the term, sorted by the student's programme
      *         CourseCode and then StudentID so each class's pile
      *         can be handed out together.  Timetables go to
      *         TIMETBL.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetablePrint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentAddrFile ASSIGN TO "STUDADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Addr-File-Status.
           SELECT TimetableFile ASSIGN TO "TIMETBL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RegistFile.
       COPY REGREC.

       FD SectionFile.
       COPY SECTREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD StudentFile.
       COPY STUDREC.

       FD  StudentAddrFile.
       01  Student-Addr-Rec.
           88  EndOfStudentAddrFile         VALUE HIGH-VALUES.
           02  saStudentID                  PIC X(10).
           02  saStreet                     PIC X(30).
           02  saCity                       PIC X(20).
           02  saPostcode                   PIC X(8).
           02  saPhone                      PIC X(12).

       FD TimetableFile.
       01  Timetable-Line               PIC X(80).

       WORKING-STORAGE SECTION.
       01  Regist-File-Status           PIC XX.
       01  Section-File-Status          PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  Student-Addr-File-Status     PIC XX.

       01  Filter-Year                  PIC 9(4).
       01  Filter-Term                  PIC X(2).
       01  Filter-StudentID             PIC X(10).

      * The term's enrolled registrations, with the section chosen.
       01  Roster-Table.
           02  Roster-Entry             OCCURS 2000 TIMES.
               03  rstStudentID         PIC X(10).
               03  rstCourseCode        PIC X(6).
               03  rstSection           PIC X(2).
       01  Roster-Count                 PIC 9(4)   VALUE ZEROS.
       01  Roster-Index                 PIC 9(4)   VALUE ZEROS.

      * One entry per student to print, programme first so a whole-
      * entry compare sorts the pile by course then StudentID.
       01  Print-Table.
           02  Print-Entry              OCCURS 1000 TIMES.
               03  prtCourseCode        PIC X(6).
               03  prtStudentID         PIC X(10).
       01  Print-Count                  PIC 9(4)   VALUE ZEROS.
       01  Print-Index                  PIC 9(4)   VALUE ZEROS.
       01  Sort-Index                   PIC 9(4)   VALUE ZEROS.
       01  Compare-Index                PIC 9(4)   VALUE ZEROS.
       01  Hold-Print-Entry             PIC X(16).
       01  Print-Found-Switch           PIC X      VALUE "N".
           88  Found-Print-Entry        VALUE "Y".

       01  Section-Table.
           02  Section-Entry            OCCURS 200 TIMES.
               03  sctCourseCode        PIC X(6).
               03  sctSection           PIC X(2).
               03  sctDays              PIC X(5).
               03  sctStartTime         PIC 9(4).
               03  sctEndTime           PIC 9(4).
               03  sctRoom              PIC X(6).
               03  sctInstructor        PIC X(20).
       01  Section-Count                PIC 9(3)   VALUE ZEROS.
       01  Section-Index                PIC 9(3)   VALUE ZEROS.
       01  Section-Found-Switch         PIC X      VALUE "N".
           88  Found-Section-Entry      VALUE "Y".

       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 50 TIMES.
               03  cctgCode             PIC X(6).
               03  cctgTitle            PIC X(30).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.

       01  Name-Table.
           02  Name-Entry               OCCURS 1000 TIMES.
               03  nmStudentID          PIC X(10).
               03  nmSurname            PIC X(10).
               03  nmInitials           PIC XX.
               03  nmCourseCode         PIC X(6).
       01  Name-Count                   PIC 9(4)   VALUE ZEROS.
       01  Name-Index                   PIC 9(4)   VALUE ZEROS.
       01  Name-Found-Switch            PIC X      VALUE "N".
           88  Found-Name-Entry         VALUE "Y".

       01  Addr-Table.
           02  Addr-Entry               OCCURS 1000 TIMES.
               03  adtStudentID         PIC X(10).
               03  adtStreet            PIC X(30).
               03  adtCity              PIC X(20).
               03  adtPostcode          PIC X(8).
       01  Addr-Count                   PIC 9(4)   VALUE ZEROS.
       01  Addr-Index                   PIC 9(4)   VALUE ZEROS.

      * One student's week: a slot per meeting day of each section,
      * sorted by day then start time.  Day 9 holds a registration
      * with no section on SECTIONS.DAT, listed last as TBA.
       01  Slot-Table.
           02  Slot-Entry               OCCURS 60 TIMES.
               03  sltDay               PIC 9.
               03  sltStartTime         PIC 9(4).
               03  sltEndTime           PIC 9(4).
               03  sltCourseCode        PIC X(6).
               03  sltSection           PIC X(2).
               03  sltRoom              PIC X(6).
               03  sltInstructor        PIC X(20).
       01  Slot-Count                   PIC 9(2)   VALUE ZEROS.
       01  Slot-Index                   PIC 9(2)   VALUE ZEROS.
       01  Slot-Sort-Index              PIC 9(2)   VALUE ZEROS.
       01  Slot-Compare-Index           PIC 9(2)   VALUE ZEROS.
       01  Hold-Slot-Entry              PIC X(43).
       01  Slot-Day                     PIC 9      VALUE ZEROS.
       01  Day-Letter-Index             PIC 9      VALUE ZEROS.
       01  Day-Letter                   PIC X      VALUE SPACE.
       01  Day-Printed-Switch           PIC X      VALUE "N".
           88  Day-Has-Classes          VALUE "Y".

       01  Day-Name-Values.
           02  FILLER                   PIC X(3)   VALUE "MON".
           02  FILLER                   PIC X(3)   VALUE "TUE".
           02  FILLER                   PIC X(3)   VALUE "WED".
           02  FILLER                   PIC X(3)   VALUE "THU".
           02  FILLER                   PIC X(3)   VALUE "FRI".
       01  Day-Name-Table REDEFINES Day-Name-Values.
           02  Day-Name                 PIC X(3)   OCCURS 5 TIMES.

       01  Timetable-Count              PIC 9(5)   VALUE ZEROS.

       01  Timetable-Separator          PIC X(78)  VALUE ALL "=".
       01  Timetable-LineBreak          PIC X(78)  VALUE ALL "-".
       01  Timetable-Blank-Line         PIC X(80)  VALUE SPACES.
       01  Timetable-Header.
           02  FILLER                   PIC X(20)
               VALUE "CLASS TIMETABLE FOR ".
           02  tthTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  tthYear                  PIC 9(4).

       01  Timetable-Name-Line.
           02  tnlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  tnlSurname               PIC X(10).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  tnlStudentID             PIC X(10).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  FILLER                   PIC X(11)  VALUE "PROGRAMME: ".
           02  tnlCourseCode            PIC X(6).

       01  Timetable-Street-Line        PIC X(30).
       01  Timetable-City-Line.
           02  tclCity                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  tclPostcode              PIC X(8).

       01  Timetable-Column-Titles.
           02  FILLER                   PIC X(5)   VALUE "DAY".
           02  FILLER                   PIC X(11)  VALUE "TIME".
           02  FILLER                   PIC X(31)  VALUE "COURSE".
           02  FILLER                   PIC X(4)   VALUE "SEC".
           02  FILLER                   PIC X(7)   VALUE "ROOM".
           02  FILLER                   PIC X(10)  VALUE "INSTRUCTOR".

       01  Timetable-Slot-Line.
           02  tslDay                   PIC X(3).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  tslStartTime             PIC 9(4).
           02  tslDash                  PIC X      VALUE "-".
           02  tslEndTime               PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  tslTitle                 PIC X(30).
           02  FILLER                   PIC X      VALUE SPACE.
           02  tslSection               PIC X(2).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  tslRoom                  PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  tslInstructor            PIC X(20).

       01  Timetable-Tba-Line.
           02  FILLER                   PIC X(16)
               VALUE "TBA  ".
           02  ttlTitle                 PIC X(30).
           02  FILLER                   PIC X      VALUE SPACE.
           02  ttlSection               PIC X(2).
           02  FILLER                   PIC X(24)
               VALUE "  - NOT YET TIMETABLED".

       01  Timetable-Free-Line.
           02  tflDay                   PIC X(3).
           02  FILLER                   PIC X(15)
               VALUE "  NO CLASSES".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TimetablePrint - personal class timetables"
           DISPLAY "Year (e.g. 2026)                : "
               WITH NO ADVANCING
           ACCEPT Filter-Year
           DISPLAY "Term (SP/SU/FA)                 : "
               WITH NO ADVANCING
           ACCEPT Filter-Term
           DISPLAY "StudentID (blank for all)       : "
               WITH NO ADVANCING
           ACCEPT Filter-StudentID

           PERFORM LOAD-TERM-ROSTER
           IF Roster-Count = 0
               IF Filter-StudentID = SPACES
                   DISPLAY "No enrolled registrations found for "
                       Filter-Term " " Filter-Year
               ELSE
                   DISPLAY "No enrolled registrations found for "
                       Filter-StudentID " in " Filter-Term " "
                       Filter-Year
               END-IF
               STOP RUN
           END-IF
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-STUDENT-NAMES
           PERFORM LOAD-ADDRESSES
           PERFORM BUILD-PRINT-LIST
           PERFORM SORT-PRINT-LIST

           OPEN OUTPUT TimetableFile
           PERFORM VARYING Print-Index FROM 1 BY 1
                   UNTIL Print-Index > Print-Count
               PERFORM PRINT-ONE-TIMETABLE
           END-PERFORM
           CLOSE TimetableFile

           DISPLAY "TimetablePrint - " Timetable-Count
               " timetable(s) written to TIMETBL.RPT"
           STOP RUN.

      * Each student once, keyed by the programme CourseCode off the
      * master (blank when the student has since left the master).
       BUILD-PRINT-LIST.
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               MOVE "N" TO Print-Found-Switch
               PERFORM VARYING Print-Index FROM 1 BY 1
                       UNTIL Print-Index > Print-Count
                   IF prtStudentID (Print-Index) =
                           rstStudentID (Roster-Index)
                       SET Found-Print-Entry TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT Found-Print-Entry
                   IF Print-Count < 1000
                       ADD 1 TO Print-Count
                       MOVE rstStudentID (Roster-Index)
                           TO prtStudentID (Print-Count)
                       PERFORM LOOKUP-STUDENT-NAME
                       IF Found-Name-Entry
                           MOVE nmCourseCode (Name-Index)
                               TO prtCourseCode (Print-Count)
                       ELSE
                           MOVE SPACES TO prtCourseCode (Print-Count)
                       END-IF
                   ELSE
                       DISPLAY "Warning - Print-Table full, StudentID "
                           rstStudentID (Roster-Index) " not printed"
                   END-IF
               END-IF
           END-PERFORM.

      * Ascending bubble sort on the whole entry - programme, then
      * StudentID - the same small-table approach ClassListRpt uses.
       SORT-PRINT-LIST.
           IF Print-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Print-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Print-Count - Sort-Index
                       IF Print-Entry (Compare-Index) >
                               Print-Entry (Compare-Index + 1)
                           MOVE Print-Entry (Compare-Index)
                               TO Hold-Print-Entry
                           MOVE Print-Entry (Compare-Index + 1)
                               TO Print-Entry (Compare-Index)
                           MOVE Hold-Print-Entry
                               TO Print-Entry (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-ONE-TIMETABLE.
           PERFORM BUILD-STUDENT-WEEK
           PERFORM SORT-STUDENT-WEEK
           WRITE Timetable-Line FROM Timetable-Separator
           MOVE Filter-Term TO tthTerm
           MOVE Filter-Year TO tthYear
           WRITE Timetable-Line FROM Timetable-Header
           WRITE Timetable-Line FROM Timetable-Blank-Line
           MOVE prtStudentID (Print-Index) TO tnlStudentID
           MOVE prtCourseCode (Print-Index) TO tnlCourseCode
           PERFORM LOOKUP-STUDENT-NAME
           IF Found-Name-Entry
               MOVE nmSurname (Name-Index) TO tnlSurname
               MOVE nmInitials (Name-Index) TO tnlInitials
           ELSE
               MOVE SPACES TO tnlSurname tnlInitials
           END-IF
           WRITE Timetable-Line FROM Timetable-Name-Line
           PERFORM LOOKUP-ADDRESS
           WRITE Timetable-Line FROM Timetable-Blank-Line
           WRITE Timetable-Line FROM Timetable-Column-Titles
           WRITE Timetable-Line FROM Timetable-LineBreak
           PERFORM VARYING Slot-Day FROM 1 BY 1 UNTIL Slot-Day > 5
               PERFORM PRINT-ONE-DAY
           END-PERFORM
           PERFORM VARYING Slot-Index FROM 1 BY 1
                   UNTIL Slot-Index > Slot-Count
               IF sltDay (Slot-Index) = 9
                   PERFORM LOOKUP-COURSE-TITLE
                   MOVE tslTitle TO ttlTitle
                   MOVE sltSection (Slot-Index) TO ttlSection
                   WRITE Timetable-Line FROM Timetable-Tba-Line
               END-IF
           END-PERFORM
           WRITE Timetable-Line FROM Timetable-LineBreak
           WRITE Timetable-Line FROM Timetable-Blank-Line
           ADD 1 TO Timetable-Count.

      * The day name prints on the day's first class only; a day with
      * nothing on it still gets a line so the grid reads Monday to
      * Friday.
       PRINT-ONE-DAY.
           MOVE "N" TO Day-Printed-Switch
           PERFORM VARYING Slot-Index FROM 1 BY 1
                   UNTIL Slot-Index > Slot-Count
               IF sltDay (Slot-Index) = Slot-Day
                   IF Day-Has-Classes
                       MOVE SPACES TO tslDay
                   ELSE
                       MOVE Day-Name (Slot-Day) TO tslDay
                       SET Day-Has-Classes TO TRUE
                   END-IF
                   MOVE sltStartTime (Slot-Index) TO tslStartTime
                   MOVE sltEndTime (Slot-Index) TO tslEndTime
                   PERFORM LOOKUP-COURSE-TITLE
                   MOVE sltSection (Slot-Index) TO tslSection
                   MOVE sltRoom (Slot-Index) TO tslRoom
                   MOVE sltInstructor (Slot-Index) TO tslInstructor
                   WRITE Timetable-Line FROM Timetable-Slot-Line
               END-IF
           END-PERFORM
           IF NOT Day-Has-Classes
               MOVE Day-Name (Slot-Day) TO tflDay
               WRITE Timetable-Line FROM Timetable-Free-Line
           END-IF.

      * A course not on the catalog prints under its CourseCode.
       LOOKUP-COURSE-TITLE.
           MOVE sltCourseCode (Slot-Index) TO tslTitle
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) =
                       sltCourseCode (Slot-Index)
                   MOVE cctgTitle (CourseCat-Index) TO tslTitle
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-STUDENT-WEEK.
           MOVE ZEROS TO Slot-Count
           PERFORM VARYING Roster-Index FROM 1 BY 1
                   UNTIL Roster-Index > Roster-Count
               IF rstStudentID (Roster-Index) =
                       prtStudentID (Print-Index)
                   PERFORM ADD-REGISTRATION-SLOTS
               END-IF
           END-PERFORM.

       ADD-REGISTRATION-SLOTS.
           PERFORM FIND-SECTION
           IF NOT Found-Section-Entry
               MOVE 9 TO Slot-Day
               PERFORM ADD-ONE-SLOT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Day-Letter-Index FROM 1 BY 1
                   UNTIL Day-Letter-Index > 5
               MOVE sctDays (Section-Index) (Day-Letter-Index:1)
                   TO Day-Letter
               MOVE ZEROS TO Slot-Day
               EVALUATE Day-Letter
                   WHEN "M"
                       MOVE 1 TO Slot-Day
                   WHEN "T"
                       MOVE 2 TO Slot-Day
                   WHEN "W"
                       MOVE 3 TO Slot-Day
                   WHEN "R"
                       MOVE 4 TO Slot-Day
                   WHEN "F"
                       MOVE 5 TO Slot-Day
               END-EVALUATE
               IF Slot-Day > 0
                   PERFORM ADD-ONE-SLOT
               END-IF
           END-PERFORM.

       ADD-ONE-SLOT.
           IF Slot-Count < 60
               ADD 1 TO Slot-Count
               MOVE Slot-Day TO sltDay (Slot-Count)
               MOVE rstCourseCode (Roster-Index)
                   TO sltCourseCode (Slot-Count)
               MOVE rstSection (Roster-Index) TO sltSection (Slot-Count)
               IF Found-Section-Entry
                   MOVE sctStartTime (Section-Index)
                       TO sltStartTime (Slot-Count)
                   MOVE sctEndTime (Section-Index)
                       TO sltEndTime (Slot-Count)
                   MOVE sctRoom (Section-Index) TO sltRoom (Slot-Count)
                   MOVE sctInstructor (Section-Index)
                       TO sltInstructor (Slot-Count)
               ELSE
                   MOVE ZEROS TO sltStartTime (Slot-Count)
                   MOVE ZEROS TO sltEndTime (Slot-Count)
                   MOVE SPACES TO sltRoom (Slot-Count)
                   MOVE SPACES TO sltInstructor (Slot-Count)
               END-IF
           END-IF.

       FIND-SECTION.
           MOVE "N" TO Section-Found-Switch
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               IF sctCourseCode (Section-Index) =
                       rstCourseCode (Roster-Index)
                       AND sctSection (Section-Index) =
                           rstSection (Roster-Index)
                   SET Found-Section-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Day then start time - the leading fields of the slot entry.
       SORT-STUDENT-WEEK.
           IF Slot-Count > 1
               PERFORM VARYING Slot-Sort-Index FROM 1 BY 1
                       UNTIL Slot-Sort-Index > Slot-Count - 1
                   PERFORM VARYING Slot-Compare-Index FROM 1 BY 1
                           UNTIL Slot-Compare-Index >
                               Slot-Count - Slot-Sort-Index
                       IF Slot-Entry (Slot-Compare-Index) >
                               Slot-Entry (Slot-Compare-Index + 1)
                           MOVE Slot-Entry (Slot-Compare-Index)
                               TO Hold-Slot-Entry
                           MOVE Slot-Entry (Slot-Compare-Index + 1)
                               TO Slot-Entry (Slot-Compare-Index)
                           MOVE Hold-Slot-Entry
                               TO Slot-Entry (Slot-Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       LOOKUP-STUDENT-NAME.
           MOVE "N" TO Name-Found-Switch
           PERFORM VARYING Name-Index FROM 1 BY 1
                   UNTIL Name-Index > Name-Count
               IF nmStudentID (Name-Index) =
                       prtStudentID (Print-Index)
                   SET Found-Name-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-ADDRESS.
           PERFORM VARYING Addr-Index FROM 1 BY 1
                   UNTIL Addr-Index > Addr-Count
               IF adtStudentID (Addr-Index) =
                       prtStudentID (Print-Index)
                   MOVE adtStreet (Addr-Index) TO
                       Timetable-Street-Line
                   WRITE Timetable-Line FROM Timetable-Street-Line
                   MOVE adtCity (Addr-Index) TO tclCity
                   MOVE adtPostcode (Addr-Index) TO tclPostcode
                   WRITE Timetable-Line FROM Timetable-City-Line
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "** NO ADDRESS ON FILE **" TO Timetable-Street-Line
           WRITE Timetable-Line FROM Timetable-Street-Line.

       LOAD-TERM-ROSTER.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, run "
                   "RegistrationEntry to create it"
               STOP RUN
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Filter-Year AND rgTerm = Filter-Term
                       AND rgStatus-Enrolled
                       AND (Filter-StudentID = SPACES
                           OR rgStudentID = Filter-StudentID)
                   IF Roster-Count < 2000
                       ADD 1 TO Roster-Count
                       MOVE rgStudentID TO
                           rstStudentID (Roster-Count)
                       MOVE rgCourseCode TO
                           rstCourseCode (Roster-Count)
                       MOVE rgSection TO rstSection (Roster-Count)
                   ELSE
                       DISPLAY "Warning - Roster-Table full, "
                           "StudentID " rgStudentID " "
                           rgCourseCode " not printed"
                   END-IF
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status = "00"
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSectionFile
                   IF Section-Count < 200
                       ADD 1 TO Section-Count
                       MOVE scCourseCode TO
                           sctCourseCode (Section-Count)
                       MOVE scSection TO sctSection (Section-Count)
                       MOVE scDays TO sctDays (Section-Count)
                       MOVE scStartTime TO
                           sctStartTime (Section-Count)
                       MOVE scEndTime TO sctEndTime (Section-Count)
                       MOVE scRoom TO sctRoom (Section-Count)
                       MOVE scInstructor TO
                           sctInstructor (Section-Count)
                   END-IF
                   READ SectionFile
                       AT END SET EndOfSectionFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SectionFile
           ELSE
               DISPLAY "Warning - SECTIONS.DAT not found, every class "
                   "prints as TBA - run SectionMaint"
           END-IF.

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status = "00"
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseCatFile
                   IF CourseCat-Count < 50
                       ADD 1 TO CourseCat-Count
                       MOVE ctlgCourseCode TO
                           cctgCode (CourseCat-Count)
                       MOVE ctlgTitle TO cctgTitle (CourseCat-Count)
                   END-IF
                   READ CourseCatFile
                       AT END SET EndOfCourseCatFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseCatFile
           END-IF.

       LOAD-STUDENT-NAMES.
           OPEN INPUT StudentFile
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               IF Name-Count < 1000
                   ADD 1 TO Name-Count
                   MOVE StudentID TO nmStudentID (Name-Count)
                   MOVE Surname TO nmSurname (Name-Count)
                   MOVE Initials TO nmInitials (Name-Count)
                   MOVE CourseCode TO nmCourseCode (Name-Count)
               END-IF
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

       LOAD-ADDRESSES.
           OPEN INPUT StudentAddrFile
           IF Student-Addr-File-Status = "00"
               READ StudentAddrFile
                   AT END SET EndOfStudentAddrFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentAddrFile
                   IF Addr-Count < 1000
                       ADD 1 TO Addr-Count
                       MOVE saStudentID TO adtStudentID (Addr-Count)
                       MOVE saStreet TO adtStreet (Addr-Count)
                       MOVE saCity TO adtCity (Addr-Count)
                       MOVE saPostcode TO adtPostcode (Addr-Count)
                   END-IF
                   READ StudentAddrFile
                       AT END SET EndOfStudentAddrFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentAddrFile
           ELSE
               DISPLAY "Warning - STUDADDR.DAT not found, timetables "
                   "print without addresses - run StudentAddrMaint"
           END-IF.

       END PROGRAM TimetablePrint.
