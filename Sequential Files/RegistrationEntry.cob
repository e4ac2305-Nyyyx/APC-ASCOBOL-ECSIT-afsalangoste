      * Author:Nyx
      * Date:8/22/2026
      * Purpose:Record which students are registered in which term on
      *         the REGIST.IDX registration file (REGREC), validating
      *         the StudentID against STUDENTS.IDX the way
      *         StudentInquiry looks students up and the CourseCode
      *         against the CRSEDIT edit table the way the intake
      *            the file is rewritten from the table at close,
      *            so a partial load would destroy every record
      *            past the table on save.
      * 10/15/2026 - A registration that brings its section up to (or
      *            past) the seating capacity of the section's
      *            ROOMS.DAT room (RoomMaint) now draws a warning, so
      *            the registrar can move the section before it
      *            outgrows its room.  The registration still stands;
      *            a section with no room, or a room not on the
      *            master, is not checked.
      * 10/15/2026 - A prerequisite is now also met by transfer credit
      *            for it on XFERCRED.DAT (TransferCreditEntry), so a
      *            student who passed the course elsewhere is no
      *            longer pushed through an override.
      * 10/15/2026 - Registrations are now read and updated in place
      *            on the indexed REGIST.IDX instead of loaded into a
      *            1000-entry session table and rewritten at close, so
      *            the file no longer has to fit the table.  The
      *            duplicate and withdrawal checks read the one key,
      *            the clash check reads just the student's rows and
      *            the room headcount just the section's (by the
      *            roster key).  Re-registering after a withdrawal
      *            now reinstates the withdrawn record as enrolled,
      *            since the key allows one record per student,
      *            course and term.  Prerequisite grades are read
      *            from GRADES.IDX for the student and course rather
      *            than a 2000-entry table.
      * 10/15/2026 - While REGIST.DAT or GRADES.DAT is still on disk
      *            unconverted the session is refused, rather than
      *            starting an empty REGIST.IDX a later AcadIndexRun
      *            convert would overwrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrationEntry.
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.

           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.

           SELECT OverrideFile ASSIGN TO "REGOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Status-File-Status.

           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Room-File-Status.

           SELECT TransferCreditFile ASSIGN TO "XFERCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Transfer-File-Status.

      * The sequential REGIST.DAT and GRADES.DAT are only probed for:
      * while either is on disk unconverted, the session is refused
      * rather than run against an empty or missing index.
           SELECT RegistImageFile ASSIGN TO "REGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Regist-Image-Status.

           SELECT GradeImageFile ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Image-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentIndexFile.
       FD StatusFile.
       COPY STATREC.

       FD RoomFile.
       COPY ROOMREC.

       FD TransferCreditFile.
       COPY XFERREC.

       FD RegistImageFile.
       01 Regist-Image-Rec           PIC X(41).

       FD GradeImageFile.
       01 Grade-Image-Rec            PIC X(25).

       WORKING-STORAGE SECTION.
       01  Student-Index-Status      PIC XX.
       01  Regist-File-Status        PIC XX.
       01  Regist-Image-Status       PIC XX.

      * An identical student/course/term entry is caught by reading
      * its key; a withdrawn one found there is reinstated instead.
       01  Duplicate-Switch          PIC X      VALUE "N".
           88  Is-Duplicate          VALUE "Y".
       01  Regist-Found-Switch       PIC X      VALUE "N".
           88  Found-Registration    VALUE "Y".

       01  Entry-StudentID           PIC X(10).
       01  Entry-CourseCode          PIC X(6).
       01  Run-Date                  PIC 9(8).
       01  Withdraw-Found-Switch     PIC X      VALUE "N".
           88  Withdraw-Found        VALUE "Y".

      * Valid-CourseCode edit table, shared with the intake programs
      * via CRSEDIT.
               03  sctDays           PIC X(5).
               03  sctStartTime      PIC 9(4).
               03  sctEndTime        PIC 9(4).
               03  sctRoom           PIC X(6).
       01  Section-Count             PIC 9(3)   VALUE ZEROS.
       01  Section-Index             PIC 9(3)   VALUE ZEROS.
       01  Section-Found-Switch      PIC X      VALUE "N".
       01  Clash-Switch              PIC X      VALUE "N".
           88  Timetable-Clash       VALUE "Y".

      * Prerequisite enforcement: the student's best GRADES.IDX
      * result in the prerequisite course; 50 counts as passing.
       01  Grade-File-Status         PIC XX.
       01  Grade-Image-Status        PIC XX.
       01  Grade-Open-Switch         PIC X      VALUE "N".
           88  Grades-Open           VALUE "Y".
       01  Override-File-Status      PIC XX.
       01  Best-Grade                PIC 9(3)   VALUE ZEROS.
       01  Best-Found-Switch         PIC X      VALUE "N".
           88  Found-Best-Entry      VALUE "Y".
       01  Prereq-Pass-Grade         PIC 9(3)   VALUE 50.
       01  Course-Prereq             PIC X(6)   VALUE SPACES.
       01  Prereq-Met-Switch         PIC X      VALUE "Y".
           88  Prereq-Met            VALUE "Y".
      * Transfer credit (XFERREC) counts as a passed prerequisite.
       01  Transfer-File-Status      PIC XX.
       01  Credit-Table.
           02  Credit-Entry          OCCURS 1000 TIMES.
               03  crtStudentID      PIC X(10).
               03  crtCourseCode     PIC X(6).
       01  Credit-Count              PIC 9(4)   VALUE ZEROS.
       01  Credit-Index              PIC 9(4)   VALUE ZEROS.
       01  Credit-Found-Switch       PIC X      VALUE "N".
           88  Found-Credit          VALUE "Y".
       01  Override-Answer           PIC X      VALUE "N".
           88  Override-Yes          VALUE "Y", "y".
       01  Stamp-Time                PIC 9(8).
           88  Found-Status-Entry    VALUE "Y".
       01  Student-Status            PIC X      VALUE "A".

      * Room seating capacity (ROOMREC) - a section whose term
      * registrations reach its room's capacity draws a warning.
       01  Room-File-Status          PIC XX.
       01  Room-Table.
           02  Room-Entry            OCCURS 200 TIMES.
               03  rmtRoomCode       PIC X(6).
               03  rmtCapacity       PIC 9(3).
       01  Room-Count                PIC 9(3)   VALUE ZEROS.
       01  Room-Index                PIC 9(3)   VALUE ZEROS.
       01  Section-Headcount         PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT StudentIndexFile
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-ROOMS
           PERFORM LOAD-TRANSFER-CREDITS
           PERFORM LOAD-STUDENT-STATUSES
           PERFORM OPEN-REGISTRATIONS
           PERFORM OPEN-GRADES

           DISPLAY "RegistrationEntry - term registration entry"
           DISPLAY "Choose an action, then enter the StudentID, "
           END-PERFORM

           CLOSE StudentIndexFile
           CLOSE RegistFile
           IF Grades-Open
               CLOSE GradeFile
           END-IF
           DISPLAY "RegistrationEntry - " Registered-Count
               " registration(s) and " Withdrawn-Count
               " withdrawal(s) written to REGIST.IDX"
           STOP RUN.

       WITHDRAW-ONE-STUDENT.
           DISPLAY "Term (SP/SU/FA)          : " WITH NO ADVANCING
           ACCEPT Entry-Term
           MOVE "N" TO Withdraw-Found-Switch
           PERFORM READ-ENTRY-REGISTRATION
           IF Found-Registration AND rgStatus-Enrolled
               MOVE "W" TO rgStatus
               MOVE Run-Date TO rgStatusDate
               REWRITE RegistrationRecord
                   INVALID KEY
                       DISPLAY "Error - REGIST.IDX status "
                           Regist-File-Status ", withdrawal not "
                           "recorded"
                   NOT INVALID KEY
                       SET Withdraw-Found TO TRUE
                       ADD 1 TO Withdrawn-Count
                       DISPLAY "Withdrew " Entry-StudentID " from "
                           Entry-CourseCode " " Entry-Term " "
                           Entry-Year
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           IF NOT Withdraw-Found
               DISPLAY "Error - no enrolled registration found for "
                   Entry-StudentID " " Entry-CourseCode " "
               END-IF
           END-IF.

      * A re-registration after a withdrawal reinstates the
      * withdrawn record (CHECK-DUPLICATE-REGISTRATION found it),
      * since the key holds one record per student, course and term.
       WRITE-REGISTRATION.
           MOVE Entry-StudentID TO rgStudentID
           MOVE Entry-CourseCode TO rgCourseCode
           MOVE Entry-Year TO rgYear
           MOVE Entry-Term TO rgTerm
           MOVE Entry-Section TO rgSection
           MOVE "E" TO rgStatus
           MOVE Run-Date TO rgStatusDate
           MOVE Entry-CourseCode TO rgRosterCourse
           MOVE Entry-Section TO rgRosterSection
           IF Found-Registration
               REWRITE RegistrationRecord
                   INVALID KEY
                       DISPLAY "Error - REGIST.IDX status "
                           Regist-File-Status ", " Entry-StudentID
                           " not registered"
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE RegistrationRecord
                   INVALID KEY
                       DISPLAY "Error - REGIST.IDX status "
                           Regist-File-Status ", " Entry-StudentID
                           " not registered"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO Registered-Count
           DISPLAY "Registered " Entry-StudentID " for "
               Entry-CourseCode "/" Entry-Section " " Entry-Term
               " " Entry-Year
           PERFORM CHECK-ROOM-CAPACITY.

      * A withdrawn registration doesn't block a re-add - the
      * drop/re-add churn is the whole reason withdrawals exist.
       CHECK-DUPLICATE-REGISTRATION.
           MOVE "N" TO Duplicate-Switch
           PERFORM READ-ENTRY-REGISTRATION
           IF Found-Registration AND NOT rgStatus-Withdrawn
               SET Is-Duplicate TO TRUE
           END-IF.

       READ-ENTRY-REGISTRATION.
           MOVE "N" TO Regist-Found-Switch
           MOVE Entry-StudentID TO rgStudentID
           MOVE Entry-CourseCode TO rgCourseCode
           MOVE Entry-Year TO rgYear
           MOVE Entry-Term TO rgTerm
           READ RegistFile
               KEY IS rgKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Found-Registration TO TRUE
           END-READ.

       CHECK-COURSE-CODE.
           MOVE "N" TO Valid-Course-Switch
           END-PERFORM.

      * A prerequisite is met by a passing best attempt on
      * GRADES.IDX or by transfer credit on XFERCRED.DAT; anything
      * less needs an operator override, and every override is
      * logged for the academic office.
       CHECK-PREREQUISITE.
           MOVE "Y" TO Prereq-Met-Switch
           IF Course-Prereq = SPACES
           END-IF
           PERFORM LOOKUP-BEST-GRADE
           IF Found-Best-Entry
                   AND Best-Grade >= Prereq-Pass-Grade
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-TRANSFER-CREDIT
           IF Found-Credit
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Warning - " Entry-StudentID " has no passing "
               MOVE "N" TO Prereq-Met-Switch
           END-IF.

      * Every attempt at the course sits together under the
      * student's key; the best one counts.
       LOOKUP-BEST-GRADE.
           MOVE "N" TO Best-Found-Switch
           MOVE ZEROS TO Best-Grade
           IF NOT Grades-Open
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO gdKey
           MOVE Entry-StudentID TO gdStudentID
           MOVE Course-Prereq TO gdCourseCode
           START GradeFile KEY IS >= gdKey
               INVALID KEY SET EndOfGradeFile TO TRUE
           END-START
           IF NOT EndOfGradeFile
               PERFORM READ-NEXT-PREREQ-GRADE
           END-IF
           PERFORM UNTIL EndOfGradeFile
               SET Found-Best-Entry TO TRUE
               IF gdGrade > Best-Grade
                   MOVE gdGrade TO Best-Grade
               END-IF
               PERFORM READ-NEXT-PREREQ-GRADE
           END-PERFORM.

       READ-NEXT-PREREQ-GRADE.
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           IF NOT EndOfGradeFile
               IF gdStudentID NOT = Entry-StudentID
                       OR gdCourseCode NOT = Course-Prereq
                   SET EndOfGradeFile TO TRUE
               END-IF
           END-IF.

       LOOKUP-TRANSFER-CREDIT.
           MOVE "N" TO Credit-Found-Switch
           PERFORM VARYING Credit-Index FROM 1 BY 1
                   UNTIL Credit-Index > Credit-Count
               IF crtStudentID (Credit-Index) = Entry-StudentID
                       AND crtCourseCode (Credit-Index)
                           = Course-Prereq
                   SET Found-Credit TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-TRANSFER-CREDITS.
           OPEN INPUT TransferCreditFile
           IF Transfer-File-Status = "00"
               READ TransferCreditFile
                   AT END SET EndOfTransferCreditFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferCreditFile
                   IF Credit-Count < 1000
                       ADD 1 TO Credit-Count
                       MOVE xcStudentID TO crtStudentID (Credit-Count)
                       MOVE xcCourseCode TO
                           crtCourseCode (Credit-Count)
                   END-IF
                   READ TransferCreditFile
                       AT END SET EndOfTransferCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferCreditFile
           END-IF.

       WRITE-OVERRIDE-LOG.
           OPEN EXTEND OverrideFile
           IF Override-File-Status NOT = "00"
               END-IF
           END-PERFORM.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status = "00"
                       MOVE scDays TO sctDays (Section-Count)
                       MOVE scStartTime TO sctStartTime (Section-Count)
                       MOVE scEndTime TO sctEndTime (Section-Count)
                       MOVE scRoom TO sctRoom (Section-Count)
                   END-IF
                   READ SectionFile
                       AT END SET EndOfSectionFile TO TRUE
                   "SectionMaint to set sections up"
           END-IF.

       LOAD-ROOMS.
           OPEN INPUT RoomFile
           IF Room-File-Status = "00"
               READ RoomFile
                   AT END SET EndOfRoomFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRoomFile
                   IF Room-Count < 200
                       ADD 1 TO Room-Count
                       MOVE rmRoomCode TO rmtRoomCode (Room-Count)
                       MOVE rmCapacity TO rmtCapacity (Room-Count)
                   END-IF
                   READ RoomFile
                       AT END SET EndOfRoomFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoomFile
           END-IF.

      * The section's registrations for the term that are not
      * withdrawn, this one included, against the seats in its room.
       CHECK-ROOM-CAPACITY.
           IF sctRoom (New-Section-Index) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Room-Index FROM 1 BY 1
                   UNTIL Room-Index > Room-Count
               IF rmtRoomCode (Room-Index) = sctRoom (New-Section-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Room-Index > Room-Count
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Section-Headcount
           MOVE Entry-CourseCode TO rgRosterCourse
           MOVE Entry-Section TO rgRosterSection
           START RegistFile KEY IS = rgRosterKey
               INVALID KEY SET EndOfRegistFile TO TRUE
           END-START
           IF NOT EndOfRegistFile
               PERFORM READ-NEXT-SECTION-REGISTRATION
           END-IF
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Entry-Year
                       AND rgTerm = Entry-Term
                       AND NOT rgStatus-Withdrawn
                   ADD 1 TO Section-Headcount
               END-IF
               PERFORM READ-NEXT-SECTION-REGISTRATION
           END-PERFORM
           IF Section-Headcount NOT < rmtCapacity (Room-Index)
               DISPLAY "Warning - section " Entry-CourseCode "/"
                   Entry-Section " now has " Section-Headcount
                   " student(s); room " sctRoom (New-Section-Index)
                   " seats " rmtCapacity (Room-Index)
           END-IF.

       READ-NEXT-SECTION-REGISTRATION.
           READ RegistFile NEXT RECORD
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           IF NOT EndOfRegistFile
               IF rgRosterCourse NOT = Entry-CourseCode
                       OR rgRosterSection NOT = Entry-Section
                   SET EndOfRegistFile TO TRUE
               END-IF
           END-IF.

       LOOKUP-NEW-SECTION.
           MOVE Entry-CourseCode TO Seek-CourseCode
           MOVE Entry-Section TO Seek-Section
      * recorded can't be checked and is left alone.
       CHECK-TIMETABLE-CLASH.
           MOVE "N" TO Clash-Switch
           MOVE LOW-VALUES TO rgKey
           MOVE Entry-StudentID TO rgStudentID
           START RegistFile KEY IS >= rgKey
               INVALID KEY SET EndOfRegistFile TO TRUE
           END-START
           IF NOT EndOfRegistFile
               PERFORM READ-NEXT-STUDENT-REGISTRATION
           END-IF
           PERFORM UNTIL EndOfRegistFile OR Timetable-Clash
               IF rgYear = Entry-Year
                       AND rgTerm = Entry-Term
                       AND NOT rgStatus-Withdrawn
                       AND rgSection NOT = SPACES
                   MOVE rgCourseCode TO Seek-CourseCode
                   MOVE rgSection TO Seek-Section
                   PERFORM LOOKUP-SECTION
                   IF Found-Section
                       MOVE Section-Index TO Other-Section-Index
                       PERFORM COMPARE-SECTION-TIMES
                   END-IF
               END-IF
               PERFORM READ-NEXT-STUDENT-REGISTRATION
           END-PERFORM.

       READ-NEXT-STUDENT-REGISTRATION.
           READ RegistFile NEXT RECORD
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           IF NOT EndOfRegistFile
               IF rgStudentID NOT = Entry-StudentID
                   SET EndOfRegistFile TO TRUE
               END-IF
           END-IF.

       COMPARE-SECTION-TIMES.
           IF sctStartTime (New-Section-Index) <
                   sctEndTime (Other-Section-Index)
               END-PERFORM
           END-IF.

      * REGIST.IDX is updated in place for the session; a missing
      * file is created empty, the way CustomerMaint starts a new
      * CUSTOMER.IDX - but only when there is no REGIST.DAT waiting
      * to be converted, or the convert would later replace whatever
      * had been registered in the meantime.
       OPEN-REGISTRATIONS.
           OPEN I-O RegistFile
           IF Regist-File-Status NOT = "00"
               OPEN INPUT RegistImageFile
               IF Regist-Image-Status = "00"
                   CLOSE RegistImageFile
                   DISPLAY "Error - REGIST.IDX not built yet - run "
                       "AcadIndexRun to convert REGIST.DAT first"
                   CLOSE StudentIndexFile
                   STOP RUN
               END-IF
               OPEN OUTPUT RegistFile
               IF Regist-File-Status NOT = "00"
                   DISPLAY "Error - unable to open REGIST.IDX, "
                       "status " Regist-File-Status
                   CLOSE StudentIndexFile
                   STOP RUN
               END-IF
               CLOSE RegistFile
               OPEN I-O RegistFile
               DISPLAY "REGIST.IDX not found - starting a new "
                   "registration file."
           END-IF.

      * With no GRADES.IDX there are no results to meet a
      * prerequisite, unless GRADES.DAT is still waiting to be
      * converted - then the prerequisites would be refused wrongly.
       OPEN-GRADES.
           OPEN INPUT GradeFile
           IF Grade-File-Status = "00"
               SET Grades-Open TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GradeImageFile
           IF Grade-Image-Status = "00"
               CLOSE GradeImageFile
               DISPLAY "Error - GRADES.IDX not built yet - run "
                   "AcadIndexRun to convert GRADES.DAT first"
               CLOSE StudentIndexFile
               CLOSE RegistFile
               STOP RUN
           END-IF.

       END PROGRAM RegistrationEntry.
