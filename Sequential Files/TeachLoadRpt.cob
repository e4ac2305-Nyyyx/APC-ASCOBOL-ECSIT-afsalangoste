      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Teaching-load and contact-hours report for one term.
      *         Every INSTRUCT.DAT instructor is listed with the
      *         SECTIONS.DAT sections assigned to them - meeting
      *         days and times, weekly contact hours (the meeting
      *         length times the number of meeting days) and the
      *         term's enrolled headcount from REGIST.IDX - then
      *         their total weekly hours against the contract
      *         maximum and the hours over contract.  Sections with
      *         no instructor, or one not on the master, follow
      *         under UNASSIGNED with whatever name they carry.  The
      *         report goes to TEACHLOAD.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeachLoadRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Instructor-File-Status.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT LoadFile ASSIGN TO "TEACHLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD InstructorFile.
       COPY INSTREC.

       FD SectionFile.
       COPY SECTREC.

       FD RegistFile.
       COPY REGREC.

       FD LoadFile.
       01  Load-Line                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  Instructor-File-Status       PIC XX.
       01  Section-File-Status          PIC XX.
       01  Regist-File-Status           PIC XX.

       01  Filter-Year                  PIC 9(4).
       01  Filter-Term                  PIC X(2).

       01  Instructor-Table.
           02  Instructor-Entry         OCCURS 200 TIMES.
               03  intInstructorID      PIC X(6).
               03  intName              PIC X(20).
               03  intDept              PIC X(12).
               03  intContract          PIC X.
               03  intMaxHours          PIC 9(2)V9.
       01  Instructor-Count             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Index             PIC 9(3)   VALUE ZEROS.

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
               03  sctHours             PIC 9(3)V99.
               03  sctHeadcount         PIC 9(5).
               03  sctAssigned          PIC X.
       01  Section-Count                PIC 9(3)   VALUE ZEROS.
       01  Section-Index                PIC 9(3)   VALUE ZEROS.

       01  Day-Index                    PIC 9      VALUE ZEROS.
       01  Meeting-Days                 PIC 9      VALUE ZEROS.
       01  Time-Hours                   PIC 99     VALUE ZEROS.
       01  Time-Minutes                 PIC 99     VALUE ZEROS.
       01  Start-Minutes                PIC 9(4)   VALUE ZEROS.
       01  End-Minutes                  PIC 9(4)   VALUE ZEROS.

       01  Instructor-Sections          PIC 9(3)   VALUE ZEROS.
       01  Instructor-Hours             PIC 9(3)V99 VALUE ZEROS.
       01  Instructor-Headcount         PIC 9(5)   VALUE ZEROS.
       01  Over-Hours                   PIC 9(3)V99 VALUE ZEROS.
       01  Over-Contract-Count          PIC 9(3)   VALUE ZEROS.
       01  Unassigned-Count             PIC 9(3)   VALUE ZEROS.

       01  Load-Header.
           02  FILLER                   PIC X(40)
               VALUE "TEACHING LOAD AND CONTACT HOURS FOR TERM".
           02  FILLER                   PIC X      VALUE SPACE.
           02  lhTerm                   PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lhYear                   PIC 9(4).
       01  Load-LineBreak               PIC X(80) VALUE ALL "-".
       01  Load-Blank-Line              PIC X(80) VALUE SPACES.

       01  Column-Heading-Line.
           02  FILLER                   PIC X(37)
               VALUE "  COURSE/SEC  DAYS    TIMES      ROOM".
           02  FILLER                   PIC X(19)
               VALUE "    HRS/WK ENROLLED".

       01  Instructor-Heading-Line.
           02  FILLER                   PIC X(12)
               VALUE "INSTRUCTOR: ".
           02  ihlInstructorID          PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  ihlName                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  ihlDept                  PIC X(12).
           02  FILLER                   PIC X(11)
               VALUE " CONTRACT: ".
           02  ihlContract              PIC X.
           02  FILLER                   PIC X(6)   VALUE "  MAX ".
           02  ihlMaxHours              PIC Z9.9.

       01  Load-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ldlCourseCode            PIC X(6).
           02  FILLER                   PIC X      VALUE "/".
           02  ldlSection               PIC X(2).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  ldlDays                  PIC X(5).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  ldlStartTime             PIC 9(4).
           02  FILLER                   PIC X      VALUE "-".
           02  ldlEndTime               PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ldlRoom                  PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ldlHours                 PIC ZZ9.99.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  ldlHeadcount             PIC ZZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ldlInstructor            PIC X(20).

       01  Instructor-Total-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(10)  VALUE "SECTIONS: ".
           02  itlSections              PIC ZZ9.
           02  FILLER                   PIC X(12)
               VALUE "  HOURS/WK: ".
           02  itlHours                 PIC ZZ9.99.
           02  FILLER                   PIC X(12)
               VALUE "  ENROLLED: ".
           02  itlHeadcount             PIC ZZZZ9.
           02  FILLER                   PIC X(17)
               VALUE "  OVER CONTRACT: ".
           02  itlOverHours             PIC ZZ9.99.

       01  Unassigned-Heading-Line.
           02  FILLER                   PIC X(42)
               VALUE "UNASSIGNED - NO INSTRUCTOR ON INSTRUCT.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Year to report (e.g. 2026) : " WITH NO ADVANCING
           ACCEPT Filter-Year
           DISPLAY "Term to report (SP/SU/FA)  : " WITH NO ADVANCING
           ACCEPT Filter-Term
           PERFORM LOAD-INSTRUCTORS
           PERFORM LOAD-SECTIONS
           IF Section-Count = 0
               DISPLAY "No sections found on SECTIONS.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COUNT-REGISTRATIONS
           PERFORM PRINT-TEACHING-LOAD
           DISPLAY "TeachLoadRpt - " Instructor-Count
               " instructor(s) and " Section-Count
               " section(s) written to TEACHLOAD.RPT"
           IF Over-Contract-Count > 0
               DISPLAY "             " Over-Contract-Count
                   " instructor(s) over their contract hours"
           END-IF
           IF Unassigned-Count > 0
               DISPLAY "             " Unassigned-Count
                   " section(s) with no instructor on INSTRUCT.DAT"
           END-IF
           GOBACK.

       LOAD-INSTRUCTORS.
           OPEN INPUT InstructorFile
           IF Instructor-File-Status NOT = "00"
               DISPLAY "Warning - INSTRUCT.DAT not found, every "
                   "section will be listed as unassigned"
               EXIT PARAGRAPH
           END-IF
           READ InstructorFile
               AT END SET EndOfInstructorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInstructorFile
               IF Instructor-Count < 200
                   ADD 1 TO Instructor-Count
                   MOVE inInstructorID TO
                       intInstructorID (Instructor-Count)
                   MOVE inName TO intName (Instructor-Count)
                   MOVE inDept TO intDept (Instructor-Count)
                   MOVE inContract TO intContract (Instructor-Count)
                   MOVE inMaxHours TO intMaxHours (Instructor-Count)
               ELSE
                   DISPLAY "Warning - Instructor-Table full, "
                       "instructor " inInstructorID " not listed"
               END-IF
               READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE InstructorFile.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status NOT = "00"
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
                   MOVE scInstructorID TO
                       sctInstructorID (Section-Count)
                   MOVE ZEROS TO sctHeadcount (Section-Count)
                   MOVE "N" TO sctAssigned (Section-Count)
                   MOVE Section-Count TO Section-Index
                   PERFORM COMPUTE-CONTACT-HOURS
               ELSE
                   DISPLAY "Warning - Section-Table full, section "
                       scCourseCode "/" scSection " not listed"
               END-IF
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectionFile.

      * Weekly contact hours are the meeting length, from the HHMM
      * start and end times, times the number of meeting days.
       COMPUTE-CONTACT-HOURS.
           MOVE ZEROS TO Meeting-Days
           PERFORM VARYING Day-Index FROM 1 BY 1
                   UNTIL Day-Index > 5
               IF sctDays (Section-Index) (Day-Index:1) NOT = SPACE
                   ADD 1 TO Meeting-Days
               END-IF
           END-PERFORM
           DIVIDE sctStartTime (Section-Index) BY 100
               GIVING Time-Hours REMAINDER Time-Minutes
           COMPUTE Start-Minutes = Time-Hours * 60 + Time-Minutes
           DIVIDE sctEndTime (Section-Index) BY 100
               GIVING Time-Hours REMAINDER Time-Minutes
           COMPUTE End-Minutes = Time-Hours * 60 + Time-Minutes
           IF End-Minutes > Start-Minutes
               COMPUTE sctHours (Section-Index) ROUNDED =
                   (End-Minutes - Start-Minutes) * Meeting-Days / 60
           ELSE
               MOVE ZEROS TO sctHours (Section-Index)
           END-IF.

      * The term's enrolled headcount per section - registrations
      * not withdrawn that name the section.  A legacy registration
      * with no section recorded can't be placed and is left out.
       COUNT-REGISTRATIONS.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Warning - REGIST.IDX not found, headcounts "
                   "will be zero"
               EXIT PARAGRAPH
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Filter-Year AND rgTerm = Filter-Term
                       AND NOT rgStatus-Withdrawn
                       AND rgSection NOT = SPACES
                   PERFORM VARYING Section-Index FROM 1 BY 1
                           UNTIL Section-Index > Section-Count
                       IF sctCourseCode (Section-Index) = rgCourseCode
                               AND sctSection (Section-Index)
                                   = rgSection
                           ADD 1 TO sctHeadcount (Section-Index)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

       PRINT-TEACHING-LOAD.
           OPEN OUTPUT LoadFile
           MOVE Filter-Term TO lhTerm
           MOVE Filter-Year TO lhYear
           WRITE Load-Line FROM Load-Header
           WRITE Load-Line FROM Load-LineBreak
           WRITE Load-Line FROM Column-Heading-Line
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               PERFORM PRINT-ONE-INSTRUCTOR
           END-PERFORM
           PERFORM PRINT-UNASSIGNED
           CLOSE LoadFile.

       PRINT-ONE-INSTRUCTOR.
           WRITE Load-Line FROM Load-Blank-Line
           MOVE intInstructorID (Instructor-Index) TO ihlInstructorID
           MOVE intName (Instructor-Index) TO ihlName
           MOVE intDept (Instructor-Index) TO ihlDept
           MOVE intContract (Instructor-Index) TO ihlContract
           MOVE intMaxHours (Instructor-Index) TO ihlMaxHours
           WRITE Load-Line FROM Instructor-Heading-Line
           MOVE ZEROS TO Instructor-Sections Instructor-Hours
               Instructor-Headcount Over-Hours
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               IF sctInstructorID (Section-Index)
                       = intInstructorID (Instructor-Index)
                   MOVE "Y" TO sctAssigned (Section-Index)
                   PERFORM WRITE-SECTION-LINE
                   ADD 1 TO Instructor-Sections
                   ADD sctHours (Section-Index) TO Instructor-Hours
                   ADD sctHeadcount (Section-Index) TO
                       Instructor-Headcount
               END-IF
           END-PERFORM
           IF Instructor-Hours > intMaxHours (Instructor-Index)
               COMPUTE Over-Hours =
                   Instructor-Hours - intMaxHours (Instructor-Index)
               ADD 1 TO Over-Contract-Count
           END-IF
           MOVE Instructor-Sections TO itlSections
           MOVE Instructor-Hours TO itlHours
           MOVE Instructor-Headcount TO itlHeadcount
           MOVE Over-Hours TO itlOverHours
           WRITE Load-Line FROM Instructor-Total-Line.

       PRINT-UNASSIGNED.
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               IF sctAssigned (Section-Index) NOT = "Y"
                   IF Unassigned-Count = 0
                       WRITE Load-Line FROM Load-Blank-Line
                       WRITE Load-Line FROM Unassigned-Heading-Line
                   END-IF
                   ADD 1 TO Unassigned-Count
                   PERFORM WRITE-SECTION-LINE
               END-IF
           END-PERFORM.

       WRITE-SECTION-LINE.
           MOVE sctCourseCode (Section-Index) TO ldlCourseCode
           MOVE sctSection (Section-Index) TO ldlSection
           MOVE sctDays (Section-Index) TO ldlDays
           MOVE sctStartTime (Section-Index) TO ldlStartTime
           MOVE sctEndTime (Section-Index) TO ldlEndTime
           MOVE sctRoom (Section-Index) TO ldlRoom
           MOVE sctHours (Section-Index) TO ldlHours
           MOVE sctHeadcount (Section-Index) TO ldlHeadcount
           IF sctAssigned (Section-Index) = "Y"
               MOVE SPACES TO ldlInstructor
           ELSE
               MOVE sctInstructor (Section-Index) TO ldlInstructor
           END-IF
           WRITE Load-Line FROM Load-Detail-Line.

       END PROGRAM TeachLoadRpt.
