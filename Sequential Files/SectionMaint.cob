      *         registered into and refuse one that clashes with
      *         their timetable.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - The instructor is now picked by InstructorID from
      *            the INSTRUCT.DAT master (InstructorMaint) and the
      *            master's name copied onto the section, instead of
      *            keyed as free text; a blank ID leaves the section
      *            unassigned.  A section that would put the
      *            instructor in two places at once - a shared
      *            meeting day with overlapping times on another of
      *            their sections - is refused.
      * 10/15/2026 - The room must now be on the ROOMS.DAT room master
      *            (RoomMaint), and a section that would double-book
      *            its room - a shared meeting day with overlapping
      *            times on another section in the same room - is
      *            refused.  A blank room leaves the section
      *            unroomed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SectionMaint.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Instructor-File-Status.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Room-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SectionFile.
       COPY SECTREC.

       FD InstructorFile.
       COPY INSTREC.

       FD RoomFile.
       COPY ROOMREC.

       WORKING-STORAGE SECTION.
       01  Section-File-Status          PIC XX.

               03  sctEndTime           PIC 9(4).
               03  sctRoom              PIC X(6).
               03  sctInstructor        PIC X(20).
               03  sctInstructorID      PIC X(6).
       01  Section-Count                PIC 9(3)   VALUE ZEROS.
       01  Section-Index                PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Section            VALUE "Y".

      * Instructor master (INSTREC), loaded up front so a section's
      * InstructorID can be validated and its name filled in.
       01  Instructor-File-Status       PIC XX.
       01  Instructor-Table.
           02  Instructor-Entry         OCCURS 200 TIMES.
               03  intInstructorID      PIC X(6).
               03  intName              PIC X(20).
       01  Instructor-Count             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Index             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Name              PIC X(20)  VALUE SPACES.
       01  Instructor-Found-Switch      PIC X      VALUE "N".
           88  Found-Instructor         VALUE "Y".
       01  Clash-Switch                 PIC X      VALUE "N".
           88  Instructor-Clash         VALUE "Y".
       01  Other-Section-Index          PIC 9(3)   VALUE ZEROS.
       01  Other-Day-Index              PIC 9      VALUE ZEROS.
       01  Overlap-Switch               PIC X      VALUE "N".
           88  Days-Overlap             VALUE "Y".

      * Room master (ROOMREC), loaded up front so a section's room
      * can be validated and checked for double-booking.
       01  Room-File-Status             PIC XX.
       01  Room-Table.
           02  Room-Entry               OCCURS 200 TIMES.
               03  rmtRoomCode          PIC X(6).
       01  Room-Count                   PIC 9(3)   VALUE ZEROS.
       01  Room-Index                   PIC 9(3)   VALUE ZEROS.
       01  Room-Found-Switch            PIC X      VALUE "N".
           88  Found-Room               VALUE "Y".
       01  Room-Clash-Switch            PIC X      VALUE "N".
           88  Room-Clash               VALUE "Y".
       01  Room-Section-Index           PIC 9(3)   VALUE ZEROS.

      * Valid-CourseCode edit table, shared with the intake programs
      * via CRSEDIT.
       COPY CRSEDIT.
       01  Entry-StartTime              PIC 9(4).
       01  Entry-EndTime                PIC 9(4).
       01  Entry-Room                   PIC X(6).
       01  Entry-InstructorID           PIC X(6).
       01  Day-Index                    PIC 9      VALUE ZEROS.
       01  Days-Valid-Switch            PIC X      VALUE "Y".
           88  Days-Valid               VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-INSTRUCTORS
           PERFORM LOAD-ROOMS
           DISPLAY "SectionMaint - course section maintenance"
           DISPLAY "Enter a CourseCode, section, days (MTWRF), "
               "times, room and InstructorID, or blank CourseCode "
               "to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "CourseCode (blank to end) : " WITH NO ADVANCING
           ACCEPT Entry-StartTime
           DISPLAY "End time (24h HHMM)        : " WITH NO ADVANCING
           ACCEPT Entry-EndTime
           DISPLAY "Room (blank = none)        : " WITH NO ADVANCING
           ACCEPT Entry-Room
           DISPLAY "InstructorID (blank = none): " WITH NO ADVANCING
           ACCEPT Entry-InstructorID
           PERFORM CHECK-DAYS
           PERFORM LOOKUP-ROOM
           MOVE "N" TO Room-Clash-Switch
           IF Days-Valid AND Found-Room
               PERFORM CHECK-ROOM-CLASH
           END-IF
           PERFORM LOOKUP-INSTRUCTOR
           MOVE "N" TO Clash-Switch
           IF Days-Valid AND Found-Instructor
               PERFORM CHECK-INSTRUCTOR-CLASH
           END-IF
           EVALUATE TRUE
               WHEN Entry-Section = SPACES
                   DISPLAY "Error - section may not be blank, "
               WHEN Entry-EndTime NOT > Entry-StartTime
                   DISPLAY "Error - end time must be after start "
                       "time, not saved"
               WHEN Entry-Room NOT = SPACES AND NOT Found-Room
                   DISPLAY "Error - room " Entry-Room
                       " is not on ROOMS.DAT, not saved"
               WHEN Room-Clash
                   DISPLAY "Error - room " Entry-Room
                       " is already booked for "
                       sctCourseCode (Room-Section-Index) "/"
                       sctSection (Room-Section-Index)
                       " at that time, not saved"
               WHEN Entry-InstructorID NOT = SPACES
                       AND NOT Found-Instructor
                   DISPLAY "Error - " Entry-InstructorID
                       " is not on INSTRUCT.DAT, not saved"
               WHEN Instructor-Clash
                   DISPLAY "Error - " Instructor-Name
                       " already teaches "
                       sctCourseCode (Other-Section-Index) "/"
                       sctSection (Other-Section-Index)
                       " at that time, not saved"
               WHEN OTHER
                   PERFORM FIND-OR-ADD-SECTION
                   IF Section-Index > 0
                       MOVE Entry-EndTime TO
                           sctEndTime (Section-Index)
                       MOVE Entry-Room TO sctRoom (Section-Index)
                       MOVE Instructor-Name TO
                           sctInstructor (Section-Index)
                       MOVE Entry-InstructorID TO
                           sctInstructorID (Section-Index)
                       DISPLAY "Section " Entry-CourseCode "/"
                           Entry-Section " saved"
                   END-IF
               END-IF
           END-PERFORM.

       LOOKUP-ROOM.
           MOVE "N" TO Room-Found-Switch
           IF Entry-Room = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Room-Index FROM 1 BY 1
                   UNTIL Room-Index > Room-Count
               IF rmtRoomCode (Room-Index) = Entry-Room
                   SET Found-Room TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-INSTRUCTOR.
           MOVE "N" TO Instructor-Found-Switch
           MOVE SPACES TO Instructor-Name
           IF Entry-InstructorID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               IF intInstructorID (Instructor-Index)
                       = Entry-InstructorID
                   SET Found-Instructor TO TRUE
                   MOVE intName (Instructor-Index) TO Instructor-Name
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The same test RegistrationEntry applies to a student's
      * timetable: two sections clash when they share a meeting day
      * and their time ranges overlap.  The section being maintained
      * is not compared with itself.
       CHECK-INSTRUCTOR-CLASH.
           PERFORM VARYING Other-Section-Index FROM 1 BY 1
                   UNTIL Other-Section-Index > Section-Count
                       OR Instructor-Clash
               IF sctInstructorID (Other-Section-Index)
                       = Entry-InstructorID
                   AND NOT (sctCourseCode (Other-Section-Index)
                       = Entry-CourseCode
                       AND sctSection (Other-Section-Index)
                       = Entry-Section)
                   AND Entry-StartTime <
                       sctEndTime (Other-Section-Index)
                   AND sctStartTime (Other-Section-Index) <
                       Entry-EndTime
                   PERFORM COMPARE-SECTION-DAYS
                   IF Days-Overlap
                       SET Instructor-Clash TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF Instructor-Clash
               SUBTRACT 1 FROM Other-Section-Index
           END-IF.

      * The same test again for the room: no two sections may meet
      * in one room on a shared day at overlapping times.
       CHECK-ROOM-CLASH.
           PERFORM VARYING Other-Section-Index FROM 1 BY 1
                   UNTIL Other-Section-Index > Section-Count
                       OR Room-Clash
               IF sctRoom (Other-Section-Index) = Entry-Room
                   AND NOT (sctCourseCode (Other-Section-Index)
                       = Entry-CourseCode
                       AND sctSection (Other-Section-Index)
                       = Entry-Section)
                   AND Entry-StartTime <
                       sctEndTime (Other-Section-Index)
                   AND sctStartTime (Other-Section-Index) <
                       Entry-EndTime
                   PERFORM COMPARE-SECTION-DAYS
                   IF Days-Overlap
                       SET Room-Clash TO TRUE
                       MOVE Other-Section-Index TO Room-Section-Index
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-SECTION-DAYS.
           MOVE "N" TO Overlap-Switch
           PERFORM VARYING Day-Index FROM 1 BY 1
                   UNTIL Day-Index > 5
               IF Entry-Days (Day-Index:1) NOT = SPACE
                   PERFORM VARYING Other-Day-Index FROM 1 BY 1
                           UNTIL Other-Day-Index > 5
                       IF sctDays (Other-Section-Index)
                               (Other-Day-Index:1) =
                           Entry-Days (Day-Index:1)
                           SET Days-Overlap TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-COURSE-CODE.
           MOVE "N" TO Valid-Course-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                       MOVE scRoom TO sctRoom (Section-Count)
                       MOVE scInstructor TO
                           sctInstructor (Section-Count)
                       MOVE scInstructorID TO
                           sctInstructorID (Section-Count)
                   END-IF
                   READ SectionFile
                       AT END SET EndOfSectionFile TO TRUE
                   "section master."
           END-IF.

       LOAD-INSTRUCTORS.
           OPEN INPUT InstructorFile
           IF Instructor-File-Status = "00"
               READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInstructorFile
                   IF Instructor-Count < 200
                       ADD 1 TO Instructor-Count
                       MOVE inInstructorID TO
                           intInstructorID (Instructor-Count)
                       MOVE inName TO intName (Instructor-Count)
                   END-IF
                   READ InstructorFile
                       AT END SET EndOfInstructorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InstructorFile
           ELSE
               DISPLAY "INSTRUCT.DAT not found - sections can only "
                   "be saved with no instructor until InstructorMaint "
                   "has built it."
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
                   END-IF
                   READ RoomFile
                       AT END SET EndOfRoomFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RoomFile
           ELSE
               DISPLAY "ROOMS.DAT not found - sections can only be "
                   "saved with no room until RoomMaint has built it."
           END-IF.

       FIND-OR-ADD-SECTION.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Section-Index FROM 1 BY 1
               MOVE sctEndTime (Section-Index) TO scEndTime
               MOVE sctRoom (Section-Index) TO scRoom
               MOVE sctInstructor (Section-Index) TO scInstructor
               MOVE sctInstructorID (Section-Index) TO scInstructorID
               WRITE SectionRecord
           END-PERFORM
           CLOSE SectionFile.
