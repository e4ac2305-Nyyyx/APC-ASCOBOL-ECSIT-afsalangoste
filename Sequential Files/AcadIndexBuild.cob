      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Keep the indexed registration and grade files on
      *         behalf of whichever program CALLs it (IDXBLD).  The
      *         registrations live on REGIST.IDX and the results on
      *         GRADES.IDX, each keyed on StudentID, course, year and
      *         term, so the front-desk and entry programs read and
      *         update one student's rows directly instead of loading
      *         both files whole into tables and writing them back.
      *         REGIST.DAT and GRADES.DAT are their sequential images:
      *         an unload copies an index out to its image, a load
      *         builds the index from its image (the one-time
      *         conversion, or the reload after a whole-file program
      *         such as CourseRecode or StudentMerge has changed the
      *         image), and a rebuild does both to reorganize the
      *         index.  A load recomputes each registration's roster
      *         key from its course and section, and where the image
      *         holds the same key twice the later record supersedes
      *         the earlier one, listed on the console and counted
      *         back to the caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcadIndexBuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistImageFile ASSIGN TO "REGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Regist-Image-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT GradeImageFile ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Image-Status.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RegistImageFile.
       01 Regist-Image-Rec.
           88 EndOfRegistImage     VALUE HIGH-VALUES.
           02 FILLER               PIC X(41).

       FD RegistFile.
       COPY REGREC.

       FD GradeImageFile.
       01 Grade-Image-Rec.
           88 EndOfGradeImage      VALUE HIGH-VALUES.
           02 FILLER               PIC X(25).

       FD GradeFile.
       COPY GRDREC.

       WORKING-STORAGE SECTION.
       01  Regist-Image-Status       PIC XX.
       01  Regist-File-Status        PIC XX.
       01  Grade-Image-Status        PIC XX.
       01  Grade-File-Status         PIC XX.

       LINKAGE SECTION.
       COPY IDXBLD.

       PROCEDURE DIVISION USING Index-Build-Area.
       MAIN-PROCEDURE.
           SET ibDone TO TRUE
           MOVE ZEROS TO ibRegist-Count
           MOVE ZEROS TO ibGrade-Count
           MOVE ZEROS TO ibSuperseded-Count
           IF ibRegist-Only OR ibBoth-Files
               IF ibUnload OR ibRebuild
                   PERFORM UNLOAD-REGISTRATIONS
               END-IF
               IF ibDone AND (ibLoad OR ibRebuild)
                   PERFORM LOAD-REGISTRATIONS
               END-IF
           END-IF
           IF ibDone AND (ibGrades-Only OR ibBoth-Files)
               IF ibUnload OR ibRebuild
                   PERFORM UNLOAD-GRADES
               END-IF
               IF ibDone AND (ibLoad OR ibRebuild)
                   PERFORM LOAD-GRADES
               END-IF
           END-IF
           GOBACK.

       UNLOAD-REGISTRATIONS.
           MOVE ZEROS TO ibRegist-Count
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, status "
                   Regist-File-Status ", nothing unloaded"
               SET ibFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RegistImageFile
           READ RegistFile NEXT
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               MOVE RegistrationRecord TO Regist-Image-Rec
               WRITE Regist-Image-Rec
               ADD 1 TO ibRegist-Count
               READ RegistFile NEXT
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile
           CLOSE RegistImageFile.

      * The index is created empty and reopened I-O so that a key
      * already loaded can be rewritten by a later image record.
       LOAD-REGISTRATIONS.
           MOVE ZEROS TO ibRegist-Count
           OPEN INPUT RegistImageFile
           IF Regist-Image-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.DAT, nothing "
                   "to load into REGIST.IDX"
               SET ibFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RegistFile
           IF Regist-File-Status = "00"
               CLOSE RegistFile
               OPEN I-O RegistFile
           END-IF
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, status "
                   Regist-File-Status
               CLOSE RegistImageFile
               SET ibFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ RegistImageFile
               AT END SET EndOfRegistImage TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistImage
               IF Regist-Image-Rec NOT = SPACES
                   MOVE Regist-Image-Rec TO RegistrationRecord
                   MOVE rgCourseCode TO rgRosterCourse
                   MOVE rgSection TO rgRosterSection
                   WRITE RegistrationRecord
                       INVALID KEY
                           PERFORM SUPERSEDE-REGISTRATION
                       NOT INVALID KEY
                           ADD 1 TO ibRegist-Count
                   END-WRITE
               END-IF
               READ RegistImageFile
                   AT END SET EndOfRegistImage TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistImageFile
           CLOSE RegistFile.

       SUPERSEDE-REGISTRATION.
           REWRITE RegistrationRecord
               INVALID KEY
                   DISPLAY "Error - registration " rgStudentID " "
                       rgCourseCode " " rgYear rgTerm
                       " not loaded, status " Regist-File-Status
               NOT INVALID KEY
                   ADD 1 TO ibSuperseded-Count
                   DISPLAY "Warning - registration " rgStudentID " "
                       rgCourseCode " " rgYear rgTerm " appears "
                       "twice on REGIST.DAT, the later one kept"
           END-REWRITE.

       UNLOAD-GRADES.
           MOVE ZEROS TO ibGrade-Count
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.IDX, status "
                   Grade-File-Status ", nothing unloaded"
               SET ibFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GradeImageFile
           READ GradeFile NEXT
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile
               MOVE GradeRecord TO Grade-Image-Rec
               WRITE Grade-Image-Rec
               ADD 1 TO ibGrade-Count
               READ GradeFile NEXT
                   AT END SET EndOfGradeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GradeFile
           CLOSE GradeImageFile.

       LOAD-GRADES.
           MOVE ZEROS TO ibGrade-Count
           OPEN INPUT GradeImageFile
           IF Grade-Image-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.DAT, nothing "
                   "to load into GRADES.IDX"
               SET ibFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GradeFile
           IF Grade-File-Status = "00"
               CLOSE GradeFile
               OPEN I-O GradeFile
           END-IF
           IF Grade-File-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.IDX, status "
                   Grade-File-Status
               CLOSE GradeImageFile
               SET ibFailed TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ GradeImageFile
               AT END SET EndOfGradeImage TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeImage
               IF Grade-Image-Rec NOT = SPACES
                   MOVE Grade-Image-Rec TO GradeRecord
                   WRITE GradeRecord
                       INVALID KEY
                           PERFORM SUPERSEDE-GRADE
                       NOT INVALID KEY
                           ADD 1 TO ibGrade-Count
                   END-WRITE
               END-IF
               READ GradeImageFile
                   AT END SET EndOfGradeImage TO TRUE
               END-READ
           END-PERFORM
           CLOSE GradeImageFile
           CLOSE GradeFile.

       SUPERSEDE-GRADE.
           REWRITE GradeRecord
               INVALID KEY
                   DISPLAY "Error - grade " gdStudentID " "
                       gdCourseCode " " gdYear gdTerm
                       " not loaded, status " Grade-File-Status
               NOT INVALID KEY
                   ADD 1 TO ibSuperseded-Count
                   DISPLAY "Warning - grade " gdStudentID " "
                       gdCourseCode " " gdYear gdTerm " appears "
                       "twice on GRADES.DAT, the later one kept"
           END-REWRITE.

       END PROGRAM AcadIndexBuild.
