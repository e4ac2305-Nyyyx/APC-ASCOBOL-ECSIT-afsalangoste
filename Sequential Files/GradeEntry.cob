      ******************************************************************
      * Author:Nyx
      * Date:8/22/2026
      * Purpose:Capture academic results onto GRADES.IDX (GRDREC) -
      *         StudentID validated against STUDENTS.IDX the way
      *         StudentInquiry looks students up, CourseCode against
      *         the CRSEDIT edit table, grade 000-100 - so results
      *         stop living in spreadsheets outside the system and
      *         TranscriptRpt has something to print.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Results are now written straight to the indexed
      *            GRADES.IDX, keyed on student, course, year and
      *            term, instead of loading GRADES.DAT into a table
      *            and writing it back; a second result for the same
      *            key is refused on the write.  While GRADES.DAT is
      *            still on disk unconverted the run refuses to start
      *            rather than begin an empty GRADES.IDX beside it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeEntry.
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.

      * The sequential GRADES.DAT is only probed for: while it is on
      * disk unconverted, no empty GRADES.IDX is started over it.
           SELECT GradeImageFile ASSIGN TO "GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Image-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentIndexFile.
       FD GradeFile.
       COPY GRDREC.

       FD GradeImageFile.
       01 Grade-Image-Rec            PIC X(25).

       WORKING-STORAGE SECTION.
       01  Student-Index-Status      PIC XX.
       01  Grade-File-Status         PIC XX.
       01  Grade-Image-Status        PIC XX.


       01  Entry-StudentID           PIC X(10).
       01  Entry-CourseCode          PIC X(6).
                   "StudentIndexBuild first"
               STOP RUN
           END-IF
           PERFORM OPEN-GRADES

           DISPLAY "GradeEntry - academic results entry"
           DISPLAY "Enter a StudentID, CourseCode, year, term and "
           CLOSE GradeFile
           CLOSE StudentIndexFile
           DISPLAY "GradeEntry - " Graded-Count
               " grade(s) written to GRADES.IDX"
           STOP RUN.

       GRADE-ONE-STUDENT.
                           DISPLAY "Error - grade must be 000-100, "
                               "grade not recorded"
                       ELSE
                           PERFORM WRITE-GRADE
                       END-IF
               END-EVALUATE
           END-IF.

      * The key is the student/course/term, so a second result for
      * the same one is refused by the file itself.
       WRITE-GRADE.
           MOVE Entry-StudentID TO gdStudentID
           MOVE Entry-CourseCode TO gdCourseCode
           MOVE Entry-Term TO gdTerm
           MOVE Entry-Grade-Num TO gdGrade
           WRITE GradeRecord
               INVALID KEY
                   IF Grade-File-Status = "22"
                       DISPLAY "Error - " Entry-StudentID
                           " already has a grade for "
                           Entry-CourseCode " " Entry-Term
                           " " Entry-Year
                   ELSE
                       DISPLAY "Error - GRADES.IDX status "
                           Grade-File-Status ", grade not recorded"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO Graded-Count
                   DISPLAY "Recorded grade " Entry-Grade-Num " for "
                       Entry-StudentID " in " Entry-CourseCode
           END-WRITE.

       CHECK-COURSE-CODE.
           MOVE "N" TO Valid-Course-Switch
               END-IF
           END-PERFORM.

      * A missing GRADES.IDX is created empty, the way CustomerMaint
      * starts a new CUSTOMER.IDX - but only when there is no
      * GRADES.DAT waiting to be converted, or the convert would
      * later replace whatever had been keyed in the meantime.
       OPEN-GRADES.
           OPEN I-O GradeFile
           IF Grade-File-Status NOT = "00"
               OPEN INPUT GradeImageFile
               IF Grade-Image-Status = "00"
                   CLOSE GradeImageFile
                   DISPLAY "Error - GRADES.IDX not built yet - run "
                       "AcadIndexRun to convert GRADES.DAT first"
                   CLOSE StudentIndexFile
                   STOP RUN
               END-IF
               OPEN OUTPUT GradeFile
               IF Grade-File-Status NOT = "00"
                   DISPLAY "Error - unable to open GRADES.IDX, status "
                       Grade-File-Status
                   CLOSE StudentIndexFile
                   STOP RUN
               END-IF
               CLOSE GradeFile
               OPEN I-O GradeFile
               DISPLAY "GRADES.IDX not found - starting a new "
                   "results file."
           END-IF.

       END PROGRAM GradeEntry.
