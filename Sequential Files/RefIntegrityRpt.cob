      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Cross-file referential integrity check for the files
      *         that hang off a StudentID.  Every record on REGIST.IDX,
      *         GRADES.IDX, PAYMENTS.DAT, BILLED.DAT, ATTEND.DAT,
      *         STUDADDR.DAT, NOTES.DAT, PAYPLAN.DAT, AWARDS.DAT and
      *         HOLDS.DAT whose StudentID is on neither STUDENTS.DAT
      *         nor STUDENTS.ARC is reported as an orphan on
      *         REFINTEG.RPT, grouped by file, along with every
      *         CourseCode not on CRSCAT.DAT and every registered
      *         section not on SECTIONS.DAT.  Counts go to
      *         JOBLOG.DAT and any finding ends with RETURN-CODE 8,
      *         so NightlyStudentRun can gate on it - a delete,
      *         merge or purge that leaves history behind shows up
      *         the next morning instead of on a student's statement.
      *         The two indexed files are unloaded through
      *         AcadIndexBuild to their REGIST.DAT/GRADES.DAT images
      *         and checked from those.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefIntegrityRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.

           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.

           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.

      * Each dependent file keyed by StudentID in its first ten bytes
      * is checked with the same generic scan, so the file name is
      * assigned at run time.
           SELECT DependentFile ASSIGN TO DYNAMIC Dependent-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dependent-File-Status.

           SELECT ReportFile ASSIGN TO "REFINTEG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD ArchiveFile.
       01 ArchiveRecord              PIC X(48).

       FD CourseCatFile.
       COPY CRSCAT.

       FD SectionFile.
       COPY SECTREC.

       FD DependentFile.
       01 DependentRecord            PIC X(80).

       FD ReportFile.
       01  Report-Line                  PIC X(64).

       WORKING-STORAGE SECTION.
       01  Student-File-Status          PIC XX.
       01  Archive-File-Status          PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  Section-File-Status          PIC XX.
       01  Dependent-File-Status        PIC XX.
       01  Dependent-File-Name          PIC X(12).
       01  End-Of-Dependent-Switch      PIC X      VALUE "N".
           88  End-Of-Dependent         VALUE "Y".

      * The dependent files, with where (if anywhere) each carries a
      * CourseCode and a section; zero means the file has none.
       01  Dependent-File-Values.
           02  FILLER  PIC X(12) VALUE "REGIST.DAT".
           02  FILLER  PIC 9(3)  VALUE 11.
           02  FILLER  PIC 9(3)  VALUE 24.
           02  FILLER  PIC X(12) VALUE "GRADES.DAT".
           02  FILLER  PIC 9(3)  VALUE 11.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "PAYMENTS.DAT".
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "BILLED.DAT".
           02  FILLER  PIC 9(3)  VALUE 19.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "ATTEND.DAT".
           02  FILLER  PIC 9(3)  VALUE 11.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "STUDADDR.DAT".
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "NOTES.DAT".
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "PAYPLAN.DAT".
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "AWARDS.DAT".
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC X(12) VALUE "HOLDS.DAT".
           02  FILLER  PIC 9(3)  VALUE ZEROS.
           02  FILLER  PIC 9(3)  VALUE ZEROS.
       01  Dependent-File-Table REDEFINES Dependent-File-Values.
           02  Dependent-File-Entry     OCCURS 10 TIMES.
               03  dftName              PIC X(12).
               03  dftCoursePos         PIC 9(3).
               03  dftSectionPos        PIC 9(3).
       01  Dependent-File-Index         PIC 99     VALUE ZEROS.

      * Every StudentID on the live master or the archive.
       01  Known-Student-Table.
           02  kstStudentID             PIC X(10)  OCCURS 4000 TIMES.
       01  Known-Student-Count          PIC 9(4)   VALUE ZEROS.
       01  Known-Student-Index          PIC 9(4)   VALUE ZEROS.

       01  Course-Table.
           02  crtCourseCode            PIC X(6)   OCCURS 500 TIMES.
       01  Course-Count                 PIC 9(3)   VALUE ZEROS.
       01  Course-Index                 PIC 9(3)   VALUE ZEROS.

       01  Section-Table.
           02  Section-Entry            OCCURS 1000 TIMES.
               03  sctCourseCode        PIC X(6).
               03  sctSection           PIC X(2).
       01  Section-Count                PIC 9(4)   VALUE ZEROS.
       01  Section-Index                PIC 9(4)   VALUE ZEROS.

       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Entry              VALUE "Y".
       01  Seek-StudentID               PIC X(10).
       01  Seek-CourseCode              PIC X(6).
       01  Seek-Section                 PIC X(2).

       01  File-Read-Count              PIC 9(7)   VALUE ZEROS.
       01  File-Orphan-Count            PIC 9(7)   VALUE ZEROS.
       01  File-Course-Count            PIC 9(7)   VALUE ZEROS.
       01  File-Section-Count           PIC 9(7)   VALUE ZEROS.
       01  Total-Read-Count             PIC 9(7)   VALUE ZEROS.
       01  Total-Orphan-Count           PIC 9(7)   VALUE ZEROS.
       01  Total-Course-Count           PIC 9(7)   VALUE ZEROS.
       01  Total-Section-Count          PIC 9(7)   VALUE ZEROS.
       01  Finding-Total                PIC 9(7)   VALUE ZEROS.

       01  Report-Header                PIC X(40)
           VALUE "STUDENT REFERENTIAL INTEGRITY REPORT".
       01  Report-LineBreak             PIC X(56) VALUE ALL "-".

       01  Report-File-Title.
           02  FILLER                   PIC X(6)   VALUE "FILE: ".
           02  rftName                  PIC X(12).

       01  Report-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlTag                   PIC X(22).
           02  rdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlCourseCode            PIC X(6).
           02  FILLER                   PIC X      VALUE SPACES.
           02  rdlSection               PIC X(2).

       01  Report-Count-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rclLabel                 PIC X(30).
           02  rclCount                 PIC Z(6)9.

       01  Report-Missing-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(40)
               VALUE "Not found - nothing to check".

       01  Report-Clean-Line            PIC X(48)
           VALUE "No findings - every dependent record resolves.".

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

      * The indexed registration and grade files are checked from
      * their sequential images; an image is only read when its index
      * was unloaded to it this run.
       COPY IDXBLD.

       01  Regist-Image-Switch          PIC X      VALUE "N".
           88  Regist-Image-Ready       VALUE "Y".
       01  Grade-Image-Switch           PIC X      VALUE "N".
           88  Grade-Image-Ready        VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-KNOWN-STUDENTS
           PERFORM LOAD-COURSES
           PERFORM LOAD-SECTIONS
           PERFORM UNLOAD-ACADEMIC-FILES
           OPEN OUTPUT ReportFile
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           PERFORM VARYING Dependent-File-Index FROM 1 BY 1
                   UNTIL Dependent-File-Index > 10
               PERFORM CHECK-ONE-FILE
           END-PERFORM
           PERFORM PRINT-TOTALS
           CLOSE ReportFile

           COMPUTE Finding-Total =
               Total-Orphan-Count + Total-Course-Count
               + Total-Section-Count
           IF Finding-Total > ZEROS
               DISPLAY "RefIntegrityRpt - FINDINGS: "
                   Total-Orphan-Count " orphan(s), "
                   Total-Course-Count " unknown course(s), "
                   Total-Section-Count " unknown section(s)"
                   " - see REFINTEG.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RefIntegrityRpt - every dependent record "
                   "resolves (" Total-Read-Count " read)"
           END-IF
           PERFORM WRITE-JOB-LOG
           GOBACK.

       LOAD-KNOWN-STUDENTS.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.DAT"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               MOVE StudentID TO Seek-StudentID
               PERFORM ADD-KNOWN-STUDENT
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile

      * STUDENTS.ARC records share the STUDREC layout.
           OPEN INPUT ArchiveFile
           IF Archive-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO StudentRecord
           READ ArchiveFile
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
               MOVE ArchiveRecord TO StudentRecord
               MOVE StudentID TO Seek-StudentID
               PERFORM ADD-KNOWN-STUDENT
               READ ArchiveFile
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

       ADD-KNOWN-STUDENT.
           IF Known-Student-Count < 4000
               ADD 1 TO Known-Student-Count
               MOVE Seek-StudentID TO
                   kstStudentID (Known-Student-Count)
           ELSE
               DISPLAY "Warning - Known-Student-Table full, "
                   Seek-StudentID " will show as an orphan"
           END-IF.

       LOAD-COURSES.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status NOT = "00"
               DISPLAY "Warning - CRSCAT.DAT not found, course "
                   "codes are not checked"
               EXIT PARAGRAPH
           END-IF
           READ CourseCatFile
               AT END SET EndOfCourseCatFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseCatFile
               IF Course-Count < 500
                   ADD 1 TO Course-Count
                   MOVE ctlgCourseCode TO crtCourseCode (Course-Count)
               END-IF
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CourseCatFile.

       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status NOT = "00"
               DISPLAY "Warning - SECTIONS.DAT not found, sections "
                   "are not checked"
               EXIT PARAGRAPH
           END-IF
           READ SectionFile
               AT END SET EndOfSectionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSectionFile
               IF Section-Count < 1000
                   ADD 1 TO Section-Count
                   MOVE scCourseCode TO sctCourseCode (Section-Count)
                   MOVE scSection TO sctSection (Section-Count)
               END-IF
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectionFile.

       CHECK-ONE-FILE.
           MOVE dftName (Dependent-File-Index) TO Dependent-File-Name
           MOVE Dependent-File-Name TO rftName
           WRITE Report-Line FROM Report-File-Title
           MOVE ZEROS TO File-Read-Count File-Orphan-Count
               File-Course-Count File-Section-Count
           IF (Dependent-File-Name = "REGIST.DAT"
                   AND NOT Regist-Image-Ready)
                   OR (Dependent-File-Name = "GRADES.DAT"
                   AND NOT Grade-Image-Ready)
               WRITE Report-Line FROM Report-Missing-Line
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DependentFile
           IF Dependent-File-Status NOT = "00"
               WRITE Report-Line FROM Report-Missing-Line
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO End-Of-Dependent-Switch
           READ DependentFile
               AT END SET End-Of-Dependent TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Dependent
               ADD 1 TO File-Read-Count
               PERFORM CHECK-ONE-RECORD
               READ DependentFile
                   AT END SET End-Of-Dependent TO TRUE
               END-READ
           END-PERFORM
           CLOSE DependentFile
           MOVE "Records read" TO rclLabel
           MOVE File-Read-Count TO rclCount
           WRITE Report-Line FROM Report-Count-Line
           MOVE "Orphaned StudentIDs" TO rclLabel
           MOVE File-Orphan-Count TO rclCount
           WRITE Report-Line FROM Report-Count-Line
           IF dftCoursePos (Dependent-File-Index) > ZEROS
               MOVE "CourseCodes not on CRSCAT.DAT" TO rclLabel
               MOVE File-Course-Count TO rclCount
               WRITE Report-Line FROM Report-Count-Line
           END-IF
           IF dftSectionPos (Dependent-File-Index) > ZEROS
               MOVE "Sections not on SECTIONS.DAT" TO rclLabel
               MOVE File-Section-Count TO rclCount
               WRITE Report-Line FROM Report-Count-Line
           END-IF
           WRITE Report-Line FROM Report-LineBreak
           ADD File-Read-Count TO Total-Read-Count
           ADD File-Orphan-Count TO Total-Orphan-Count
           ADD File-Course-Count TO Total-Course-Count
           ADD File-Section-Count TO Total-Section-Count.

       UNLOAD-ACADEMIC-FILES.
           SET ibUnload TO TRUE
           SET ibRegist-Only TO TRUE
           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               SET Regist-Image-Ready TO TRUE
           END-IF
           SET ibGrades-Only TO TRUE
           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               SET Grade-Image-Ready TO TRUE
           END-IF.

      * A blank CourseCode or section is a legacy record written
      * before the field existed, not a broken reference.
       CHECK-ONE-RECORD.
           MOVE DependentRecord (1:10) TO Seek-StudentID
           MOVE SPACES TO Seek-CourseCode Seek-Section
           IF dftCoursePos (Dependent-File-Index) > ZEROS
               MOVE DependentRecord
                   (dftCoursePos (Dependent-File-Index):6)
                   TO Seek-CourseCode
           END-IF
           IF dftSectionPos (Dependent-File-Index) > ZEROS
               MOVE DependentRecord
                   (dftSectionPos (Dependent-File-Index):2)
                   TO Seek-Section
           END-IF
           MOVE Seek-StudentID TO rdlStudentID
           MOVE Seek-CourseCode TO rdlCourseCode
           MOVE Seek-Section TO rdlSection

           PERFORM FIND-KNOWN-STUDENT
           IF NOT Found-Entry
               ADD 1 TO File-Orphan-Count
               MOVE "ORPHANED STUDENTID :" TO rdlTag
               WRITE Report-Line FROM Report-Detail-Line
           END-IF
           IF Seek-CourseCode = SPACES OR Course-Count = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COURSE
           IF NOT Found-Entry
               ADD 1 TO File-Course-Count
               MOVE "COURSE NOT ON CRSCAT:" TO rdlTag
               WRITE Report-Line FROM Report-Detail-Line
               EXIT PARAGRAPH
           END-IF
           IF Seek-Section = SPACES OR Section-Count = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SECTION
           IF NOT Found-Entry
               ADD 1 TO File-Section-Count
               MOVE "SECTION NOT ON FILE :" TO rdlTag
               WRITE Report-Line FROM Report-Detail-Line
           END-IF.

       FIND-KNOWN-STUDENT.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Known-Student-Index FROM 1 BY 1
                   UNTIL Known-Student-Index > Known-Student-Count
               IF kstStudentID (Known-Student-Index) = Seek-StudentID
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-COURSE.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Count
               IF crtCourseCode (Course-Index) = Seek-CourseCode
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SECTION.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Section-Index FROM 1 BY 1
                   UNTIL Section-Index > Section-Count
               IF sctCourseCode (Section-Index) = Seek-CourseCode
                       AND sctSection (Section-Index) = Seek-Section
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-TOTALS.
           MOVE "TOTAL RECORDS READ" TO rclLabel
           MOVE Total-Read-Count TO rclCount
           WRITE Report-Line FROM Report-Count-Line
           MOVE "TOTAL ORPHANED STUDENTIDS" TO rclLabel
           MOVE Total-Orphan-Count TO rclCount
           WRITE Report-Line FROM Report-Count-Line
           MOVE "TOTAL UNKNOWN COURSECODES" TO rclLabel
           MOVE Total-Course-Count TO rclCount
           WRITE Report-Line FROM Report-Count-Line
           MOVE "TOTAL UNKNOWN SECTIONS" TO rclLabel
           MOVE Total-Section-Count TO rclCount
           WRITE Report-Line FROM Report-Count-Line
           IF Total-Orphan-Count + Total-Course-Count
                   + Total-Section-Count = ZEROS
               WRITE Report-Line FROM Report-Clean-Line
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

       WRITE-JOB-LOG.
           MOVE "RefIntegrityRpt" TO jlProgramName
           MOVE Total-Read-Count TO jlRecordsRead
           MOVE ZEROS TO jlRecordsWritten
           MOVE Finding-Total TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       END PROGRAM RefIntegrityRpt.
