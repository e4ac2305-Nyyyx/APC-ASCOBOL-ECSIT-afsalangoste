      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Applicant pipeline report.  Every APPLICNT.DAT
      *         applicant is counted under the intake term and
      *         CourseCode they asked for:
      *           - by current status - enquiry, applied, offered,
      *             accepted, declined, withdrawn;
      *           - converted - queued onto the student master by
      *             ApplicantConvert;
      *           - enrolled - the StudentID they were given is on
      *             STUDENTS.DAT or STUDENTS.ARC;
      *         with the conversion rates through the funnel: offers
      *         made per application, acceptances per offer and
      *         enrolments per application.  Each intake term closes
      *         with its total, and a final section repeats the
      *         course lines across all intakes.  The report goes to
      *         APPLPIPE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantPipelineRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Applicant-File-Status.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT PipelineFile ASSIGN TO "APPLPIPE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ApplicantFile.
       COPY APPLREC.

       FD ArchiveFile.
       01 ArchiveRecord              PIC X(48).

       FD StudentFile.
       COPY STUDREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD PipelineFile.
       01  Pipeline-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Applicant-File-Status        PIC XX.
       01  Archive-File-Status          PIC XX.
       01  Student-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).
       01  Applicant-Count              PIC 9(5)   VALUE ZEROS.

      * StudentIDs on the master and the archive, to tell which
      * converted applicants went on to enrol.
       01  Student-Table.
           02  stStudentID              PIC X(10)  OCCURS 5000 TIMES.
       01  Student-Count                PIC 9(4)   VALUE ZEROS.
       01  Student-Index                PIC 9(4)   VALUE ZEROS.
       01  Enrolled-Switch              PIC X      VALUE "N".
           88  Applicant-Enrolled       VALUE "Y".

      * One entry per intake term and CourseCode, one per intake
      * term total (kind 2, after its courses) and the same again
      * under year 9999 for the all-intakes section.  Terms sort by
      * their place in the year (Spring 1, Summer 2, Fall 3).
       01  Pipeline-Table.
           02  Pipeline-Entry           OCCURS 400 TIMES.
               03  pgKey.
                   04  pgYear           PIC 9(4).
                   04  pgTermSeq        PIC 9.
                   04  pgTerm           PIC X(2).
                   04  pgKind           PIC 9.
                   04  pgCourse         PIC X(6).
               03  pgEnquiry            PIC 9(5).
               03  pgApplied            PIC 9(5).
               03  pgOffered            PIC 9(5).
               03  pgAccepted           PIC 9(5).
               03  pgDeclined           PIC 9(5).
               03  pgWithdrawn          PIC 9(5).
               03  pgConverted          PIC 9(5).
               03  pgEnrolled           PIC 9(5).
               03  pgApplications       PIC 9(5).
               03  pgOffers             PIC 9(5).
       01  Pipeline-Count               PIC 9(3)   VALUE ZEROS.
       01  Pipeline-Index               PIC 9(3)   VALUE ZEROS.
       01  Pipeline-Swap-Index          PIC 9(3)   VALUE ZEROS.
       01  Pipeline-Swap-Entry          PIC X(64).
       01  Pipeline-Sorted-Switch       PIC X      VALUE "N".
           88  Pipeline-Sorted          VALUE "Y".
       01  Pipeline-Full-Switch         PIC X      VALUE "N".
           88  Pipeline-Full            VALUE "Y".

       01  Find-Key.
           02  fkYear                   PIC 9(4).
           02  fkTermSeq                PIC 9.
           02  fkTerm                   PIC X(2).
           02  fkKind                   PIC 9.
           02  fkCourse                 PIC X(6).
       01  Applicant-TermSeq            PIC 9      VALUE ZEROS.

       01  Rate-Numerator               PIC 9(5)   VALUE ZEROS.
       01  Rate-Denominator             PIC 9(5)   VALUE ZEROS.
       01  Rate-Percent                 PIC 9(3)V9 VALUE ZEROS.
       01  Rate-Text                    PIC X(6).
       01  Rate-Edit.
           02  reRate                   PIC ZZ9.9.
           02  FILLER                   PIC X      VALUE "%".

       01  Pipeline-Header.
           02  FILLER                   PIC X(40)
               VALUE "APPLICANT PIPELINE BY INTAKE AND COURSE ".
           02  FILLER                   PIC X(6)   VALUE "AS AT ".
           02  phRunDate                PIC 9999/99/99.
       01  Pipeline-LineBreak           PIC X(80)  VALUE ALL "-".
       01  Pipeline-Blank-Line          PIC X(80)  VALUE SPACES.

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "INTAKE  COURSE  ENQ  APP  OFF  ACC  DEC ".
           02  FILLER                   PIC X(36)
               VALUE " WDN  CNV  ENR OFFER% ACCPT% ENROL%".

       01  Pipeline-Detail-Line.
           02  pdlIntake                PIC X(7).
           02  FILLER                   PIC X      VALUE SPACE.
           02  pdlCourse                PIC X(6).
           02  pdlEnquiry               PIC ZZZZ9.
           02  pdlApplied               PIC ZZZZ9.
           02  pdlOffered               PIC ZZZZ9.
           02  pdlAccepted              PIC ZZZZ9.
           02  pdlDeclined              PIC ZZZZ9.
           02  pdlWithdrawn             PIC ZZZZ9.
           02  pdlConverted             PIC ZZZZ9.
           02  pdlEnrolled              PIC ZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  pdlOfferRate             PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  pdlAcceptRate            PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  pdlEnrolRate             PIC X(6).
       01  Intake-Label.
           02  ilYear                   PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  ilTerm                   PIC X(2).

       01  Legend-Line-1.
           02  FILLER                   PIC X(40)
               VALUE "ENQ-WDN: applicants at each status now. ".
           02  FILLER                   PIC X(38)
               VALUE " CNV: queued onto the student master.".
       01  Legend-Line-2.
           02  FILLER                   PIC X(40)
               VALUE "ENR: StudentID found on STUDENTS.DAT/ARC".
           02  FILLER                   PIC X(38)
               VALUE ".  OFFER%: offers per application.".
       01  Legend-Line-3.
           02  FILLER                   PIC X(40)
               VALUE "ACCPT%: acceptances per offer.  ENROL%: ".
           02  FILLER                   PIC X(38)
               VALUE "enrolled per application.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-STUDENTS
           OPEN INPUT ApplicantFile
           IF Applicant-File-Status NOT = "00"
               DISPLAY "Error - APPLICNT.DAT not found"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ ApplicantFile
               AT END SET EndOfApplicantFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfApplicantFile
               ADD 1 TO Applicant-Count
               PERFORM COUNT-ONE-APPLICANT
               READ ApplicantFile
                   AT END SET EndOfApplicantFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApplicantFile
           IF Applicant-Count = 0
               DISPLAY "No applicants found on APPLICNT.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SORT-PIPELINE
           PERFORM PRINT-PIPELINE
           DISPLAY "ApplicantPipelineRpt - " Applicant-Count
               " applicant(s) to APPLPIPE.RPT"
           IF Pipeline-Full
               DISPLAY "Warning - Pipeline-Table full, some intake/"
                   "course lines left out"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Each applicant counts on their intake/course line, their
      * intake total, their course across all intakes and the
      * grand total.
       COUNT-ONE-APPLICANT.
           EVALUATE apIntakeTerm
               WHEN "SP"
                   MOVE 1 TO Applicant-TermSeq
               WHEN "SU"
                   MOVE 2 TO Applicant-TermSeq
               WHEN OTHER
                   MOVE 3 TO Applicant-TermSeq
           END-EVALUATE
           MOVE "N" TO Enrolled-Switch
           IF apStudentID NOT = SPACES
               PERFORM VARYING Student-Index FROM 1 BY 1
                       UNTIL Student-Index > Student-Count
                   IF stStudentID (Student-Index) = apStudentID
                       SET Applicant-Enrolled TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE apIntakeYear TO fkYear
           MOVE Applicant-TermSeq TO fkTermSeq
           MOVE apIntakeTerm TO fkTerm
           MOVE 1 TO fkKind
           MOVE apCourseCode TO fkCourse
           PERFORM ADD-TO-PIPELINE
           MOVE 2 TO fkKind
           MOVE SPACES TO fkCourse
           PERFORM ADD-TO-PIPELINE
           MOVE 9999 TO fkYear
           MOVE ZERO TO fkTermSeq
           MOVE SPACES TO fkTerm
           MOVE 1 TO fkKind
           MOVE apCourseCode TO fkCourse
           PERFORM ADD-TO-PIPELINE
           MOVE 2 TO fkKind
           MOVE SPACES TO fkCourse
           PERFORM ADD-TO-PIPELINE.

       ADD-TO-PIPELINE.
           PERFORM VARYING Pipeline-Index FROM 1 BY 1
                   UNTIL Pipeline-Index > Pipeline-Count
               IF pgKey (Pipeline-Index) = Find-Key
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Pipeline-Index > Pipeline-Count
               IF Pipeline-Count >= 400
                   SET Pipeline-Full TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Pipeline-Count
               MOVE Pipeline-Count TO Pipeline-Index
               INITIALIZE Pipeline-Entry (Pipeline-Index)
               MOVE Find-Key TO pgKey (Pipeline-Index)
           END-IF
           EVALUATE TRUE
               WHEN apEnquiry
                   ADD 1 TO pgEnquiry (Pipeline-Index)
               WHEN apApplied
                   ADD 1 TO pgApplied (Pipeline-Index)
               WHEN apOffered
                   ADD 1 TO pgOffered (Pipeline-Index)
               WHEN apAccepted
                   ADD 1 TO pgAccepted (Pipeline-Index)
               WHEN apDeclined
                   ADD 1 TO pgDeclined (Pipeline-Index)
               WHEN apWithdrawn
                   ADD 1 TO pgWithdrawn (Pipeline-Index)
           END-EVALUATE
           IF apAppliedDate NOT = ZEROS
               ADD 1 TO pgApplications (Pipeline-Index)
           END-IF
           IF apOfferDate NOT = ZEROS
               ADD 1 TO pgOffers (Pipeline-Index)
           END-IF
           IF apStudentID NOT = SPACES
               ADD 1 TO pgConverted (Pipeline-Index)
           END-IF
           IF Applicant-Enrolled
               ADD 1 TO pgEnrolled (Pipeline-Index)
           END-IF.

       SORT-PIPELINE.
           MOVE "N" TO Pipeline-Sorted-Switch
           PERFORM UNTIL Pipeline-Sorted
               SET Pipeline-Sorted TO TRUE
               PERFORM VARYING Pipeline-Index FROM 1 BY 1
                       UNTIL Pipeline-Index >= Pipeline-Count
                   COMPUTE Pipeline-Swap-Index = Pipeline-Index + 1
                   IF pgKey (Pipeline-Index) >
                           pgKey (Pipeline-Swap-Index)
                       MOVE Pipeline-Entry (Pipeline-Index) TO
                           Pipeline-Swap-Entry
                       MOVE Pipeline-Entry (Pipeline-Swap-Index) TO
                           Pipeline-Entry (Pipeline-Index)
                       MOVE Pipeline-Swap-Entry TO
                           Pipeline-Entry (Pipeline-Swap-Index)
                       MOVE "N" TO Pipeline-Sorted-Switch
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-PIPELINE.
           OPEN OUTPUT PipelineFile
           MOVE Run-Date TO phRunDate
           WRITE Pipeline-Line FROM Pipeline-Header
           WRITE Pipeline-Line FROM Pipeline-LineBreak
           WRITE Pipeline-Line FROM Column-Heading-Line
           WRITE Pipeline-Line FROM Pipeline-LineBreak
           PERFORM VARYING Pipeline-Index FROM 1 BY 1
                   UNTIL Pipeline-Index > Pipeline-Count
               PERFORM WRITE-PIPELINE-LINE
               IF pgKind (Pipeline-Index) = 2
                   WRITE Pipeline-Line FROM Pipeline-Blank-Line
               END-IF
           END-PERFORM
           WRITE Pipeline-Line FROM Pipeline-LineBreak
           WRITE Pipeline-Line FROM Legend-Line-1
           WRITE Pipeline-Line FROM Legend-Line-2
           WRITE Pipeline-Line FROM Legend-Line-3
           CLOSE PipelineFile.

       WRITE-PIPELINE-LINE.
           IF pgYear (Pipeline-Index) = 9999
               MOVE "ALL" TO pdlIntake
           ELSE
               MOVE pgYear (Pipeline-Index) TO ilYear
               MOVE pgTerm (Pipeline-Index) TO ilTerm
               MOVE Intake-Label TO pdlIntake
           END-IF
           IF pgKind (Pipeline-Index) = 2
               MOVE "TOTAL" TO pdlCourse
           ELSE
               MOVE pgCourse (Pipeline-Index) TO pdlCourse
           END-IF
           MOVE pgEnquiry (Pipeline-Index) TO pdlEnquiry
           MOVE pgApplied (Pipeline-Index) TO pdlApplied
           MOVE pgOffered (Pipeline-Index) TO pdlOffered
           MOVE pgAccepted (Pipeline-Index) TO pdlAccepted
           MOVE pgDeclined (Pipeline-Index) TO pdlDeclined
           MOVE pgWithdrawn (Pipeline-Index) TO pdlWithdrawn
           MOVE pgConverted (Pipeline-Index) TO pdlConverted
           MOVE pgEnrolled (Pipeline-Index) TO pdlEnrolled
           MOVE pgOffers (Pipeline-Index) TO Rate-Numerator
           MOVE pgApplications (Pipeline-Index) TO Rate-Denominator
           PERFORM FORMAT-RATE
           MOVE Rate-Text TO pdlOfferRate
           MOVE pgAccepted (Pipeline-Index) TO Rate-Numerator
           MOVE pgOffers (Pipeline-Index) TO Rate-Denominator
           PERFORM FORMAT-RATE
           MOVE Rate-Text TO pdlAcceptRate
           MOVE pgEnrolled (Pipeline-Index) TO Rate-Numerator
           MOVE pgApplications (Pipeline-Index) TO Rate-Denominator
           PERFORM FORMAT-RATE
           MOVE Rate-Text TO pdlEnrolRate
           WRITE Pipeline-Line FROM Pipeline-Detail-Line.

       FORMAT-RATE.
           IF Rate-Denominator = 0
               MOVE "   N/A" TO Rate-Text
           ELSE
               COMPUTE Rate-Percent ROUNDED =
                   Rate-Numerator * 100 / Rate-Denominator
               MOVE Rate-Percent TO reRate
               MOVE Rate-Edit TO Rate-Text
           END-IF.

      * STUDENTS.ARC records share the STUDREC layout, so both files
      * are read through the StudentFile record area.
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
               MOVE StudentID TO stStudentID (Student-Count)
           END-IF.

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

       END PROGRAM ApplicantPipelineRpt.
