      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Turn accepted APPLICNT.DAT applicants into Insert
      *         transactions on TRANSINS.DAT, so the nightly
      *         StudentMaintenance run puts them on the student
      *         master.  Each gets the next StudentID from the shared
      *         NEXTID.DAT control file, the way CsvImport numbers a
      *         new intake, and the transaction is stamped with
      *         TransSource "APPLIC".  The applicant is stamped with
      *         the StudentID and the conversion date so the
      *         pipeline can follow them onto the master.
      *         StudentMaintenance stamps a new student's intake term
      *         from its run date, so an applicant is only converted
      *         once their intake term has begun; one accepted for a
      *         later term waits for a later run.  Any transactions
      *         already waiting in an unconsumed TRANSINS.DAT batch
      *         are kept, as CsvImport keeps them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Applicant-File-Status.

           SELECT TransFile ASSIGN TO "TRANSINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Trans-File-Status.

           SELECT NextIdFile ASSIGN TO "NEXTID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NextId-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ApplicantFile.
       COPY APPLREC.

       FD TransFile.
       01 TransOutRecord             PIC X(57).

       FD NextIdFile.
       01 NextId-Rec.
           02 niYear                 PIC 9(4).
           02 niNextSeq              PIC 9(6).

       FD CourseCatFile.
       COPY CRSCAT.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Applicant-File-Status     PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Trans-File-Status         PIC XX.
       01  NextId-File-Status        PIC XX.
       01  CourseCat-File-Status     PIC XX.
       01  Run-Date                  PIC 9(8).
       01  Run-Year                  PIC 9(4)   VALUE ZEROS.
       01  Assigned-StudentID.
           02  aidYear               PIC 9(4).
           02  aidSeq                PIC 9(6).
       01  End-Of-Trans-Switch       PIC X      VALUE "N".
           88  End-Of-Trans          VALUE "Y".

      * Terms compare as year * 10 plus the term's place in the year
      * (Spring 1, Summer 2, Fall 3).  The current term follows the
      * same month ranges StudentMaintenance stamps intake with.
       01  Key-Year                  PIC 9(4).
       01  Key-Term                  PIC X(2).
       01  Term-Key                  PIC 9(5)   VALUE ZEROS.
       01  Current-Key               PIC 9(5)   VALUE ZEROS.
       01  Current-Term              PIC X(2).

      * Batch header/trailer control records, shared with the other
      * TRANSINS.DAT producers/consumers via TRANSCTL.
       COPY TRANSCTL.

       01  Trans-Buffer.
           02  Trans-Buffer-Entry    PIC X(57)  OCCURS 2000 TIMES.
       01  Trans-Buffer-Count        PIC 9(7)   VALUE ZEROS.
       01  Write-Index               PIC 9(7)   VALUE ZEROS.

       01  Applicant-Table.
           02  Applicant-Entry       OCCURS 2000 TIMES.
               03  aptApplicantNo    PIC 9(6).
               03  aptRest           PIC X(205).
       01  Applicant-Count           PIC 9(4)   VALUE ZEROS.
       01  Applicant-Index           PIC 9(4)   VALUE ZEROS.

       01  Accepted-Count            PIC 9(5)   VALUE ZEROS.
       01  Converted-Count           PIC 9(5)   VALUE ZEROS.
       01  Waiting-Count             PIC 9(5)   VALUE ZEROS.
       01  Rejected-Count            PIC 9(5)   VALUE ZEROS.

       01  New-Trans-Entry.
           02  nteStudentID          PIC X(10).
           02  nteCode               PIC X      VALUE "I".
           02  nteSurname            PIC X(10).
           02  nteInitials           PIC XX.
           02  nteYOBirth            PIC 9(4).
           02  nteMOBirth            PIC 99.
           02  nteDOBirth            PIC 99.
           02  nteCourseCode         PIC X(6).
           02  nteGender             PIC X(6).
           02  nteSource             PIC X(6)   VALUE "APPLIC".
           02  nteAppliedDate        PIC 9(8)   VALUE ZEROS.

      * Valid-CourseCode edit table, shared with InputSort and
      * AcceptAndDisplay via CRSEDIT.
       COPY CRSEDIT.

       01  Course-Index              PIC 9(3)   VALUE ZEROS.
       01  Valid-Course-Switch       PIC X      VALUE "N".
           88  Valid-Course          VALUE "Y".

      * Course catalog status (CRSCAT) - a course flagged closed is
      * refused for new enrollment-type activity.
       01  CourseCat-Table.
           02  CourseCat-Entry       OCCURS 50 TIMES.
               03  cctgCode          PIC X(6).
               03  cctgStatus        PIC X.
       01  CourseCat-Count           PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index           PIC 9(3)   VALUE ZEROS.
       01  Course-Closed-Switch      PIC X      VALUE "N".
           88  Course-Closed         VALUE "Y".

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-CURRENT-TERM
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-APPLICANTS
           IF Applicant-Count = 0
               DISPLAY "Error - no applicants found on APPLICNT.DAT"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-EXISTING-TRANSACTIONS
           PERFORM VARYING Applicant-Index FROM 1 BY 1
                   UNTIL Applicant-Index > Applicant-Count
               MOVE Applicant-Entry (Applicant-Index) TO
                   ApplicantRecord
               IF apAccepted AND apStudentID = SPACES
                   ADD 1 TO Accepted-Count
                   PERFORM CONVERT-ONE-APPLICANT
               END-IF
           END-PERFORM
           IF Converted-Count > 0
               PERFORM WRITE-TRANS-BATCH
               PERFORM SAVE-APPLICANTS
           END-IF
           DISPLAY "ApplicantConvert - " Accepted-Count
               " accepted applicant(s), " Converted-Count
               " queued as inserts, " Waiting-Count
               " waiting for their intake term, " Rejected-Count
               " refused"
           DISPLAY "TRANSINS.DAT now holds " Trans-Buffer-Count
               " total transaction(s)"
           IF Rejected-Count > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-LOG
           STOP RUN.

       WRITE-JOB-LOG.
           MOVE "ApplicantConvert" TO jlProgramName
           MOVE Accepted-Count TO jlRecordsRead
           MOVE Converted-Count TO jlRecordsWritten
           MOVE Rejected-Count TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

      * The intake term must have begun, and the course must still be
      * one we enrol on; a refused applicant stays accepted and
      * unconverted so the desk can change their course and rerun.
       CONVERT-ONE-APPLICANT.
           MOVE apIntakeYear TO Key-Year
           MOVE apIntakeTerm TO Key-Term
           PERFORM COMPUTE-TERM-KEY
           IF Term-Key > Current-Key
               ADD 1 TO Waiting-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COURSE-CODE
           PERFORM CHECK-COURSE-OPEN
           IF NOT Valid-Course
               DISPLAY "Error - applicant " apApplicantNo
                   " CourseCode " apCourseCode
                   " is not recognized, not converted"
               ADD 1 TO Rejected-Count
               EXIT PARAGRAPH
           END-IF
           IF Course-Closed
               DISPLAY "Error - applicant " apApplicantNo
                   " CourseCode " apCourseCode
                   " is closed to new enrollment, not converted"
               ADD 1 TO Rejected-Count
               EXIT PARAGRAPH
           END-IF
           IF Trans-Buffer-Count >= 2000
               DISPLAY "Error - TRANSINS.DAT batch is full, applicant "
                   apApplicantNo " not converted"
               ADD 1 TO Rejected-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-NEXT-STUDENT-ID
           MOVE Assigned-StudentID TO nteStudentID
           MOVE "I" TO nteCode
           MOVE apSurname TO nteSurname
           MOVE apInitials TO nteInitials
           MOVE apYOBirth TO nteYOBirth
           MOVE apMOBirth TO nteMOBirth
           MOVE apDOBirth TO nteDOBirth
           MOVE apCourseCode TO nteCourseCode
           MOVE apGender TO nteGender
           ADD 1 TO Trans-Buffer-Count
           MOVE New-Trans-Entry TO
               Trans-Buffer-Entry (Trans-Buffer-Count)
           MOVE Assigned-StudentID TO apStudentID
           MOVE Run-Date TO apConvertedDate
           MOVE ApplicantRecord TO Applicant-Entry (Applicant-Index)
           ADD 1 TO Converted-Count
           DISPLAY "Applicant " apApplicantNo " queued as student "
               apStudentID.

       SET-CURRENT-TERM.
           MOVE Run-Date (1:4) TO Key-Year
           EVALUATE Run-Date (5:2)
               WHEN "01" THRU "05"
                   MOVE "SP" TO Current-Term
               WHEN "06" THRU "08"
                   MOVE "SU" TO Current-Term
               WHEN OTHER
                   MOVE "FA" TO Current-Term
           END-EVALUATE
           MOVE Current-Term TO Key-Term
           PERFORM COMPUTE-TERM-KEY
           MOVE Term-Key TO Current-Key.

       COMPUTE-TERM-KEY.
           EVALUATE Key-Term
               WHEN "SP"
                   COMPUTE Term-Key = Key-Year * 10 + 1
               WHEN "SU"
                   COMPUTE Term-Key = Key-Year * 10 + 2
               WHEN OTHER
                   COMPUTE Term-Key = Key-Year * 10 + 3
           END-EVALUATE.

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

       LOAD-APPLICANTS.
           OPEN INPUT ApplicantFile
           IF Applicant-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ApplicantFile
               AT END SET EndOfApplicantFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfApplicantFile
               IF Applicant-Count < 2000
                   ADD 1 TO Applicant-Count
                   MOVE ApplicantRecord TO
                       Applicant-Entry (Applicant-Count)
               ELSE
                   DISPLAY "Warning - Applicant-Table full, "
                       "applicant " apApplicantNo " not loaded"
               END-IF
               READ ApplicantFile
                   AT END SET EndOfApplicantFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApplicantFile.

       SAVE-APPLICANTS.
           OPEN OUTPUT ApplicantFile
           PERFORM VARYING Applicant-Index FROM 1 BY 1
                   UNTIL Applicant-Index > Applicant-Count
               MOVE Applicant-Entry (Applicant-Index) TO
                   ApplicantRecord
               WRITE ApplicantRecord
           END-PERFORM
           CLOSE ApplicantFile.

       LOAD-EXISTING-TRANSACTIONS.
           MOVE ZEROS TO Trans-Buffer-Count
           OPEN INPUT TransFile
           IF Trans-File-Status = "00"
               PERFORM READ-EXISTING-TRANS
               PERFORM UNTIL End-Of-Trans
                   IF TransOutRecord (1:3) NOT = "HDR"
                           AND TransOutRecord (1:3) NOT = "TRL"
                       IF Trans-Buffer-Count < 2000
                           ADD 1 TO Trans-Buffer-Count
                           MOVE TransOutRecord TO
                               Trans-Buffer-Entry (Trans-Buffer-Count)
                       END-IF
                   END-IF
                   PERFORM READ-EXISTING-TRANS
               END-PERFORM
               CLOSE TransFile
           ELSE
               DISPLAY "No existing TRANSINS.DAT batch found - "
                   "starting a new one."
           END-IF.

       READ-EXISTING-TRANS.
           READ TransFile
               AT END SET End-Of-Trans TO TRUE
           END-READ.

      * Hand out the next StudentID from the shared NEXTID.DAT
      * control file (year prefix plus sequence), persisting the
      * incremented sequence immediately so this run and an intake
      * batch can never hand out the same number.
       ASSIGN-NEXT-STUDENT-ID.
           MOVE Run-Date (1:4) TO Run-Year
           OPEN INPUT NextIdFile
           IF NextId-File-Status = "00"
               READ NextIdFile
                   AT END MOVE ZEROS TO niYear
               END-READ
               CLOSE NextIdFile
           ELSE
               MOVE ZEROS TO niYear
           END-IF
           IF niYear NOT = Run-Year
               MOVE Run-Year TO niYear
               MOVE 100100 TO niNextSeq
           END-IF
           MOVE niYear TO aidYear
           MOVE niNextSeq TO aidSeq
           ADD 1 TO niNextSeq
           OPEN OUTPUT NextIdFile
           WRITE NextId-Rec
           CLOSE NextIdFile.

       CHECK-COURSE-CODE.
           MOVE "N" TO Valid-Course-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Edit-Table-Count
               IF cetCode (Course-Index) = apCourseCode
                   SET Valid-Course TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
                       MOVE ctlgStatus TO cctgStatus (CourseCat-Count)
                   END-IF
                   READ CourseCatFile
                       AT END SET EndOfCourseCatFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseCatFile
           END-IF.

       CHECK-COURSE-OPEN.
           MOVE "N" TO Course-Closed-Switch
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = apCourseCode
                   IF cctgStatus (CourseCat-Index) = "C"
                       SET Course-Closed TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-TRANS-BATCH.
           OPEN OUTPUT TransFile
           STRING "IN" Run-Date DELIMITED BY SIZE INTO thrBatchID
           MOVE Run-Date TO thrCreationDate
           MOVE Trans-Buffer-Count TO thrExpectedCount
           WRITE TransOutRecord FROM Trans-Header-Record
           PERFORM WRITE-BUFFERED-TRANS
               VARYING Write-Index FROM 1 BY 1
               UNTIL Write-Index > Trans-Buffer-Count
           MOVE thrBatchID TO ttrBatchID
           MOVE Trans-Buffer-Count TO ttrActualCount
           WRITE TransOutRecord FROM Trans-Trailer-Record
           CLOSE TransFile.

       WRITE-BUFFERED-TRANS.
           MOVE Trans-Buffer-Entry (Write-Index) TO TransOutRecord
           WRITE TransOutRecord.

       END PROGRAM ApplicantConvert.
