      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Enter and maintain APPLICNT.DAT applicants (APPLREC)
      *         ahead of the student master, so enquiries and
      *         applications that never enrol still leave a record and
      *         conversion can be measured.  Four actions:
      *           N - a new enquiry or application, numbered from the
      *               APPLNO.DAT applicant-number control file;
      *           S - move an applicant along the pipeline (enquiry,
      *               applied, offered, accepted, declined or
      *               withdrawn), stamping the date the stage was
      *               reached with the business date;
      *           U - change contact details, course or intake term;
      *           L - look an applicant up.
      *         An applicant already converted to a student by
      *         ApplicantConvert is read-only here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Applicant-File-Status.
           SELECT ApplNoFile ASSIGN TO "APPLNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplNo-File-Status.
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

       FD ApplNoFile.
       01 ApplNo-Rec.
           02 anNextNumber           PIC 9(6).

       FD CourseCatFile.
       COPY CRSCAT.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Applicant-File-Status        PIC XX.
       01  ApplNo-File-Status           PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

      * The whole applicant file, held while it is maintained and
      * written back at the end.
       01  Applicant-Table.
           02  Applicant-Entry          OCCURS 2000 TIMES.
               03  aptApplicantNo       PIC 9(6).
               03  aptRest              PIC X(205).
       01  Applicant-Count              PIC 9(4)   VALUE ZEROS.
       01  Applicant-Index              PIC 9(4)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Applicant          VALUE "Y".
       01  Applicant-Number             PIC 9(6)   VALUE ZEROS.

      * Valid-CourseCode edit table, shared with InputSort and
      * AcceptAndDisplay via CRSEDIT.
       COPY CRSEDIT.
       01  Course-Index                 PIC 9(3)   VALUE ZEROS.
       01  Valid-Course-Switch          PIC X      VALUE "N".
           88  Valid-Course             VALUE "Y".

      * Course catalog status (CRSCAT) - a course flagged closed is
      * refused for new enrollment-type activity.
       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 50 TIMES.
               03  cctgCode             PIC X(6).
               03  cctgStatus           PIC X.
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.
       01  Course-Closed-Switch         PIC X      VALUE "N".
           88  Course-Closed            VALUE "Y".

       01  Entry-Action                 PIC X.
           88  Action-New               VALUE "N".
           88  Action-Status            VALUE "S".
           88  Action-Update            VALUE "U".
           88  Action-Lookup            VALUE "L".
           88  Action-End               VALUE SPACE.
       01  Entry-ApplicantNo            PIC 9(6).
       01  Entry-Surname                PIC X(10).
       01  Entry-Initials               PIC XX.
       01  Entry-YOBirth                PIC X(4).
       01  Entry-MOBirth                PIC X(2).
       01  Entry-DOBirth                PIC X(2).
       01  Entry-Gender                 PIC X(6).
       01  Entry-Street                 PIC X(30).
       01  Entry-City                   PIC X(20).
       01  Entry-Postcode               PIC X(8).
       01  Entry-Phone                  PIC X(12).
       01  Entry-Email                  PIC X(30).
       01  Entry-CourseCode             PIC X(6).
       01  Entry-IntakeYear             PIC X(4).
       01  Entry-IntakeTerm             PIC X(2).
           88  Valid-Intake-Term        VALUE "SP", "SU", "FA".
       01  Entry-Status                 PIC X.
           88  Valid-Entry-Status       VALUE "E", "A", "O", "C",
                                              "D", "W".
       01  Entry-Valid-Switch           PIC X      VALUE "N".
           88  Entry-Valid              VALUE "Y".
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".
       01  Added-Count                  PIC 9(4)   VALUE ZEROS.
       01  Changed-Count                PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-APPLICANTS
           DISPLAY "ApplicantMaint - applicant pipeline maintenance"
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Action - N new, S status, U update, L look up "
                   "(blank to end): " WITH NO ADVANCING
               ACCEPT Entry-Action
               EVALUATE TRUE
                   WHEN Action-End
                       MOVE "N" TO More-Updates-Switch
                   WHEN Action-New
                       PERFORM ADD-APPLICANT
                   WHEN Action-Status
                       PERFORM CHANGE-APPLICANT-STATUS
                   WHEN Action-Update
                       PERFORM UPDATE-APPLICANT
                   WHEN Action-Lookup
                       PERFORM LOOKUP-APPLICANT
                   WHEN OTHER
                       DISPLAY "Error - action must be N, S, U or L"
               END-EVALUATE
           END-PERFORM
           PERFORM SAVE-APPLICANTS
           DISPLAY "ApplicantMaint - " Added-Count " added, "
               Changed-Count " changed, " Applicant-Count
               " applicant(s) on APPLICNT.DAT"
           STOP RUN.

      * A new applicant starts as an enquiry (E) or an application
      * (A); later stages are reached through S.
       ADD-APPLICANT.
           IF Applicant-Count >= 2000
               DISPLAY "Error - Applicant-Table full, no more "
                   "applicants can be added"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Surname                     : " WITH NO ADVANCING
           ACCEPT Entry-Surname
           DISPLAY "Initials                    : " WITH NO ADVANCING
           ACCEPT Entry-Initials
           DISPLAY "Year of birth (YYYY)        : " WITH NO ADVANCING
           ACCEPT Entry-YOBirth
           DISPLAY "Month of birth (MM)         : " WITH NO ADVANCING
           ACCEPT Entry-MOBirth
           DISPLAY "Day of birth (DD)           : " WITH NO ADVANCING
           ACCEPT Entry-DOBirth
           DISPLAY "Gender                      : " WITH NO ADVANCING
           ACCEPT Entry-Gender
           PERFORM ACCEPT-CONTACT-DETAILS
           DISPLAY "CourseCode requested        : " WITH NO ADVANCING
           ACCEPT Entry-CourseCode
           DISPLAY "Intake year (YYYY)          : " WITH NO ADVANCING
           ACCEPT Entry-IntakeYear
           DISPLAY "Intake term (SP/SU/FA)      : " WITH NO ADVANCING
           ACCEPT Entry-IntakeTerm
           DISPLAY "Enquiry or application (E/A): " WITH NO ADVANCING
           ACCEPT Entry-Status
           PERFORM VALIDATE-NEW-APPLICANT
           IF NOT Entry-Valid
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-APPLICANT-NUMBER
           INITIALIZE ApplicantRecord
           MOVE Applicant-Number TO apApplicantNo
           MOVE Entry-Surname TO apSurname
           MOVE Entry-Initials TO apInitials
           MOVE Entry-YOBirth TO apYOBirth
           MOVE Entry-MOBirth TO apMOBirth
           MOVE Entry-DOBirth TO apDOBirth
           MOVE Entry-Gender TO apGender
           MOVE Entry-Street TO apStreet
           MOVE Entry-City TO apCity
           MOVE Entry-Postcode TO apPostcode
           MOVE Entry-Phone TO apPhone
           MOVE Entry-Email TO apEmail
           MOVE Entry-CourseCode TO apCourseCode
           MOVE Entry-IntakeYear TO apIntakeYear
           MOVE Entry-IntakeTerm TO apIntakeTerm
           MOVE Entry-Status TO apStatus
           MOVE Run-Date TO apEnquiryDate
           IF apApplied
               MOVE Run-Date TO apAppliedDate
           END-IF
           ADD 1 TO Applicant-Count
           MOVE ApplicantRecord TO Applicant-Entry (Applicant-Count)
           ADD 1 TO Added-Count
           DISPLAY "Applicant " Applicant-Number " saved".

       ACCEPT-CONTACT-DETAILS.
           DISPLAY "Street                      : " WITH NO ADVANCING
           ACCEPT Entry-Street
           DISPLAY "City                        : " WITH NO ADVANCING
           ACCEPT Entry-City
           DISPLAY "Postcode                    : " WITH NO ADVANCING
           ACCEPT Entry-Postcode
           DISPLAY "Phone                       : " WITH NO ADVANCING
           ACCEPT Entry-Phone
           DISPLAY "E-mail                      : " WITH NO ADVANCING
           ACCEPT Entry-Email.

      * The same birth-date and course edits CsvImport applies to an
      * insert, since an accepted applicant becomes one.
       VALIDATE-NEW-APPLICANT.
           MOVE "N" TO Entry-Valid-Switch
           PERFORM CHECK-COURSE-CODE
           PERFORM CHECK-COURSE-OPEN
           EVALUATE TRUE
               WHEN Entry-Surname = SPACES
                   DISPLAY "Error - surname may not be blank, "
                       "not saved"
               WHEN Entry-YOBirth NOT NUMERIC
                   DISPLAY "Error - year of birth is not numeric, "
                       "not saved"
               WHEN Entry-MOBirth NOT NUMERIC
                       OR Entry-MOBirth < "01" OR Entry-MOBirth > "12"
                   DISPLAY "Error - month of birth must be 01-12, "
                       "not saved"
               WHEN Entry-DOBirth NOT NUMERIC
                       OR Entry-DOBirth < "01" OR Entry-DOBirth > "31"
                   DISPLAY "Error - day of birth must be 01-31, "
                       "not saved"
               WHEN Entry-Street = SPACES AND Entry-Phone = SPACES
                       AND Entry-Email = SPACES
                   DISPLAY "Error - at least one of street, phone or "
                       "e-mail is needed, not saved"
               WHEN NOT Valid-Course
                   DISPLAY "Error - CourseCode " Entry-CourseCode
                       " is not recognized, not saved"
               WHEN Course-Closed
                   DISPLAY "Error - CourseCode " Entry-CourseCode
                       " is closed to new enrollment, not saved"
               WHEN Entry-IntakeYear NOT NUMERIC
                       OR Entry-IntakeYear < Run-Date (1:4)
                   DISPLAY "Error - intake year must be this year or "
                       "later, not saved"
               WHEN NOT Valid-Intake-Term
                   DISPLAY "Error - intake term must be SP, SU or FA, "
                       "not saved"
               WHEN Entry-Status NOT = "E" AND Entry-Status NOT = "A"
                   DISPLAY "Error - a new applicant is E (enquiry) or "
                       "A (applied), not saved"
               WHEN OTHER
                   SET Entry-Valid TO TRUE
           END-EVALUATE.

      * Allowed moves: an enquiry applies or withdraws; an application
      * is offered a place, declined or withdrawn; an offer is
      * accepted, declined or withdrawn; an acceptance can still be
      * withdrawn before it is converted.  Declined and withdrawn are
      * final - a later approach is entered as a new applicant.
       CHANGE-APPLICANT-STATUS.
           PERFORM ACCEPT-AND-FIND-APPLICANT
           IF NOT Found-Applicant
               EXIT PARAGRAPH
           END-IF
           MOVE Applicant-Entry (Applicant-Index) TO ApplicantRecord
           IF apStudentID NOT = SPACES
               DISPLAY "Error - applicant " apApplicantNo
                   " was converted to student " apStudentID
                   " and can no longer change"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current status " apStatus
               " - new status (E/A/O/C/D/W) : " WITH NO ADVANCING
           ACCEPT Entry-Status
           MOVE "N" TO Entry-Valid-Switch
           EVALUATE TRUE
               WHEN NOT Valid-Entry-Status
                   DISPLAY "Error - status must be E, A, O, C, D or W"
               WHEN Entry-Status = apStatus
                   DISPLAY "Error - applicant is already at status "
                       apStatus
               WHEN apDeclined OR apWithdrawn
                   DISPLAY "Error - a declined or withdrawn applicant "
                       "is final; enter a new applicant instead"
               WHEN Entry-Status = "W"
                   SET Entry-Valid TO TRUE
               WHEN apEnquiry AND Entry-Status = "A"
                   SET Entry-Valid TO TRUE
               WHEN apApplied
                       AND (Entry-Status = "O" OR Entry-Status = "D")
                   SET Entry-Valid TO TRUE
               WHEN apOffered
                       AND (Entry-Status = "C" OR Entry-Status = "D")
                   SET Entry-Valid TO TRUE
               WHEN OTHER
                   DISPLAY "Error - status " apStatus
                       " cannot move to " Entry-Status
           END-EVALUATE
           IF NOT Entry-Valid
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Status TO apStatus
           EVALUATE TRUE
               WHEN apApplied
                   MOVE Run-Date TO apAppliedDate
               WHEN apOffered
                   MOVE Run-Date TO apOfferDate
                   MOVE ZEROS TO apOfferLetterDate
               WHEN apAccepted
                   MOVE Run-Date TO apResponseDate
               WHEN apDeclined
                   MOVE Run-Date TO apResponseDate
               WHEN apWithdrawn
                   MOVE Run-Date TO apWithdrawnDate
           END-EVALUATE
           MOVE ApplicantRecord TO Applicant-Entry (Applicant-Index)
           ADD 1 TO Changed-Count
           DISPLAY "Applicant " apApplicantNo " now at status "
               apStatus.

      * Blank keeps the value already held.
       UPDATE-APPLICANT.
           PERFORM ACCEPT-AND-FIND-APPLICANT
           IF NOT Found-Applicant
               EXIT PARAGRAPH
           END-IF
           MOVE Applicant-Entry (Applicant-Index) TO ApplicantRecord
           IF apStudentID NOT = SPACES
               DISPLAY "Error - applicant " apApplicantNo
                   " was converted to student " apStudentID
                   " - maintain the student record instead"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Blank keeps the current value."
           PERFORM ACCEPT-CONTACT-DETAILS
           DISPLAY "CourseCode requested        : " WITH NO ADVANCING
           ACCEPT Entry-CourseCode
           DISPLAY "Intake year (YYYY)          : " WITH NO ADVANCING
           ACCEPT Entry-IntakeYear
           DISPLAY "Intake term (SP/SU/FA)      : " WITH NO ADVANCING
           ACCEPT Entry-IntakeTerm
           IF Entry-CourseCode = SPACES
               MOVE apCourseCode TO Entry-CourseCode
           END-IF
           IF Entry-IntakeYear = SPACES
               MOVE apIntakeYear TO Entry-IntakeYear
           END-IF
           IF Entry-IntakeTerm = SPACES
               MOVE apIntakeTerm TO Entry-IntakeTerm
           END-IF
           PERFORM CHECK-COURSE-CODE
           PERFORM CHECK-COURSE-OPEN
           EVALUATE TRUE
               WHEN NOT Valid-Course
                   DISPLAY "Error - CourseCode " Entry-CourseCode
                       " is not recognized, not saved"
                   EXIT PARAGRAPH
               WHEN Course-Closed
                       AND Entry-CourseCode NOT = apCourseCode
                   DISPLAY "Error - CourseCode " Entry-CourseCode
                       " is closed to new enrollment, not saved"
                   EXIT PARAGRAPH
               WHEN Entry-IntakeYear NOT NUMERIC
                   DISPLAY "Error - intake year is not numeric, "
                       "not saved"
                   EXIT PARAGRAPH
               WHEN NOT Valid-Intake-Term
                   DISPLAY "Error - intake term must be SP, SU or FA, "
                       "not saved"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF Entry-Street NOT = SPACES
               MOVE Entry-Street TO apStreet
           END-IF
           IF Entry-City NOT = SPACES
               MOVE Entry-City TO apCity
           END-IF
           IF Entry-Postcode NOT = SPACES
               MOVE Entry-Postcode TO apPostcode
           END-IF
           IF Entry-Phone NOT = SPACES
               MOVE Entry-Phone TO apPhone
           END-IF
           IF Entry-Email NOT = SPACES
               MOVE Entry-Email TO apEmail
           END-IF
           MOVE Entry-CourseCode TO apCourseCode
           MOVE Entry-IntakeYear TO apIntakeYear
           MOVE Entry-IntakeTerm TO apIntakeTerm
           MOVE ApplicantRecord TO Applicant-Entry (Applicant-Index)
           ADD 1 TO Changed-Count
           DISPLAY "Applicant " apApplicantNo " saved".

       LOOKUP-APPLICANT.
           PERFORM ACCEPT-AND-FIND-APPLICANT
           IF NOT Found-Applicant
               EXIT PARAGRAPH
           END-IF
           MOVE Applicant-Entry (Applicant-Index) TO ApplicantRecord
           DISPLAY "Applicant " apApplicantNo "  " apInitials " "
               apSurname "  born " apYOBirth "/" apMOBirth "/"
               apDOBirth "  " apGender
           DISPLAY "  " apStreet " " apCity " " apPostcode
           DISPLAY "  Phone " apPhone "  E-mail " apEmail
           DISPLAY "  Course " apCourseCode "  intake " apIntakeTerm
               " " apIntakeYear "  status " apStatus
           DISPLAY "  Enquiry " apEnquiryDate "  applied "
               apAppliedDate "  offered " apOfferDate
           DISPLAY "  Response " apResponseDate "  withdrawn "
               apWithdrawnDate "  offer letter " apOfferLetterDate
           IF apStudentID NOT = SPACES
               DISPLAY "  Converted " apConvertedDate " to student "
                   apStudentID
           END-IF.

       ACCEPT-AND-FIND-APPLICANT.
           MOVE "N" TO Found-Switch
           DISPLAY "Applicant number            : " WITH NO ADVANCING
           ACCEPT Entry-ApplicantNo
           PERFORM VARYING Applicant-Index FROM 1 BY 1
                   UNTIL Applicant-Index > Applicant-Count
               IF aptApplicantNo (Applicant-Index) = Entry-ApplicantNo
                   SET Found-Applicant TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Applicant
               DISPLAY "Error - applicant " Entry-ApplicantNo
                   " not found on APPLICNT.DAT"
           END-IF.

      * Hand out the next applicant number from APPLNO.DAT, saving
      * the incremented number at once so two desks can never hand
      * out the same one.
       ASSIGN-APPLICANT-NUMBER.
           OPEN INPUT ApplNoFile
           IF ApplNo-File-Status = "00"
               READ ApplNoFile
                   AT END MOVE 700001 TO anNextNumber
               END-READ
               CLOSE ApplNoFile
           ELSE
               MOVE 700001 TO anNextNumber
           END-IF
           MOVE anNextNumber TO Applicant-Number
           ADD 1 TO anNextNumber
           OPEN OUTPUT ApplNoFile
           WRITE ApplNo-Rec
           CLOSE ApplNoFile.

       CHECK-COURSE-CODE.
           MOVE "N" TO Valid-Course-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Edit-Table-Count
               IF cetCode (Course-Index) = Entry-CourseCode
                   SET Valid-Course TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-COURSE-OPEN.
           MOVE "N" TO Course-Closed-Switch
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = Entry-CourseCode
                   IF cctgStatus (CourseCat-Index) = "C"
                       SET Course-Closed TO TRUE
                   END-IF
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

       LOAD-APPLICANTS.
           OPEN INPUT ApplicantFile
           IF Applicant-File-Status = "00"
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
               CLOSE ApplicantFile
           ELSE
               DISPLAY "APPLICNT.DAT not found - starting a new "
                   "applicant file."
           END-IF.

       SAVE-APPLICANTS.
           OPEN OUTPUT ApplicantFile
           PERFORM VARYING Applicant-Index FROM 1 BY 1
                   UNTIL Applicant-Index > Applicant-Count
               MOVE Applicant-Entry (Applicant-Index) TO
                   ApplicantRecord
               WRITE ApplicantRecord
           END-PERFORM
           CLOSE ApplicantFile.

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

       END PROGRAM ApplicantMaint.
