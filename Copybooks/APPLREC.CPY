      ******************************************************************
      * Copybook: APPLREC
      * Purpose:  Canonical APPLICNT.DAT applicant record layout - one
      *           record per enquiry or application, under its own
      *           APPLNO.DAT applicant number, from first contact
      *           until the applicant enrols or drops out.  It holds
      *           the contact details, the CourseCode and intake term
      *           asked for, the pipeline status and the date each
      *           stage was reached.  Maintained by ApplicantMaint;
      *           OfferLetters stamps apOfferLetterDate when it
      *           prints the offer, and ApplicantConvert stamps
      *           apStudentID and apConvertedDate when it queues an
      *           accepted applicant as a TRANSINS.DAT insert.
      *           ApplicantPipelineRpt counts the file by status and
      *           course.
      ******************************************************************
       01 ApplicantRecord.
           88 EndOfApplicantFile   VALUE HIGH-VALUES.
           02 apApplicantNo        PIC 9(6).
           02 apSurname            PIC X(10).
           02 apInitials           PIC XX.
           02 apYOBirth            PIC 9(4).
           02 apMOBirth            PIC 99.
           02 apDOBirth            PIC 99.
           02 apGender             PIC X(6).
           02 apStreet             PIC X(30).
           02 apCity               PIC X(20).
           02 apPostcode           PIC X(8).
           02 apPhone              PIC X(12).
           02 apEmail              PIC X(30).
           02 apCourseCode         PIC X(6).
           02 apIntakeYear         PIC 9(4).
           02 apIntakeTerm         PIC X(2).
           02 apStatus             PIC X.
               88 apEnquiry        VALUE "E".
               88 apApplied        VALUE "A".
               88 apOffered        VALUE "O".
               88 apAccepted       VALUE "C".
               88 apDeclined       VALUE "D".
               88 apWithdrawn      VALUE "W".
           02 apEnquiryDate        PIC 9(8).
           02 apAppliedDate        PIC 9(8).
           02 apOfferDate          PIC 9(8).
           02 apResponseDate       PIC 9(8).
           02 apWithdrawnDate      PIC 9(8).
           02 apOfferLetterDate    PIC 9(8).
           02 apStudentID          PIC X(10).
           02 apConvertedDate      PIC 9(8).
