      ******************************************************************
      * Copybook: XFERREC
      * Purpose:  Canonical XFERCRED.DAT transfer-credit record
      *           layout - one record per course a student passed at
      *           another institution and was granted credit for,
      *           with the external institution and course, our
      *           equivalent CourseCode, the units granted and the
      *           date the credit was approved.  Written by
      *           TransferCreditEntry; GradAuditRpt counts the units
      *           toward the programme, RegistrationEntry accepts the
      *           course as a passed prerequisite and TranscriptRpt
      *           lists it apart from the graded results.  Transfer
      *           credit carries no grade and never enters a grade
      *           average.
      ******************************************************************
       01 TransferCreditRecord.
           88 EndOfTransferCreditFile VALUE HIGH-VALUES.
           02 xcStudentID          PIC X(10).
           02 xcInstitution        PIC X(20).
           02 xcExtCourse          PIC X(10).
           02 xcCourseCode         PIC X(6).
           02 xcUnits              PIC 9(2).
           02 xcApprovalDate       PIC 9(8).
