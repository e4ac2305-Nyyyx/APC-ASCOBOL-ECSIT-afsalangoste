      ******************************************************************
      * Copybook: PHISTREC
      * Purpose:  Canonical PROGHIST.DAT programme-of-study history
      *           record layout.  ProgramChange appends one record
      *           per change of CourseCode - the programme left, the
      *           programme joined, the date the change took effect,
      *           why, and the fee adjustment raised for the rest of
      *           the term (B billed on BILLED.DAT, C credited on
      *           CREDITS.DAT, N none) - so the master's current
      *           CourseCode is no longer the only record of what a
      *           student was studying, and EnrollTrendRpt can count
      *           a student under the programme held at the time.
      ******************************************************************
       01 ProgramHistoryRecord.
           88 EndOfProgramHistoryFile VALUE HIGH-VALUES.
           02 phStudentID          PIC X(10).
           02 phOldCourseCode      PIC X(6).
           02 phNewCourseCode      PIC X(6).
           02 phEffectiveDate      PIC 9(8).
           02 phReason             PIC X(2).
               88 phStudent-Request   VALUE "SR".
               88 phAcademic-Advice   VALUE "AA".
               88 phProgramme-Closed  VALUE "PC".
               88 phAdmin-Correction  VALUE "AD".
           02 phAdjustType         PIC X.
               88 phFee-Billed     VALUE "B".
               88 phFee-Credited   VALUE "C".
               88 phNo-Adjustment  VALUE "N".
           02 phAdjustAmount       PIC 9(7)V99.
           02 phEnteredDate        PIC 9(8).
