      ******************************************************************
      * Copybook: DEFRREC
      * Purpose:  Canonical DEFERRED.DAT deferred tuition revenue
      *           record layout.  StudentGLFeed appends one record
      *           per student fee it posts to the deferred tuition
      *           liability (260000) - the student, course, the term
      *           billed and the course's CRSCAT department - and
      *           RevenueRecogRun releases it into tuition revenue
      *           month by month across the term, keeping the total
      *           released and the last month it ran for.  A
      *           withdrawal (WithdrawRefund) reverses whatever is
      *           still unreleased into dfReversed and closes the
      *           record, so dfAmount less dfReleased less
      *           dfReversed is always what the liability still
      *           holds for it.
      ******************************************************************
       01 DeferredRevenueRecord.
           88 EndOfDeferredFile    VALUE HIGH-VALUES.
           02 dfStudentID          PIC X(10).
           02 dfCourseCode         PIC X(6).
           02 dfYear               PIC 9(4).
           02 dfTerm               PIC X(2).
           02 dfDept               PIC X(12).
           02 dfDeferDate          PIC 9(8).
           02 dfAmount             PIC 9(7)V99.
           02 dfReleased           PIC 9(7)V99.
           02 dfReversed           PIC 9(7)V99.
           02 dfLastMonth          PIC 9(6).
           02 dfStatus             PIC X.
               88 dfOpen           VALUE "O".
               88 dfFully-Released VALUE "R".
               88 dfWithdrawn      VALUE "W".
