      ******************************************************************
      * Copybook: REGREC
      * Purpose:  Canonical REGIST.IDX term-registration record layout.
      *           One record per student / course / term combination,
      *           written by RegistrationEntry, so which students are
      *           actually registered in which term lives in its own
      *            WithdrawRefund can prorate a withdrawal credit
      *            from the date the student actually left.  A
      *            legacy record reads with it blank (non-numeric).
      * 10/15/2026 - REGIST.IDX, the indexed registration file, now
      *            holds the registrations, keyed on rgKey (StudentID,
      *            course, year and term), so a program can go
      *            straight to one student's rows.  rgRosterKey
      *            repeats the course and section as the alternate
      *            key WITH DUPLICATES the roster programs read by;
      *            every program that writes a registration sets it.
      *            REGIST.DAT is now the sequential image AcadIndexRun
      *            converts from and unloads to.
      ******************************************************************
       01 RegistrationRecord.
           88 EndOfRegistFile      VALUE HIGH-VALUES.
           02 rgKey.
               03 rgStudentID      PIC X(10).
               03 rgCourseCode     PIC X(6).
               03 rgYear           PIC 9(4).
               03 rgTerm           PIC X(2).
                   88 rgTerm-Spring VALUE "SP".
                   88 rgTerm-Summer VALUE "SU".
                   88 rgTerm-Fall   VALUE "FA".
           02 rgStatus             PIC X.
               88 rgStatus-Enrolled  VALUE "E".
               88 rgStatus-Withdrawn VALUE "W".
               88 rgStatus-Completed VALUE "C".
           02 rgSection            PIC X(2).
           02 rgStatusDate         PIC 9(8).
           02 rgRosterKey.
               03 rgRosterCourse   PIC X(6).
               03 rgRosterSection  PIC X(2).
