      *            transaction) and TransAppliedDate (the date
      *            StudentMaintenance actually applied it, stamped at
      *            apply time and left zero until then).
      * 10/15/2026 - Added TransCode P, a programme-of-study change
      *            queued by ProgramChange.  It is applied as an
      *            update (Trans-Update covers it) and is told apart
      *            by Trans-Program-Change.
      * 10/15/2026 - Added Trans-Approved-Override on TransSource: a
      *            delete queued by DeleteOverride or StudentMerge has
      *            been through two-person approval and skips the
      *            dependent-record check on the way through.
      ******************************************************************
       01 TransRecord.
           88 EndOfTransFile       VALUE HIGH-VALUES.
           02 TransStudentID       PIC X(10).
           02 TransCode            PIC X.
               88 Trans-Insert     VALUE "I", " ".
               88 Trans-Update     VALUE "U", "P".
               88 Trans-Program-Change VALUE "P".
               88 Trans-Delete     VALUE "D".
           02 TransSurname         PIC X(10).
           02 TransInitials        PIC XX.
           02 TransCourseCode      PIC X(6).
           02 TransGender          PIC X(6).
           02 TransSource          PIC X(6).
               88 Trans-Approved-Override VALUE "DELOVR" "MERGE".
           02 TransAppliedDate     PIC 9(8).
