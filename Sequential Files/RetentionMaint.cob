      *         drives RetentionSweep - one entry per file family
      *         (STUDENTS.BAK, TRANSINS.BAK, STUDENTS.ARC) with how
      *         long to keep it: days for the dated backup families,
      *         IntakeYears for STUDENTS.ARC.  The same file holds
      *         AnonymizeArchive's per-category policies - ANON.NAME,
      *         ANON.BIRTH, ANON.ADDRESS and ANON.NOTES - in years
      *         after a student leaves.  Maintained the way
      *         CourseFeeMaint maintains the fee schedule, so the
      *         housekeeping window changes without a recompile.
      * Tectonics: cobc
           DISPLAY "Enter a file family (e.g. STUDENTS.BAK) and how "
               "long to keep it"
           DISPLAY "(days for dated backups, IntakeYears for "
               "STUDENTS.ARC, years after leaving for ANON.NAME,"
           DISPLAY "ANON.BIRTH, ANON.ADDRESS and ANON.NOTES), or "
               "blank to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "File family (blank to end) : "
                   WITH NO ADVANCING
