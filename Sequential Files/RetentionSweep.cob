      *            only then does a rerun actually delete backup
      *            generations.  The whole trail lands on
      *            OPERLOG.DAT.
      * 10/15/2026 - The ANON. entries RETAIN.DAT now carries for
      *            AnonymizeArchive are passed over instead of being
      *            probed for as dated file families.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionSweep.
               EVALUATE rtFileFamily
                   WHEN "STUDENTS.ARC"
                       PERFORM TRIM-STUDENT-ARCHIVE
                   WHEN "ANON.NAME"
                   WHEN "ANON.BIRTH"
                   WHEN "ANON.ADDRESS"
                   WHEN "ANON.NOTES"
      *                AnonymizeArchive's policies, not file families
                       CONTINUE
                   WHEN OTHER
                       PERFORM SWEEP-DATED-FAMILY
               END-EVALUATE
