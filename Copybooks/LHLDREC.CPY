      ******************************************************************
      * Copybook: LHLDREC
      * Purpose:  Canonical LEGALHLD.DAT legal-hold record layout.
      *           LegalHoldMaint keeps one record per student whose
      *           records must be preserved as they stand - a dispute,
      *           claim or investigation in progress - with the date
      *           the hold was placed, the supervisor who placed it
      *           and why.  Releasing the hold removes the record.
      *           AnonymizeArchive will not overwrite anything on a
      *           held student, however long ago they left.
      ******************************************************************
       01 LegalHoldRecord.
           88 EndOfLegalHoldFile   VALUE HIGH-VALUES.
           02 lhStudentID          PIC X(10).
           02 lhHoldDate           PIC 9(8).
           02 lhOperator           PIC X(8).
           02 lhReason             PIC X(30).
