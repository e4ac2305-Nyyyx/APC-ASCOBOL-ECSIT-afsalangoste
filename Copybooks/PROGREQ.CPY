      *           record layout, keyed by the CRSCAT.DAT CourseCode of
      *           the programme.  Carries the units required to
      *           graduate (one unit is earned per completed
      *           REGIST.IDX registration with a passing GRADES.IDX
      *           result), the minimum grade that counts as passing,
      *           and up to three companion courses that must also be
      *           passed.  Maintained by ProgReqMaint and audited
      *           graduate" is answered from the system instead of by
      *           eye across TRANSCRIPT.RPT and the registration
      *           cards.
      *
      * Modification History
      * 10/15/2026 - Added prStandardTerms, the normal length of the
      *            programme in regular (spring and fall) terms, from
      *            which VerifyLetter states a student's expected
      *            completion term.  A legacy record reads with it
      *            blank and no completion term is stated.
      ******************************************************************
       01 ProgramReqRecord.
           88 EndOfProgReqFile     VALUE HIGH-VALUES.
           02 prCompanion-1        PIC X(6).
           02 prCompanion-2        PIC X(6).
           02 prCompanion-3        PIC X(6).
           02 prStandardTerms      PIC 9(2).
