      ******************************************************************
      * Copybook: VLTRREC
      * Purpose:  Canonical VERIFLOG.DAT issued-letters log record
      *           layout.  VerifyLetter appends one record per
      *           enrollment verification letter it prints - the
      *           LTRNO.DAT serial number printed on the letter, the
      *           student, the letter type, the issue date, the
      *           programme and lifecycle status stated on it, and
      *           whether the front desk overrode a suspended or
      *           withdrawn status to issue it - so a bank, embassy,
      *           insurer or employer telephoning with a letter number
      *           can be told whether we issued it and what it said.
      ******************************************************************
       01 VerifyLetterRecord.
           88 EndOfVerifyLogFile   VALUE HIGH-VALUES.
           02 vlSerialNo           PIC 9(6).
           02 vlStudentID          PIC X(10).
           02 vlLetterType         PIC X(2).
               88 vlGeneral        VALUE "GN".
               88 vlBank           VALUE "BK".
               88 vlVisa           VALUE "VS".
               88 vlInsurer        VALUE "IN".
               88 vlEmployer       VALUE "EM".
           02 vlIssueDate          PIC 9(8).
           02 vlCourseCode         PIC X(6).
           02 vlStatus             PIC X.
           02 vlOverride           PIC X.
               88 vlOverridden     VALUE "Y".
