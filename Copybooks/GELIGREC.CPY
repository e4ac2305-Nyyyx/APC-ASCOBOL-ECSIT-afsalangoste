      ******************************************************************
      * Copybook: GELIGREC
      * Purpose:  Canonical GRADELIG.DAT graduation-candidate record
      *           layout.  GradAuditRpt appends one record each time
      *           it audits a candidate as eligible to graduate - the
      *           student, the programme audited against, the audit
      *           date and the units counted - so GraduationRun takes
      *           its candidates from the audit itself instead of a
      *           list retyped from GRADAUDIT.RPT.  A student audited
      *           more than once appears more than once; the latest
      *           audit is the one that counts.
      ******************************************************************
       01 GradEligibleRecord.
           88 EndOfGradEligibleFile VALUE HIGH-VALUES.
           02 geStudentID          PIC X(10).
           02 geCourseCode         PIC X(6).
           02 geAuditDate          PIC 9(8).
           02 geEarnedUnits        PIC 9(3).
