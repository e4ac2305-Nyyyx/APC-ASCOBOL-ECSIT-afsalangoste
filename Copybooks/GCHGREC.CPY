      ******************************************************************
      * Copybook: GCHGREC
      * Purpose:  Canonical GRADECHG.DAT grade change audit record
      *           layout.  GradeChange appends one record for every
      *           approved change it applies to GRADES.IDX - the
      *           result changed, the grade before and after, the
      *           reason, the instructor who asked for it, the
      *           operator who keyed it and the supervisor who
      *           approved it on PENDACT.DAT - so no grade moves
      *           without a trail.  GradeChgRpt lists the file by
      *           course and approver.
      ******************************************************************
       01 GradeChangeRecord.
           88 EndOfGradeChangeFile VALUE HIGH-VALUES.
           02 gcChangeDate         PIC 9(8).
           02 gcStudentID          PIC X(10).
           02 gcCourseCode         PIC X(6).
           02 gcYear               PIC 9(4).
           02 gcTerm               PIC X(2).
           02 gcOldGrade           PIC 9(3).
           02 gcNewGrade           PIC 9(3).
           02 gcReason             PIC X(2).
               88 gcMarking-Error  VALUE "ME".
               88 gcAppeal-Upheld  VALUE "AP".
               88 gcLate-Work      VALUE "LW".
               88 gcAdmin-Correct  VALUE "AD".
           02 gcInstructorID       PIC X(6).
           02 gcRequestedBy        PIC X(8).
           02 gcApprovedBy         PIC X(8).
           02 gcActionNo           PIC 9(4).
