      * Purpose:  Linkage area for the ActionGate subprogram - the
      *           two-person control in front of the destructive
      *           operations.  The calling program (RestoreStudents,
      *           StudentMerge, RetentionSweep, GradeChange) fills its
      *           name, its parameters and the requesting operator;
      *           ActionGate answers G (an approved PENDACT.DAT
      *           action matched and was marked executed - go ahead)
      *           or W (the request is recorded, or already recorded,
      *           and is waiting for a different supervisor to
      *           approve it with ActionApprove).  Every step of the
      *           trail lands on OPERLOG.DAT.
      *
      * Modification History
      * 10/15/2026 - Added agApprovedBy, the supervisor who approved
      *            the action, returned with a G answer so a caller
      *            that keeps its own audit trail (GradeChange) can
      *            record who authorized the change.
      ******************************************************************
       01 Action-Gate-Area.
           02 agProgram            PIC X(20).
               88 agGo             VALUE "G".
               88 agWaiting        VALUE "W".
           02 agActionNo           PIC 9(4).
           02 agApprovedBy         PIC X(8).
