      *            restarts: a truncated TRANSINS.DAT or
      *            STUDENTS.DAT stops the chain here instead of
      *            after the apply has half-consumed a batch.
      * 10/15/2026 - RefIntegrityRpt now runs after IndexVerify:
      *            dependent-file records left pointing at a
      *            StudentID on neither STUDENTS.DAT nor STUDENTS.ARC,
      *            or at an unknown course or section, stop the chain
      *            with REFINTEG.RPT and its counts on JOBLOG.DAT.
      * 10/15/2026 - DeleteCheckRpt now runs ahead of the apply, so
      *            DELCHECK.RPT lists the pending deletes the apply
      *            will refuse for dependent records and why.  It
      *            does not stop the chain - the refused deletes go
      *            to TRANSREJ.DAT as usual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyStudentRun.
               DISPLAY "NightlyStudentRun - restart: apply step "
                   "already completed tonight, not reapplying"
           ELSE
               DISPLAY "NightlyStudentRun - listing pending "
                   "deletes that will be refused"
               CALL "DeleteCheckRpt"
               CANCEL "DeleteCheckRpt"
               DISPLAY "NightlyStudentRun - applying TRANSINS.DAT "
                   "against STUDENTS.DAT"
               MOVE ZEROS TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "NightlyStudentRun - checking dependent files "
               "against the master"
           MOVE ZEROS TO RETURN-CODE
           CALL "RefIntegrityRpt"
           CANCEL "RefIntegrityRpt"
           IF RETURN-CODE NOT = 0
               DISPLAY "NightlyStudentRun - orphaned or unresolved "
                   "records found, see REFINTEG.RPT"
               PERFORM WRITE-JOB-LOG
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF

           DISPLAY "NightlyStudentRun - nightly run complete"
           PERFORM WRITE-JOB-LOG
           PERFORM RELEASE-RUN-LOCK
