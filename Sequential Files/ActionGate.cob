      *            would delete every action past it.  Have a
      *            supervisor run ActionApprove, which purges
      *            decided actions when it saves.
      * 10/15/2026 - A G answer now also hands back the approving
      *            supervisor (agApprovedBy) for callers that keep
      *            their own audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActionGate.
       MAIN-PROCEDURE.
           SET agWaiting TO TRUE
           MOVE ZEROS TO agActionNo
           MOVE SPACES TO agApprovedBy
           PERFORM LOAD-PENDING-ACTIONS
           IF Pend-Table-Overflow
               DISPLAY "ActionGate - PENDACT.DAT no longer fits "
                       AND patStatus (Pend-Index) = "A"
                   MOVE "X" TO patStatus (Pend-Index)
                   MOVE patActionNo (Pend-Index) TO agActionNo
                   MOVE patDecidedBy (Pend-Index) TO agApprovedBy
                   SET agGo TO TRUE
                   PERFORM SAVE-PENDING-ACTIONS
                   MOVE 94 TO Log-Choice
