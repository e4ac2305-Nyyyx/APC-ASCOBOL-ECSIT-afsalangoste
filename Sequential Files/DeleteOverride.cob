      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Let a student with dependent records be deleted all
      *         the same, once two people have agreed to it.  The
      *         operator names the StudentID; DeleteCheck shows what
      *         still depends on the student, and the override (the
      *         StudentID and the reason code as its parameters)
      *         queues on PENDACT.DAT through ActionGate for a
      *         different supervisor to approve with ActionApprove.
      *         On the run after approval the student's Trans-Delete
      *         on TRANSINS.DAT is marked TransSource "DELOVR" - or
      *         one is queued if none is pending - and the next
      *         StudentMaintenance run applies it without the
      *         dependent-record check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeleteOverride.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TransFile ASSIGN TO "TRANSINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Trans-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD TransFile.
       01 TransOutRecord             PIC X(57).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Trans-File-Status         PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  End-Of-Trans-Switch       PIC X      VALUE "N".
           88  End-Of-Trans          VALUE "Y".

      * Batch header/trailer control records, shared with the other
      * TRANSINS.DAT producers/consumers via TRANSCTL.
       COPY TRANSCTL.

       01  Trans-Buffer.
           02  Trans-Buffer-Entry    PIC X(57)  OCCURS 2000 TIMES.
       01  Trans-Buffer-Count        PIC 9(7)   VALUE ZEROS.
       01  Trans-Buffer-Index        PIC 9(7)   VALUE ZEROS.
       01  Write-Index               PIC 9(7)   VALUE ZEROS.
       01  Marked-Count              PIC 9(3)   VALUE ZEROS.

       01  Delete-Trans-Entry.
           02  dteStudentID          PIC X(10).
           02  dteCode               PIC X      VALUE "D".
           02  dteSurname            PIC X(10)  VALUE SPACES.
           02  dteInitials           PIC XX     VALUE SPACES.
           02  dteYOBirth            PIC 9(4)   VALUE ZEROS.
           02  dteMOBirth            PIC 99     VALUE ZEROS.
           02  dteDOBirth            PIC 99     VALUE ZEROS.
           02  dteCourseCode         PIC X(6)   VALUE SPACES.
           02  dteGender             PIC X(6)   VALUE SPACES.
           02  dteSource             PIC X(6)   VALUE "DELOVR".
           02  dteAppliedDate        PIC 9(8)   VALUE ZEROS.

       01  Run-Date                  PIC 9(8).
       01  Override-StudentID        PIC X(10).
       01  Student-Found-Switch      PIC X      VALUE "N".
           88  Student-Found         VALUE "Y".

      * What still depends on the student, from the same check
      * StudentMaintenance applies.
       COPY DELCHK.

       01  Override-Parm.
           02  FILLER                PIC X(16)
               VALUE "DELETE OVERRIDE ".
           02  opReasonCode          PIC X(4).
           02  FILLER                PIC X(4)   VALUE SPACES.

      * Two-person control: the action queues on PENDACT.DAT and
      * only runs once a different supervisor has approved it with
      * ActionApprove (ActionGate answers G or W).
       COPY APPRREQ.

       01  Requesting-Operator       PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "DeleteOverride - delete a student with dependent "
               "records"
           DISPLAY "StudentID to delete : " WITH NO ADVANCING
           ACCEPT Override-StudentID
           PERFORM VERIFY-STUDENT
           IF NOT Student-Found
               DISPLAY "Error - StudentID " Override-StudentID
                   " not on STUDENTS.DAT"
               STOP RUN
           END-IF

           MOVE Override-StudentID TO dcStudentID
           MOVE Run-Date TO dcRunDate
           CALL "DeleteCheck" USING Delete-Check-Area
           IF dcClear
               DISPLAY "DeleteOverride - " Override-StudentID
                   " has no dependent records; an ordinary delete "
                   "will go through, no override needed"
               STOP RUN
           END-IF
           PERFORM SHOW-DEPENDENTS

           DISPLAY "Requesting operator ID     : "
               WITH NO ADVANCING
           ACCEPT Requesting-Operator
           IF Requesting-Operator = SPACES
               MOVE "CONSOLE" TO Requesting-Operator
           END-IF
           MOVE dcReasonCode TO opReasonCode
           MOVE "DeleteOverride" TO agProgram
           MOVE Override-StudentID TO agParm1
           MOVE Override-Parm TO agParm2
           MOVE Requesting-Operator TO agOperator
           CALL "ActionGate" USING Action-Gate-Area
           IF agWaiting
               DISPLAY "DeleteOverride - this action is queued as "
                   "number " agActionNo " on PENDACT.DAT and needs "
                   "a different supervisor's approval "
                   "(ActionApprove) before it will run.  Nothing "
                   "was touched."
               STOP RUN
           END-IF
           DISPLAY "DeleteOverride - approved action " agActionNo
               " found, proceeding"

           PERFORM LOAD-EXISTING-TRANSACTIONS
           PERFORM MARK-PENDING-DELETES
           IF Marked-Count = 0
               PERFORM QUEUE-DELETE-TRANSACTION
           END-IF
           PERFORM WRITE-TRANS-BATCH
           DISPLAY "DeleteOverride - override delete of "
               Override-StudentID " queued on TRANSINS.DAT for the "
               "next maintenance run"
           STOP RUN.

       SHOW-DEPENDENTS.
           DISPLAY "StudentID " Override-StudentID
               " still has dependent records:"
           IF dcHas-Hold
               DISPLAY "   financial hold on HOLDS.DAT"
           END-IF
           IF dcHas-Balance
               DISPLAY "   balance owing on BILLED.DAT"
           END-IF
           IF dcHas-Enrolment
               DISPLAY "   enrolled registration on REGIST.IDX"
           END-IF
           IF dcHas-Plan
               DISPLAY "   active payment plan on PAYPLAN.DAT"
           END-IF
           IF dcHas-TransReq
               DISPLAY "   transcript request queued on TRANSREQ.DAT"
           END-IF.

       VERIFY-STUDENT.
           OPEN INPUT StudentFile
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               IF StudentID = Override-StudentID
                   SET Student-Found TO TRUE
               END-IF
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile.

       READ-NEXT-STUDENT.
           READ StudentFile
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           IF NOT EndOfStudentFile
               IF StudentID (1:3) = "HDR"
                   PERFORM READ-NEXT-STUDENT
               ELSE
                   IF StudentID (1:3) = "TRL"
                       SET EndOfStudentFile TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A delete already pending for the student is marked in place
      * rather than a second one queued - the second would find the
      * student gone and reject as not found.
       MARK-PENDING-DELETES.
           PERFORM VARYING Trans-Buffer-Index FROM 1 BY 1
                   UNTIL Trans-Buffer-Index > Trans-Buffer-Count
               MOVE Trans-Buffer-Entry (Trans-Buffer-Index)
                   TO Delete-Trans-Entry
               IF dteStudentID = Override-StudentID
                       AND dteCode = "D"
                   MOVE "DELOVR" TO dteSource
                   MOVE Delete-Trans-Entry
                       TO Trans-Buffer-Entry (Trans-Buffer-Index)
                   ADD 1 TO Marked-Count
               END-IF
           END-PERFORM.

       QUEUE-DELETE-TRANSACTION.
           INITIALIZE Delete-Trans-Entry
           MOVE Override-StudentID TO dteStudentID
           MOVE "D" TO dteCode
           MOVE "DELOVR" TO dteSource
           IF Trans-Buffer-Count < 2000
               ADD 1 TO Trans-Buffer-Count
               MOVE Delete-Trans-Entry
                   TO Trans-Buffer-Entry (Trans-Buffer-Count)
           ELSE
               DISPLAY "Error - TRANSINS.DAT batch is full, delete "
                   "of " Override-StudentID " not queued"
           END-IF.

       LOAD-EXISTING-TRANSACTIONS.
           MOVE ZEROS TO Trans-Buffer-Count
           OPEN INPUT TransFile
           IF Trans-File-Status = "00"
               PERFORM READ-EXISTING-TRANS
               PERFORM UNTIL End-Of-Trans
                   IF TransOutRecord (1:3) NOT = "HDR"
                           AND TransOutRecord (1:3) NOT = "TRL"
                       IF Trans-Buffer-Count < 2000
                           ADD 1 TO Trans-Buffer-Count
                           MOVE TransOutRecord TO
                               Trans-Buffer-Entry (Trans-Buffer-Count)
                       END-IF
                   END-IF
                   PERFORM READ-EXISTING-TRANS
               END-PERFORM
               CLOSE TransFile
           ELSE
               DISPLAY "No existing TRANSINS.DAT batch found - "
                   "starting a new one."
           END-IF.

       READ-EXISTING-TRANS.
           READ TransFile
               AT END SET End-Of-Trans TO TRUE
           END-READ.

       WRITE-TRANS-BATCH.
           OPEN OUTPUT TransFile
           STRING "DO" Run-Date DELIMITED BY SIZE INTO thrBatchID
           MOVE Run-Date TO thrCreationDate
           MOVE Trans-Buffer-Count TO thrExpectedCount
           WRITE TransOutRecord FROM Trans-Header-Record
           PERFORM WRITE-BUFFERED-TRANS
               VARYING Write-Index FROM 1 BY 1
               UNTIL Write-Index > Trans-Buffer-Count
           MOVE thrBatchID TO ttrBatchID
           MOVE Trans-Buffer-Count TO ttrActualCount
           WRITE TransOutRecord FROM Trans-Trailer-Record
           CLOSE TransFile.

       WRITE-BUFFERED-TRANS.
           MOVE Trans-Buffer-Entry (Write-Index) TO TransOutRecord
           WRITE TransOutRecord.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists, so a late or re-run batch keeps the date it
      * belongs to.
       GET-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile
           IF BusDate-File-Status = "00"
               READ BusinessDateFile
                   AT END MOVE ZEROS TO bdBusinessDate
               END-READ
               CLOSE BusinessDateFile
           ELSE
               MOVE ZEROS TO bdBusinessDate
           END-IF
           IF bdBusinessDate NOT = ZEROS
               MOVE bdBusinessDate TO Run-Date
           ELSE
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM DeleteOverride.
