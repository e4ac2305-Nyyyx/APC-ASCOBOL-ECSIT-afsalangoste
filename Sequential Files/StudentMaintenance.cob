      *            BusinessDateMaint) when one exists, falling back
      *            to the system clock, so a late or re-run batch
      *            processes under the date it belongs to.
      * 10/15/2026 - A programme-change transaction (TransCode P,
      *            queued by ProgramChange) is applied as an update
      *            and also moves the student's seat from the old
      *            CourseCode's count to the new one, so an insert
      *            later in the same run sees the capacity correctly.
      * 10/15/2026 - A Trans-Delete is now checked through DeleteCheck
      *            for every record that still depends on the student
      *            - a financial hold, a balance owing on BILLED.DAT
      *            less PAYMENTS.DAT and CREDITS.DAT, an enrolled
      *            REGIST.DAT row, an active PAYPLAN.DAT plan or a
      *            queued TRANSREQ.DAT request - and refused to
      *            TRANSREJ.DAT with a coded rrReason, the record
      *            carried forward.  A delete queued as an approved
      *            override (DeleteOverride, or a StudentMerge
      *            retirement) skips the check.  DeleteCheckRpt lists
      *            the deletes that will be refused ahead of the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentMaintenance.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
       FD AuditFile.
       COPY STUDAUD.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).
       01 Before-Image-Area         PIC X(48) VALUE SPACES.
       01 Reject-Reason             PIC X(30) VALUE SPACES.

      * A student with dependent records (holds, balance, enrolled
      * registrations, payment plan, queued transcript requests) may
      * not be deleted; DeleteCheck answers for each delete.
       COPY DELCHK.
       01 Count-EOF-Switch          PIC X     VALUE "N".
           88 Count-Pass-Done       VALUE "Y".
       01 Count-CourseCode          PIC X(6)  VALUE SPACES.
               DELIMITED BY SIZE INTO New-Student-File-Name

           PERFORM LOAD-COURSE-CAPACITIES
           PERFORM COUNT-CURRENT-ENROLLMENT
           OPEN EXTEND WaitlistFile
           IF Waitlist-File-Status NOT = "00"
                               PERFORM WRITE-NEW-STUDENT-RECORD
                           WHEN Trans-Update
                               MOVE StudentRecord TO Before-Image-Area
                               IF Trans-Program-Change
                                       AND TransCourseCode NOT = SPACES
                                       AND TransCourseCode
                                           NOT = CourseCode
                                   PERFORM MOVE-PROGRAMME-SEAT
                               END-IF
                               IF TransCourseCode NOT = SPACES
                                   MOVE TransCourseCode TO CourseCode
                               END-IF
                               PERFORM WRITE-NEW-STUDENT-RECORD
                               ADD 1 TO Updated-Count
                           WHEN Trans-Delete
                               PERFORM CHECK-DELETE-DEPENDENTS
                               IF dcRefused
                                   DISPLAY "Error - " TransStudentID
                                       " delete rejected - " dcReason
                                   MOVE dcReason TO Reject-Reason
                                   PERFORM WRITE-REJECT-RECORD
                                   PERFORM WRITE-NEW-STUDENT-RECORD
                               ELSE
           END-EVALUATE.


      * An approved override has already been through two-person
      * control, so it is cleared without asking.
       CHECK-DELETE-DEPENDENTS.
           IF Trans-Approved-Override
               SET dcClear TO TRUE
               MOVE SPACES TO dcReason
           ELSE
               MOVE TransStudentID TO dcStudentID
               MOVE Run-Date TO dcRunDate
               CALL "DeleteCheck" USING Delete-Check-Area
           END-IF.

       LOAD-COURSE-CAPACITIES.
           OPEN INPUT CourseCapFile
           IF CourseCap-File-Status = "00"
               END-IF
           END-IF.

      * The student leaves a seat on the old course and takes one on
      * the new, ahead of the CourseCode itself being changed.
       MOVE-PROGRAMME-SEAT.
           MOVE CourseCode TO Count-CourseCode
           PERFORM FIND-OR-ADD-CAPACITY-ENTRY
           IF Capacity-Index > 0
               IF capEnrolled (Capacity-Index) > 0
                   SUBTRACT 1 FROM capEnrolled (Capacity-Index)
               END-IF
           END-IF
           MOVE TransCourseCode TO Count-CourseCode
           PERFORM FIND-OR-ADD-CAPACITY-ENTRY
           IF Capacity-Index > 0
               ADD 1 TO capEnrolled (Capacity-Index)
           END-IF.

       FIND-OR-ADD-CAPACITY-ENTRY.
           MOVE "N" TO Cap-Found-Switch
           PERFORM VARYING Capacity-Index FROM 1 BY 1
