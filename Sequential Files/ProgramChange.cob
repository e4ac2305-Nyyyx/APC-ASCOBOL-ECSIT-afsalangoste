      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Programme-of-study change.  Moves a student from one
      *         CourseCode to another as a transaction of its own
      *         rather than a plain update: the new course must be a
      *         recognized CourseCode, open on the CRSCAT.DAT catalog
      *         and under its COURSECAP.DAT seat capacity; the change
      *         is recorded on the PROGHIST.DAT history (PHISTREC)
      *         with its effective date and reason; the difference
      *         between the two COURSEFEE.DAT rates for the rest of
      *         the term is raised as a BILLED.DAT invoice (dearer
      *         programme) or a CREDITS.DAT credit note (cheaper
      *         one) and posted to GLFEED.DAT; and a programme-change
      *         transaction (TransCode P) is queued on TRANSINS.DAT
      *         for that night's StudentMaintenance run to apply to
      *         the master.  The term's span comes from TERMCAL.DAT
      *         (SP January-May, SU June-August, FA September-
      *         December when the term has no record), with days
      *         counted on the 30-day-month convention WithdrawRefund
      *         prorates on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramChange.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS xiStudentID
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.

           SELECT CourseCapFile ASSIGN TO "COURSECAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCap-File-Status.

           SELECT CourseFeeFile ASSIGN TO "COURSEFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseFee-File-Status.

           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCal-File-Status.

           SELECT HistoryFile ASSIGN TO "PROGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-File-Status.

           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.

           SELECT CreditFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-File-Status.

           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.

           SELECT TransFile ASSIGN TO "TRANSINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Trans-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentIndexFile.
       01 StudentIndexRecord.
           02 xiStudentID            PIC X(10).
           02 xiSurname              PIC X(10).
           02 xiInitials             PIC XX.
           02 xiYOBirth              PIC 9(4).
           02 xiMOBirth              PIC 99.
           02 xiDOBirth              PIC 99.
           02 xiCourseCode           PIC X(6).
           02 xiGender               PIC X(6).
           02 xiIntakeYear           PIC 9(4).
           02 xiIntakeTerm           PIC X(2).

       FD StudentFile.
       COPY STUDREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD CourseCapFile.
       01 CourseCap-Rec.
           88 EndOfCourseCapFile     VALUE HIGH-VALUES.
           02 ccCourseCode           PIC X(6).
           02 ccCapacity             PIC 9(5).

       FD CourseFeeFile.
       01 CourseFee-Rec.
           88 EndOfCourseFeeFile     VALUE HIGH-VALUES.
           02 cfCourseCode           PIC X(6).
           02 cfFee                  PIC 9(5)V99.

       FD TermCalFile.
       COPY TCALREC.

       FD HistoryFile.
       COPY PHISTREC.

       FD BilledFile.
       COPY BILLREC.

       FD CreditFile.
       COPY CREDREC.

       FD GLFeedFile.
       01 GL-Feed-Rec.
           02 glfJournalDate         PIC 9(8).
           02 glfAccountCode         PIC X(6).
           02 glfDebitCredit         PIC X.
           02 glfAmount              PIC 9(8)V99.
           02 glfDescription         PIC X(38).

       FD TransFile.
       01 TransOutRecord             PIC X(57).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Student-Index-Status      PIC XX.
       01  Student-File-Status       PIC XX.
       01  CourseCat-File-Status     PIC XX.
       01  CourseCap-File-Status     PIC XX.
       01  CourseFee-File-Status     PIC XX.
       01  TermCal-File-Status       PIC XX.
       01  History-File-Status       PIC XX.
       01  Billed-File-Status        PIC XX.
       01  Credit-File-Status        PIC XX.
       01  GL-Feed-File-Status       PIC XX.
       01  Trans-File-Status         PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Run-Date                  PIC 9(8).

      * Course catalog status (CRSCAT) - a closed course takes no
      * one.  No catalog entry means the course is open.
       01  CourseCat-Table.
           02  CourseCat-Entry       OCCURS 50 TIMES.
               03  cctgCode          PIC X(6).
               03  cctgStatus        PIC X.
       01  CourseCat-Count           PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index           PIC 9(3)   VALUE ZEROS.
       01  Course-Closed-Switch      PIC X      VALUE "N".
           88  Course-Closed         VALUE "Y".

      * Seat capacity per course (COURSECAP) against the students on
      * STUDENTS.DAT now, moved along as the session's changes are
      * accepted.  Zero capacity, or no entry, means uncapped.
       01  Capacity-Table.
           02  Capacity-Entry        OCCURS 50 TIMES.
               03  capCourseCode     PIC X(6).
               03  capCapacity       PIC 9(5)   VALUE ZEROS.
               03  capEnrolled       PIC 9(5)   VALUE ZEROS.
       01  Capacity-Count            PIC 9(3)   VALUE ZEROS.
       01  Capacity-Index            PIC 9(3)   VALUE ZEROS.
       01  Cap-Found-Switch          PIC X      VALUE "N".
           88  Found-Capacity-Entry  VALUE "Y".
       01  Course-Full-Switch        PIC X      VALUE "N".
           88  Course-Is-Full        VALUE "Y".
       01  Count-CourseCode          PIC X(6)   VALUE SPACES.

       01  CourseFee-Table.
           02  CourseFee-Entry       OCCURS 50 TIMES.
               03  cftCourseCode     PIC X(6).
               03  cftFee            PIC 9(5)V99 VALUE ZEROS.
       01  CourseFee-Count           PIC 9(3)   VALUE ZEROS.
       01  CourseFee-Index           PIC 9(3)   VALUE ZEROS.
       01  Old-Fee                   PIC 9(5)V99 VALUE ZEROS.
       01  New-Fee                   PIC 9(5)V99 VALUE ZEROS.
       01  Fee-Found-Count           PIC 9      VALUE ZEROS.

       01  TermCal-Table.
           02  TermCal-Entry         OCCURS 60 TIMES.
               03  tctYear           PIC 9(4).
               03  tctTerm           PIC X(2).
               03  tctFirstMonth     PIC 9(6).
               03  tctLastMonth      PIC 9(6).
       01  TermCal-Count             PIC 9(3)   VALUE ZEROS.
       01  TermCal-Index             PIC 9(3)   VALUE ZEROS.

      * Rest-of-term proration, 30-day-month day numbers.
       01  Effective-Term            PIC X(2).
       01  Term-First-Month          PIC 9(6).
       01  Term-Last-Month           PIC 9(6).
       01  Date-Split.
           02  Split-Year            PIC 9(4).
           02  Split-Month           PIC 99.
           02  Split-Day             PIC 99.
       01  Month-Split.
           02  Month-Split-Year      PIC 9(4).
           02  Month-Split-Month     PIC 99.
       01  Date-Day-Number           PIC S9(7)  VALUE ZEROS.
       01  Term-Start-Days           PIC S9(7)  VALUE ZEROS.
       01  Term-End-Days             PIC S9(7)  VALUE ZEROS.
       01  Effective-Days            PIC S9(7)  VALUE ZEROS.
       01  Term-Length               PIC S9(5)  VALUE ZEROS.
       01  Days-Remaining            PIC S9(5)  VALUE ZEROS.
       01  Fee-Difference            PIC S9(6)V99 VALUE ZEROS.
       01  Adjustment-Amount         PIC S9(7)V99 VALUE ZEROS.

       01  Total-Charged             PIC 9(8)V99 VALUE ZEROS.
       01  Total-Credited            PIC 9(8)V99 VALUE ZEROS.

      * Batch header/trailer control records, shared with the other
      * TRANSINS.DAT producers/consumers via TRANSCTL.
       COPY TRANSCTL.

       01  End-Of-Trans-Switch       PIC X      VALUE "N".
           88  End-Of-Trans          VALUE "Y".
       01  Trans-Buffer.
           02  Trans-Buffer-Entry    PIC X(57)  OCCURS 2000 TIMES.
       01  Trans-Buffer-Count        PIC 9(7)   VALUE ZEROS.
       01  Trans-Index               PIC 9(7)   VALUE ZEROS.
       01  Write-Index               PIC 9(7)   VALUE ZEROS.
       01  Pending-Switch            PIC X      VALUE "N".
           88  Change-Pending        VALUE "Y".

       01  Change-Trans-Entry.
           02  cteStudentID          PIC X(10).
           02  cteCode               PIC X      VALUE "P".
           02  cteSurname            PIC X(10)  VALUE SPACES.
           02  cteInitials           PIC XX     VALUE SPACES.
           02  cteYOBirth            PIC 9(4)   VALUE ZEROS.
           02  cteMOBirth            PIC 99     VALUE ZEROS.
           02  cteDOBirth            PIC 99     VALUE ZEROS.
           02  cteCourseCode         PIC X(6)   VALUE SPACES.
           02  cteGender             PIC X(6)   VALUE SPACES.
           02  cteSource             PIC X(6)   VALUE "PRGCHG".
           02  cteAppliedDate        PIC 9(8)   VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

       01  Entry-StudentID           PIC X(10).
       01  Entry-CourseCode          PIC X(6).
       01  Entry-EffectiveDate       PIC X(8).
       01  Effective-Date            PIC 9(8)   VALUE ZEROS.
       01  Entry-Reason              PIC X(2).
           88  Valid-Reason          VALUE "SR", "AA", "PC", "AD".
       01  Old-CourseCode            PIC X(6).
       01  More-Changes-Switch       PIC X      VALUE "Y".
           88  More-Changes          VALUE "Y".
       01  Changed-Count             PIC 9(5)   VALUE ZEROS.

      * Valid-CourseCode edit table, shared with the intake programs
      * via CRSEDIT.
       COPY CRSEDIT.

       01  Course-Index              PIC 9(3)   VALUE ZEROS.
       01  Valid-Course-Switch       PIC X      VALUE "N".
           88  Valid-Course          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed, no fee adjustment can be posted - "
                   "nothing changed"
               STOP RUN
           END-IF
           OPEN INPUT StudentIndexFile
           IF Student-Index-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.IDX, run "
                   "StudentIndexBuild first"
               STOP RUN
           END-IF
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-COURSE-CAPACITIES
           PERFORM COUNT-CURRENT-ENROLLMENT
           PERFORM LOAD-COURSE-FEES
           PERFORM LOAD-TERM-CALENDAR
           PERFORM LOAD-EXISTING-TRANSACTIONS
           PERFORM OPEN-CHANGE-FILES

           DISPLAY "ProgramChange - programme-of-study change"
           DISPLAY "Enter a StudentID, the new CourseCode, the "
               "effective date and a reason, or blank StudentID to "
               "finish."
           PERFORM UNTIL NOT More-Changes
               DISPLAY "StudentID (blank to end)  : " WITH NO ADVANCING
               ACCEPT Entry-StudentID
               IF Entry-StudentID = SPACES
                   MOVE "N" TO More-Changes-Switch
               ELSE
                   MOVE Entry-StudentID TO xiStudentID
                   READ StudentIndexFile
                       INVALID KEY
                           DISPLAY "No student found for StudentID "
                               Entry-StudentID ", nothing changed"
                       NOT INVALID KEY
                           PERFORM CHANGE-ONE-STUDENT
                   END-READ
               END-IF
           END-PERFORM

           CLOSE StudentIndexFile
           CLOSE HistoryFile
           CLOSE BilledFile
           CLOSE CreditFile
           IF Changed-Count > 0
               PERFORM WRITE-TRANS-BATCH
           END-IF
           IF Total-Charged > ZEROS OR Total-Credited > ZEROS
               PERFORM WRITE-GL-FEED
           END-IF
           DISPLAY "ProgramChange - " Changed-Count
               " programme change(s) recorded on PROGHIST.DAT and "
               "queued on TRANSINS.DAT"
           DISPLAY "ProgramChange - " Total-Charged " billed and "
               Total-Credited " credited in fee adjustments"
           STOP RUN.

       CHANGE-ONE-STUDENT.
           MOVE xiCourseCode TO Old-CourseCode
           DISPLAY "Current programme         : " Old-CourseCode
           PERFORM CHECK-CHANGE-PENDING
           IF Change-Pending
               DISPLAY "Error - a programme change for "
                   Entry-StudentID " is already waiting on "
                   "TRANSINS.DAT, apply it before another"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New CourseCode            : " WITH NO ADVANCING
           ACCEPT Entry-CourseCode
           DISPLAY "Effective date (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING
           ACCEPT Entry-EffectiveDate
           IF Entry-EffectiveDate = SPACES
               MOVE Run-Date TO Entry-EffectiveDate
           END-IF
           DISPLAY "Reason SR/AA/PC/AD        : " WITH NO ADVANCING
           ACCEPT Entry-Reason
           PERFORM CHECK-COURSE-CODE
           PERFORM CHECK-COURSE-OPEN
           MOVE "N" TO Course-Full-Switch
           IF Valid-Course AND NOT Course-Closed
               PERFORM CHECK-COURSE-CAPACITY
           END-IF
           EVALUATE TRUE
               WHEN Entry-CourseCode = Old-CourseCode
                   DISPLAY "Error - " Entry-StudentID " is already on "
                       Old-CourseCode ", nothing changed"
               WHEN NOT Valid-Course
                   DISPLAY "Error - " Entry-CourseCode
                       " is not a recognized CourseCode, nothing "
                       "changed"
               WHEN Course-Closed
                   DISPLAY "Error - " Entry-CourseCode
                       " is closed on CRSCAT.DAT, nothing changed"
               WHEN Course-Is-Full
                   DISPLAY "Error - " Entry-CourseCode
                       " is at its COURSECAP.DAT capacity, nothing "
                       "changed"
               WHEN Entry-EffectiveDate NOT NUMERIC
                   DISPLAY "Error - effective date must be YYYYMMDD, "
                       "nothing changed"
               WHEN NOT Valid-Reason
                   DISPLAY "Error - reason must be SR, AA, PC or AD, "
                       "nothing changed"
               WHEN OTHER
                   MOVE Entry-EffectiveDate TO Effective-Date
                   PERFORM COMPUTE-FEE-ADJUSTMENT
                   PERFORM RAISE-FEE-ADJUSTMENT
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM QUEUE-CHANGE-TRANSACTION
                   PERFORM MOVE-SEAT
                   ADD 1 TO Changed-Count
                   DISPLAY "Programme change " Old-CourseCode " to "
                       Entry-CourseCode " recorded for "
                       Entry-StudentID " effective " Effective-Date
           END-EVALUATE.

      * The rate difference times the share of the term still ahead
      * on the effective date.  A course with no COURSEFEE.DAT rate
      * leaves nothing to adjust.
       COMPUTE-FEE-ADJUSTMENT.
           MOVE ZEROS TO Adjustment-Amount
           MOVE ZEROS TO Fee-Found-Count
           MOVE ZEROS TO Old-Fee
           MOVE ZEROS TO New-Fee
           PERFORM VARYING CourseFee-Index FROM 1 BY 1
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = Old-CourseCode
                   MOVE cftFee (CourseFee-Index) TO Old-Fee
                   ADD 1 TO Fee-Found-Count
               END-IF
               IF cftCourseCode (CourseFee-Index) = Entry-CourseCode
                   MOVE cftFee (CourseFee-Index) TO New-Fee
                   ADD 1 TO Fee-Found-Count
               END-IF
           END-PERFORM
           IF Fee-Found-Count < 2
               DISPLAY "Warning - no COURSEFEE.DAT rate for both "
                   Old-CourseCode " and " Entry-CourseCode
                   ", no fee adjustment raised"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-TERM-SPAN
           MOVE Effective-Date TO Date-Split
           PERFORM COMPUTE-DAY-NUMBER
           MOVE Date-Day-Number TO Effective-Days
           IF Effective-Days < Term-Start-Days
               MOVE Term-Start-Days TO Effective-Days
           END-IF
           COMPUTE Days-Remaining = Term-End-Days - Effective-Days
           IF Days-Remaining < ZEROS
               MOVE ZEROS TO Days-Remaining
           END-IF
           COMPUTE Fee-Difference = New-Fee - Old-Fee
           COMPUTE Adjustment-Amount ROUNDED =
               Fee-Difference * Days-Remaining / Term-Length.

      * The term the effective date falls in, and its first and last
      * teaching months off TERMCAL.DAT - the default months when the
      * term has no calendar record.
       SET-TERM-SPAN.
           MOVE Effective-Date (1:4) TO Month-Split-Year
           EVALUATE Effective-Date (5:2)
               WHEN "01" THRU "05"
                   MOVE "SP" TO Effective-Term
                   MOVE 01 TO Month-Split-Month
                   MOVE Month-Split TO Term-First-Month
                   MOVE 05 TO Month-Split-Month
                   MOVE Month-Split TO Term-Last-Month
               WHEN "06" THRU "08"
                   MOVE "SU" TO Effective-Term
                   MOVE 06 TO Month-Split-Month
                   MOVE Month-Split TO Term-First-Month
                   MOVE 08 TO Month-Split-Month
                   MOVE Month-Split TO Term-Last-Month
               WHEN OTHER
                   MOVE "FA" TO Effective-Term
                   MOVE 09 TO Month-Split-Month
                   MOVE Month-Split TO Term-First-Month
                   MOVE 12 TO Month-Split-Month
                   MOVE Month-Split TO Term-Last-Month
           END-EVALUATE
           PERFORM VARYING TermCal-Index FROM 1 BY 1
                   UNTIL TermCal-Index > TermCal-Count
               IF tctYear (TermCal-Index) = Month-Split-Year
                       AND tctTerm (TermCal-Index) = Effective-Term
                   MOVE tctFirstMonth (TermCal-Index)
                       TO Term-First-Month
                   MOVE tctLastMonth (TermCal-Index)
                       TO Term-Last-Month
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE Term-First-Month TO Month-Split
           MOVE Month-Split-Year TO Split-Year
           MOVE Month-Split-Month TO Split-Month
           MOVE 01 TO Split-Day
           PERFORM COMPUTE-DAY-NUMBER
           MOVE Date-Day-Number TO Term-Start-Days
           MOVE Term-Last-Month TO Month-Split
           MOVE Month-Split-Year TO Split-Year
           MOVE Month-Split-Month TO Split-Month
           MOVE 30 TO Split-Day
           PERFORM COMPUTE-DAY-NUMBER
           MOVE Date-Day-Number TO Term-End-Days
           COMPUTE Term-Length = Term-End-Days - Term-Start-Days.

      * 30-day-month day number, the same convention WithdrawRefund
      * prorates with.
       COMPUTE-DAY-NUMBER.
           COMPUTE Date-Day-Number =
               (Split-Year * 360) + (Split-Month * 30) + Split-Day.

      * A dearer programme is invoiced the difference on BILLED.DAT
      * under the new course; a cheaper one is credited it on
      * CREDITS.DAT against the old course.
       RAISE-FEE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN Adjustment-Amount > ZEROS
                   MOVE Entry-StudentID TO blStudentID
                   MOVE Run-Date TO blBillDate
                   MOVE Entry-CourseCode TO blCourseCode
                   MOVE Adjustment-Amount TO blAmount
                   MOVE SPACES TO blChargeCode
                   WRITE BilledRecord
                   ADD Adjustment-Amount TO Total-Charged
                   SET phFee-Billed TO TRUE
                   MOVE Adjustment-Amount TO phAdjustAmount
                   DISPLAY "Fee adjustment " blAmount
                       " billed on BILLED.DAT"
               WHEN Adjustment-Amount < ZEROS
                   MOVE Entry-StudentID TO crStudentID
                   MOVE Run-Date TO crCreditDate
                   MOVE Old-CourseCode TO crCourseCode
                   COMPUTE crAmount = ZEROS - Adjustment-Amount
                   MOVE "PROGRAMME CHANGE" TO crReason
                   WRITE CreditRecord
                   ADD crAmount TO Total-Credited
                   SET phFee-Credited TO TRUE
                   MOVE crAmount TO phAdjustAmount
                   DISPLAY "Fee adjustment " crAmount
                       " credited on CREDITS.DAT"
               WHEN OTHER
                   SET phNo-Adjustment TO TRUE
                   MOVE ZEROS TO phAdjustAmount
           END-EVALUATE.

       WRITE-HISTORY-RECORD.
           MOVE Entry-StudentID TO phStudentID
           MOVE Old-CourseCode TO phOldCourseCode
           MOVE Entry-CourseCode TO phNewCourseCode
           MOVE Effective-Date TO phEffectiveDate
           MOVE Entry-Reason TO phReason
           MOVE Run-Date TO phEnteredDate
           WRITE ProgramHistoryRecord.

      * Buffered until end of session, then folded into the normal
      * TRANSINS.DAT batch the way OnlineStudentMaint queues its
      * corrections.
       QUEUE-CHANGE-TRANSACTION.
           MOVE Entry-StudentID TO cteStudentID
           MOVE Entry-CourseCode TO cteCourseCode
           IF Trans-Buffer-Count < 2000
               ADD 1 TO Trans-Buffer-Count
               MOVE Change-Trans-Entry
                   TO Trans-Buffer-Entry (Trans-Buffer-Count)
           ELSE
               DISPLAY "Error - TRANSINS.DAT batch is full, change "
                   "for " Entry-StudentID " not queued for tonight"
           END-IF.

       CHECK-CHANGE-PENDING.
           MOVE "N" TO Pending-Switch
           PERFORM VARYING Trans-Index FROM 1 BY 1
                   UNTIL Trans-Index > Trans-Buffer-Count
               IF Trans-Buffer-Entry (Trans-Index) (1:10)
                       = Entry-StudentID
                       AND Trans-Buffer-Entry (Trans-Index) (11:1)
                           = "P"
                   SET Change-Pending TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-COURSE-CODE.
           MOVE "N" TO Valid-Course-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Edit-Table-Count
               IF cetCode (Course-Index) = Entry-CourseCode
                   SET Valid-Course TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-COURSE-OPEN.
           MOVE "N" TO Course-Closed-Switch
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = Entry-CourseCode
                   IF cctgStatus (CourseCat-Index) = "C"
                       SET Course-Closed TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Only a course with a positive capacity already at (or past)
      * its seat count turns the change away.
       CHECK-COURSE-CAPACITY.
           MOVE Entry-CourseCode TO Count-CourseCode
           PERFORM FIND-OR-ADD-CAPACITY-ENTRY
           IF Capacity-Index > 0
               IF capCapacity (Capacity-Index) > 0
                       AND capEnrolled (Capacity-Index) >=
                           capCapacity (Capacity-Index)
                   SET Course-Is-Full TO TRUE
               END-IF
           END-IF.

       MOVE-SEAT.
           MOVE Entry-CourseCode TO Count-CourseCode
           PERFORM FIND-OR-ADD-CAPACITY-ENTRY
           IF Capacity-Index > 0
               ADD 1 TO capEnrolled (Capacity-Index)
           END-IF
           MOVE Old-CourseCode TO Count-CourseCode
           PERFORM FIND-OR-ADD-CAPACITY-ENTRY
           IF Capacity-Index > 0
               IF capEnrolled (Capacity-Index) > 0
                   SUBTRACT 1 FROM capEnrolled (Capacity-Index)
               END-IF
           END-IF.

       FIND-OR-ADD-CAPACITY-ENTRY.
           MOVE "N" TO Cap-Found-Switch
           PERFORM VARYING Capacity-Index FROM 1 BY 1
                   UNTIL Capacity-Index > Capacity-Count
               IF capCourseCode (Capacity-Index) = Count-CourseCode
                   SET Found-Capacity-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Capacity-Entry
               IF Capacity-Count < 50
                   ADD 1 TO Capacity-Count
                   MOVE Capacity-Count TO Capacity-Index
                   MOVE Count-CourseCode
                       TO capCourseCode (Capacity-Index)
                   MOVE ZEROS TO capCapacity (Capacity-Index)
                   MOVE ZEROS TO capEnrolled (Capacity-Index)
               ELSE
                   MOVE ZEROS TO Capacity-Index
               END-IF
           END-IF.

       LOAD-COURSE-CAPACITIES.
           OPEN INPUT CourseCapFile
           IF CourseCap-File-Status = "00"
               READ CourseCapFile
                   AT END SET EndOfCourseCapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseCapFile
                   MOVE ccCourseCode TO Count-CourseCode
                   PERFORM FIND-OR-ADD-CAPACITY-ENTRY
                   IF Capacity-Index > 0
                       MOVE ccCapacity
                           TO capCapacity (Capacity-Index)
                   END-IF
                   READ CourseCapFile
                       AT END SET EndOfCourseCapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseCapFile
           END-IF.

       COUNT-CURRENT-ENROLLMENT.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               MOVE CourseCode TO Count-CourseCode
               PERFORM FIND-OR-ADD-CAPACITY-ENTRY
               IF Capacity-Index > 0
                   ADD 1 TO capEnrolled (Capacity-Index)
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

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status = "00"
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseCatFile
                   IF CourseCat-Count < 50
                       ADD 1 TO CourseCat-Count
                       MOVE ctlgCourseCode TO
                           cctgCode (CourseCat-Count)
                       MOVE ctlgStatus TO cctgStatus (CourseCat-Count)
                   END-IF
                   READ CourseCatFile
                       AT END SET EndOfCourseCatFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseCatFile
           END-IF.

       LOAD-COURSE-FEES.
           OPEN INPUT CourseFeeFile
           IF CourseFee-File-Status = "00"
               READ CourseFeeFile
                   AT END SET EndOfCourseFeeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseFeeFile
                   IF CourseFee-Count < 50
                       ADD 1 TO CourseFee-Count
                       MOVE cfCourseCode TO
                           cftCourseCode (CourseFee-Count)
                       MOVE cfFee TO cftFee (CourseFee-Count)
                   END-IF
                   READ CourseFeeFile
                       AT END SET EndOfCourseFeeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseFeeFile
           END-IF.

       LOAD-TERM-CALENDAR.
           OPEN INPUT TermCalFile
           IF TermCal-File-Status = "00"
               READ TermCalFile
                   AT END SET EndOfTermCalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTermCalFile
                   IF TermCal-Count < 60
                       ADD 1 TO TermCal-Count
                       MOVE tcYear TO tctYear (TermCal-Count)
                       MOVE tcTerm TO tctTerm (TermCal-Count)
                       MOVE tcFirstMonth TO
                           tctFirstMonth (TermCal-Count)
                       MOVE tcLastMonth TO
                           tctLastMonth (TermCal-Count)
                   END-IF
                   READ TermCalFile
                       AT END SET EndOfTermCalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TermCalFile
           END-IF.

      * Whatever is already waiting in the unconsumed batch is kept
      * alongside the session's changes and the batch is rewritten
      * with a fresh header/trailer, the way OnlineStudentMaint
      * rewrites it.  A programme change already waiting there holds
      * its seat on the new course.
       LOAD-EXISTING-TRANSACTIONS.
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
                       IF TransOutRecord (11:1) = "P"
                           MOVE TransOutRecord (32:6)
                               TO Count-CourseCode
                           PERFORM FIND-OR-ADD-CAPACITY-ENTRY
                           IF Capacity-Index > 0
                               ADD 1 TO capEnrolled (Capacity-Index)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-EXISTING-TRANS
               END-PERFORM
               CLOSE TransFile
           END-IF.

       READ-EXISTING-TRANS.
           READ TransFile
               AT END SET End-Of-Trans TO TRUE
           END-READ.

       WRITE-TRANS-BATCH.
           OPEN OUTPUT TransFile
           STRING "PC" Run-Date DELIMITED BY SIZE INTO thrBatchID
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

       OPEN-CHANGE-FILES.
           OPEN EXTEND HistoryFile
           IF History-File-Status NOT = "00"
               OPEN OUTPUT HistoryFile
           END-IF
           OPEN EXTEND BilledFile
           IF Billed-File-Status NOT = "00"
               OPEN OUTPUT BilledFile
           END-IF
           OPEN EXTEND CreditFile
           IF Credit-File-Status NOT = "00"
               OPEN OUTPUT CreditFile
           END-IF.

      * Charges raise the receivable against tuition revenue; credits
      * reverse it, the way WithdrawRefund posts its credits.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF
           IF Total-Charged > ZEROS
               MOVE Run-Date TO glfJournalDate
               MOVE "120000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Charged TO glfAmount
               MOVE "PROGRAMME CHANGES - ACCTS RECEIVABLE" TO
                   glfDescription
               WRITE GL-Feed-Rec
               MOVE "410000" TO glfAccountCode
               MOVE "C" TO glfDebitCredit
               MOVE "PROGRAMME CHANGES - TUITION REVENUE" TO
                   glfDescription
               WRITE GL-Feed-Rec
           END-IF
           IF Total-Credited > ZEROS
               MOVE Run-Date TO glfJournalDate
               MOVE "410000" TO glfAccountCode
               MOVE "D" TO glfDebitCredit
               MOVE Total-Credited TO glfAmount
               MOVE "PROGRAMME CREDITS - TUITION REVENUE" TO
                   glfDescription
               WRITE GL-Feed-Rec
               MOVE "120000" TO glfAccountCode
               MOVE "C" TO glfDebitCredit
               MOVE "PROGRAMME CREDITS - ACCTS RECEIVABLE" TO
                   glfDescription
               WRITE GL-Feed-Rec
           END-IF
           CLOSE GLFeedFile.

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

       END PROGRAM ProgramChange.
