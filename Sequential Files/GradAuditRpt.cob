      * Author:Nyx
      * Date:9/2/2026
      * Purpose:Graduation eligibility audit.  For each candidate
      *         StudentID entered, checks their completed REGIST.IDX
      *         registrations and GRADES.IDX results against the
      *         PROGREQ.DAT requirements master for their programme
      *         (required units, minimum passing grade, companion
      *         courses) and prints a per-student checklist on
      *         missing, so registry stops certifying by eye across
      *         TRANSCRIPT.RPT and the registration cards.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Transfer credit on XFERCRED.DAT
      *            (TransferCreditEntry) now counts: its units are
      *            added to the units earned, and a credited course
      *            satisfies a companion course requirement, so
      *            students who joined from another institution are
      *            no longer under-counted and overridden by hand.
      *            A course also passed here counts only once.
      * 10/15/2026 - Every candidate audited as eligible is now also
      *            appended to GRADELIG.DAT (GELIGREC) with the audit
      *            date and units counted, for GraduationRun to put
      *            forward for conferral.
      * 10/15/2026 - The student's grades and registrations are now
      *            read from the indexed GRADES.IDX and REGIST.IDX,
      *            starting at the student's key instead of reading
      *            both files from the top.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradAuditRpt.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgReq-File-Status.
           SELECT TransferCreditFile ASSIGN TO "XFERCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Transfer-File-Status.
           SELECT AuditFile ASSIGN TO "GRADAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EligibleFile ASSIGN TO "GRADELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Eligible-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ProgReqFile.
       COPY PROGREQ.

       FD TransferCreditFile.
       COPY XFERREC.

       FD AuditFile.
       01  Audit-Report-Line            PIC X(72).

       FD EligibleFile.
       COPY GELIGREC.

       WORKING-STORAGE SECTION.
       01  Grade-File-Status            PIC XX.
       01  Regist-File-Status           PIC XX.
       01  ProgReq-File-Status          PIC XX.
       01  Transfer-File-Status         PIC XX.
       01  Eligible-File-Status         PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Entry-StudentID              PIC X(10).
       01  More-Audits-Switch           PIC X      VALUE "Y".
       01  Completed-Count              PIC 9(3)   VALUE ZEROS.
       01  Completed-Index              PIC 9(3)   VALUE ZEROS.

      * The candidate's transfer credit - treated as passed, but
      * with no grade, so it never enters an average.
       01  Credit-Table.
           02  Credit-Entry             OCCURS 50 TIMES.
               03  crtCourseCode        PIC X(6).
               03  crtUnits             PIC 9(2).
       01  Credit-Count                 PIC 9(3)   VALUE ZEROS.
       01  Credit-Index                 PIC 9(3)   VALUE ZEROS.
       01  Credit-Found-Switch          PIC X      VALUE "N".
           88  Found-Credit             VALUE "Y".
       01  Transfer-Units               PIC 9(3)   VALUE ZEROS.
       01  Local-Pass-Switch            PIC X      VALUE "N".
           88  Passed-Locally           VALUE "Y".

       01  Earned-Units                 PIC 9(3)   VALUE ZEROS.
       01  Missing-Count                PIC 9(3)   VALUE ZEROS.
       01  Check-CourseCode             PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  aulVerdict               PIC X(10).

       01  Audit-Transfer-Line.
           02  FILLER                   PIC X(17)
               VALUE "  OF WHICH XFER :".
           02  atlUnits                 PIC ZZ9.

       01  Audit-Companion-Line.
           02  FILLER                   PIC X(17)
               VALUE "COMPANION COURSE ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-PROG-REQS
           OPEN OUTPUT AuditFile
           OPEN EXTEND EligibleFile
           IF Eligible-File-Status NOT = "00"
               OPEN OUTPUT EligibleFile
           END-IF
           WRITE Audit-Report-Line FROM Audit-Header
           WRITE Audit-Report-Line FROM Audit-LineBreak

           END-PERFORM

           CLOSE AuditFile
           CLOSE EligibleFile
           DISPLAY "GradAuditRpt - " Audited-Count
               " candidate(s) audited to GRADAUDIT.RPT"
           STOP RUN.
           END-IF
           PERFORM LOAD-BEST-GRADES
           PERFORM LOAD-COMPLETED-REGISTRATIONS
           PERFORM LOAD-TRANSFER-CREDITS
           PERFORM COUNT-EARNED-UNITS
           MOVE ZEROS TO Missing-Count

               ADD 1 TO Missing-Count
           END-IF
           WRITE Audit-Report-Line FROM Audit-Units-Line
           IF Transfer-Units > ZEROS
               MOVE Transfer-Units TO atlUnits
               WRITE Audit-Report-Line FROM Audit-Transfer-Line
           END-IF

           MOVE prtCompanion-1 (ProgReq-Index) TO Check-CourseCode
           PERFORM CHECK-ONE-COMPANION

           IF Missing-Count = ZEROS
               MOVE "ELIGIBLE TO GRADUATE" TO avlVerdict
               MOVE StudentID TO geStudentID
               MOVE CourseCode TO geCourseCode
               MOVE Run-Date TO geAuditDate
               MOVE Earned-Units TO geEarnedUnits
               WRITE GradEligibleRecord
           ELSE
               MOVE "NOT ELIGIBLE - REQUIREMENTS MISSING" TO
                   avlVerdict
           PERFORM LOOKUP-BEST-GRADE
           MOVE Check-CourseCode TO aclCourseCode
           MOVE Check-Grade TO aclGrade
           PERFORM LOOKUP-TRANSFER-CREDIT
           IF Found-Grade
                   AND Check-Grade >=
                       prtMinPassGrade (ProgReq-Index)
               MOVE "SATISFIED" TO aclVerdict
           ELSE IF Found-Credit
               MOVE "TRANSFER" TO aclVerdict
           ELSE
               MOVE "MISSING" TO aclVerdict
               ADD 1 TO Missing-Count
           END-IF
           END-IF
           WRITE Audit-Report-Line FROM Audit-Companion-Line.

      * One unit per completed registration whose course carries a
      * passing best grade on GRADES.DAT, plus the units granted for
      * each transfer credit not also passed here.
       COUNT-EARNED-UNITS.
           MOVE ZEROS TO Earned-Units
           MOVE ZEROS TO Transfer-Units
           PERFORM VARYING Completed-Index FROM 1 BY 1
                   UNTIL Completed-Index > Completed-Count
               MOVE cmtCourseCode (Completed-Index) TO
                           prtMinPassGrade (ProgReq-Index)
                   ADD 1 TO Earned-Units
               END-IF
           END-PERFORM
           PERFORM VARYING Credit-Index FROM 1 BY 1
                   UNTIL Credit-Index > Credit-Count
               MOVE crtCourseCode (Credit-Index) TO Check-CourseCode
               PERFORM CHECK-PASSED-LOCALLY
               IF NOT Passed-Locally
                   ADD crtUnits (Credit-Index) TO Earned-Units
                   ADD crtUnits (Credit-Index) TO Transfer-Units
               END-IF
           END-PERFORM.

       CHECK-PASSED-LOCALLY.
           MOVE "N" TO Local-Pass-Switch
           PERFORM LOOKUP-BEST-GRADE
           IF NOT Found-Grade
                   OR Check-Grade < prtMinPassGrade (ProgReq-Index)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Completed-Index FROM 1 BY 1
                   UNTIL Completed-Index > Completed-Count
               IF cmtCourseCode (Completed-Index) = Check-CourseCode
                   SET Passed-Locally TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-TRANSFER-CREDIT.
           MOVE "N" TO Credit-Found-Switch
           PERFORM VARYING Credit-Index FROM 1 BY 1
                   UNTIL Credit-Index > Credit-Count
               IF crtCourseCode (Credit-Index) = Check-CourseCode
                   SET Found-Credit TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-BEST-GRADE.
           MOVE ZEROS TO Best-Grade-Count
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Warning - GRADES.IDX not found, audit sees "
                   "no results"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO gdKey
           MOVE Entry-StudentID TO gdStudentID
           START GradeFile KEY IS >= gdKey
               INVALID KEY SET EndOfGradeFile TO TRUE
           END-START
           IF NOT EndOfGradeFile
               PERFORM READ-NEXT-STUDENT-GRADE
           END-IF
           PERFORM UNTIL EndOfGradeFile
               PERFORM KEEP-BEST-GRADE
               PERFORM READ-NEXT-STUDENT-GRADE
           END-PERFORM
           CLOSE GradeFile.

       READ-NEXT-STUDENT-GRADE.
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           IF NOT EndOfGradeFile
               IF gdStudentID NOT = Entry-StudentID
                   SET EndOfGradeFile TO TRUE
               END-IF
           END-IF.

       KEEP-BEST-GRADE.
           MOVE "N" TO Grade-Found-Switch
           PERFORM VARYING Best-Grade-Index FROM 1 BY 1
           MOVE ZEROS TO Completed-Count
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Warning - REGIST.IDX not found, audit sees "
                   "no completed registrations"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO rgKey
           MOVE Entry-StudentID TO rgStudentID
           START RegistFile KEY IS >= rgKey
               INVALID KEY SET EndOfRegistFile TO TRUE
           END-START
           IF NOT EndOfRegistFile
               PERFORM READ-NEXT-STUDENT-REGISTRATION
           END-IF
           PERFORM UNTIL EndOfRegistFile
               IF rgStatus-Completed
                   IF Completed-Count < 100
                       ADD 1 TO Completed-Count
                       MOVE rgCourseCode TO
                           cmtCourseCode (Completed-Count)
                   END-IF
               END-IF
               PERFORM READ-NEXT-STUDENT-REGISTRATION
           END-PERFORM
           CLOSE RegistFile.

       READ-NEXT-STUDENT-REGISTRATION.
           READ RegistFile NEXT RECORD
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           IF NOT EndOfRegistFile
               IF rgStudentID NOT = Entry-StudentID
                   SET EndOfRegistFile TO TRUE
               END-IF
           END-IF.

       LOAD-TRANSFER-CREDITS.
           MOVE ZEROS TO Credit-Count
           OPEN INPUT TransferCreditFile
           IF Transfer-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TransferCreditFile
               AT END SET EndOfTransferCreditFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTransferCreditFile
               IF xcStudentID = Entry-StudentID
                   IF Credit-Count < 50
                       ADD 1 TO Credit-Count
                       MOVE xcCourseCode TO
                           crtCourseCode (Credit-Count)
                       MOVE xcUnits TO crtUnits (Credit-Count)
                   END-IF
               END-IF
               READ TransferCreditFile
                   AT END SET EndOfTransferCreditFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TransferCreditFile.

       LOAD-PROG-REQS.
           OPEN INPUT ProgReqFile
           IF ProgReq-File-Status NOT = "00"
