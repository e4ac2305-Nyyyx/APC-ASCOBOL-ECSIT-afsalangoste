      * Author:Nyx
      * Date:9/2/2026
      * Purpose:Term-end rollover batch.  For the operator-entered
      *         year/term, every REGIST.IDX registration still
      *         rgStatus-Enrolled is marked Completed where a
      *         GRADES.IDX result exists for the same student/course/
      *         term, and flagged for the registrar where it does
      *         not, each rewritten in place.  A progression
      *         report on TERMEND.RPT counts completed, withdrawn
      *         and enrolled-but-ungraded registrations per
      *         CourseCode, and a completion record goes to
      * 9/2/2026 - A REGIST.DAT bigger than the run's table now
      *            aborts with RETURN-CODE 16 instead of warning
      *            and truncating the file on the rewrite.
      * 10/15/2026 - Before rolling, the enrolled registrations for
      *            the term still without a GRADES.DAT result are
      *            counted and the operator warned; answering N
      *            stops the run with RETURN-CODE 8 and nothing
      *            rolled, so the grades can be chased first
      *            (GradeSheetRpt's missing-grades report).
      * 10/15/2026 - The term's registrations are now rolled in place
      *            on the indexed REGIST.IDX, each completed one
      *            rewritten as it is read, and each one's grade is
      *            read by its key from GRADES.IDX - the 1000-entry
      *            registration and graded tables, and the abort when
      *            REGIST outgrew them, are gone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermEndRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT TermEndFile ASSIGN TO "TERMEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  Entry-Year                   PIC 9(4).
       01  Entry-Term                   PIC X(2).

      * Registrations read on the rolling pass; a registration is
      * graded when GRADES.IDX holds a result under the same key.
       01  Regist-Count                 PIC 9(7)   VALUE ZEROS.
       01  Graded-Switch                PIC X      VALUE "N".
           88  Has-Grade                VALUE "Y".


       01  Completed-Count              PIC 9(5)   VALUE ZEROS.
       01  Ungraded-Count               PIC 9(5)   VALUE ZEROS.
       01  Pending-Ungraded-Count       PIC 9(5)   VALUE ZEROS.
       01  Roll-Answer                  PIC X      VALUE "N".
           88  Roll-Anyway              VALUE "Y", "y".

       01  TermEnd-Header               PIC X(40)
           VALUE "TERM-END PROGRESSION REPORT".
               GOBACK
           END-IF

           PERFORM OPEN-GRADES
           PERFORM COUNT-PENDING-UNGRADED
           IF Pending-Ungraded-Count > 0
               DISPLAY "Warning - " Pending-Ungraded-Count
                   " enrolled registration(s) for " Entry-Term " "
                   Entry-Year " still have no grade on GRADES.IDX "
                   "and will stay enrolled"
               DISPLAY "Roll the term anyway (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT Roll-Answer
               IF NOT Roll-Anyway
                   DISPLAY "TermEndRun - nothing rolled; chase the "
                       "missing grades (GradeSheetRpt) and rerun"
                   MOVE 8 TO RETURN-CODE
                   CLOSE GradeFile
                   PERFORM WRITE-JOB-LOG
                   GOBACK
               END-IF
           END-IF
           PERFORM OPEN-TERMEND-REPORT
           PERFORM ROLL-REGISTRATIONS
           PERFORM PRINT-PROGRESSION
           CLOSE TermEndFile
           CLOSE GradeFile

           DISPLAY "TermEndRun - " Completed-Count
               " registration(s) completed, " Ungraded-Count
           WRITE TermEnd-Report-Line FROM TermEnd-LineBreak.

       ROLL-REGISTRATIONS.
           OPEN I-O RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX for update, "
                   "status " Regist-File-Status
               CLOSE TermEndFile
               CLOSE GradeFile
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               ADD 1 TO Regist-Count
               IF rgYear = Entry-Year AND rgTerm = Entry-Term
                   PERFORM ROLL-ONE-REGISTRATION
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

       ROLL-ONE-REGISTRATION.
           PERFORM FIND-OR-ADD-COURSE-ENTRY
           EVALUATE rgStatus
               WHEN "W"
                   IF Course-Index > 0
                       ADD 1 TO crsWithdrawn (Course-Index)
               WHEN "E"
                   PERFORM CHECK-HAS-GRADE
                   IF Has-Grade
                       MOVE "C" TO rgStatus
                       MOVE Run-Date TO rgStatusDate
                       REWRITE RegistrationRecord
                           INVALID KEY
                               DISPLAY "Error - " rgStudentID " "
                                   rgCourseCode " not rewritten, "
                                   "status " Regist-File-Status
                       END-REWRITE
                       ADD 1 TO Completed-Count
                       IF Course-Index > 0
                           ADD 1 TO crsCompleted (Course-Index)
                       IF Course-Index > 0
                           ADD 1 TO crsUngraded (Course-Index)
                       END-IF
                       MOVE rgStudentID TO tflStudentID
                       MOVE rgCourseCode TO tflCourseCode
                       WRITE TermEnd-Report-Line FROM
                           TermEnd-Flag-Line
                   END-IF
                   END-IF
           END-EVALUATE.

       COUNT-PENDING-UNGRADED.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, run "
                   "RegistrationEntry to create it"
               CLOSE GradeFile
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               IF rgYear = Entry-Year AND rgTerm = Entry-Term
                       AND rgStatus-Enrolled
                   PERFORM CHECK-HAS-GRADE
                   IF NOT Has-Grade
                       ADD 1 TO Pending-Ungraded-Count
                   END-IF
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

       CHECK-HAS-GRADE.
           MOVE "N" TO Graded-Switch
           MOVE rgStudentID TO gdStudentID
           MOVE rgCourseCode TO gdCourseCode
           MOVE rgYear TO gdYear
           MOVE rgTerm TO gdTerm
           READ GradeFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Has-Grade TO TRUE
           END-READ.

       FIND-OR-ADD-COURSE-ENTRY.
           MOVE "N" TO Course-Found-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Count
               IF crsCourseCode (Course-Index) = rgCourseCode
                   SET Found-Course-Entry TO TRUE
                   EXIT PERFORM
               END-IF
               IF Course-Count < 50
                   ADD 1 TO Course-Count
                   MOVE Course-Count TO Course-Index
                   MOVE rgCourseCode TO crsCourseCode (Course-Index)
                   MOVE ZEROS TO crsCompleted (Course-Index)
                   MOVE ZEROS TO crsWithdrawn (Course-Index)
                   MOVE ZEROS TO crsUngraded (Course-Index)
               WRITE TermEnd-Report-Line FROM TermEnd-Detail-Line
           END-PERFORM.

       OPEN-GRADES.
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.IDX, run "
                   "GradeEntry to create it"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF.

       WRITE-JOB-LOG.
           MOVE "TermEndRun" TO jlProgramName
