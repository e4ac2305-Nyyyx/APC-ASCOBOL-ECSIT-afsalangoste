      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Authorized change to a grade already on GRADES.IDX -
      *         the only sanctioned way to correct a marking error or
      *         apply an appeal, now that GradeEntry refuses a second
      *         result for the same student, course and term.  The
      *         operator keys the result, the new grade, a reason
      *         code (ME marking error, AP appeal upheld, LW late
      *         work accepted, AD administrative correction) and the
      *         INSTRUCT.DAT instructor asking for it.  The change
      *         goes through the two-person control: the first time
      *         it is queued on PENDACT.DAT for a different
      *         supervisor to approve with ActionApprove; keyed again
      *         once approved, GRADES.IDX is rewritten with the new
      *         grade and a before/after record with the approver is
      *         appended to GRADECHG.DAT (GCHGREC).  Each term a
      *         grade changed in is queued on RPTREQ.DAT for
      *         RptReqRun to rerun AcademicStanding overnight.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeChange.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT InstructorFile ASSIGN TO "INSTRUCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Instructor-File-Status.
           SELECT GradeChangeFile ASSIGN TO "GRADECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Change-File-Status.
           SELECT RequestFile ASSIGN TO "RPTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Request-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GradeFile.
       COPY GRDREC.

       FD InstructorFile.
       COPY INSTREC.

       FD GradeChangeFile.
       COPY GCHGREC.

       FD RequestFile.
       COPY RPTREQ.

       WORKING-STORAGE SECTION.
       01  Grade-File-Status            PIC XX.
       01  Instructor-File-Status       PIC XX.
       01  Grade-Change-File-Status     PIC XX.
       01  Request-File-Status          PIC XX.

      * The result being changed, read by its key and rewritten in
      * place on GRADES.IDX once the change is approved.
       01  Current-Grade                PIC 9(3)   VALUE ZEROS.
       01  Grade-Found-Switch           PIC X      VALUE "N".
           88  Found-Grade              VALUE "Y".

       01  Instructor-Table.
           02  Instructor-Entry         OCCURS 200 TIMES.
               03  intInstructorID      PIC X(6).
               03  intName              PIC X(20).
       01  Instructor-Count             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Index             PIC 9(3)   VALUE ZEROS.
       01  Instructor-Found-Switch      PIC X      VALUE "N".
           88  Found-Instructor         VALUE "Y".

      * Terms a grade was changed in this session - each is queued
      * once for an AcademicStanding rerun.
       01  Term-Table.
           02  Term-Entry               OCCURS 20 TIMES.
               03  tmtYear              PIC 9(4).
               03  tmtTerm              PIC X(2).
       01  Term-Count                   PIC 9(2)   VALUE ZEROS.
       01  Term-Index                   PIC 9(2)   VALUE ZEROS.
       01  Queued-Switch                PIC X      VALUE "N".
           88  Already-Queued           VALUE "Y".

       01  Entry-StudentID              PIC X(10).
       01  Entry-CourseCode             PIC X(6).
       01  Entry-Year                   PIC 9(4).
       01  Entry-Term                   PIC X(2).
       01  Entry-Grade                  PIC 9(3).
       01  Entry-Reason                 PIC X(2).
           88  Valid-Reason             VALUE "ME", "AP", "LW", "AD".
       01  Entry-InstructorID           PIC X(6).
       01  More-Changes-Switch          PIC X      VALUE "Y".
           88  More-Changes             VALUE "Y".
       01  Today                        PIC 9(8).
       01  Applied-Count                PIC 9(3)   VALUE ZEROS.
       01  Queued-Count                 PIC 9(3)   VALUE ZEROS.

      * Two-person control: the change queues on PENDACT.DAT and
      * only applies once a different supervisor has approved it
      * with ActionApprove (ActionGate answers G or W).
       COPY APPRREQ.

       01  Requesting-Operator          PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Today FROM DATE YYYYMMDD
           OPEN I-O GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Error - unable to open GRADES.IDX, run "
                   "GradeEntry to create it"
               STOP RUN
           END-IF
           PERFORM LOAD-INSTRUCTORS
           DISPLAY "GradeChange - authorized grade change"
           DISPLAY "Requesting operator ID     : " WITH NO ADVANCING
           ACCEPT Requesting-Operator
           IF Requesting-Operator = SPACES
               MOVE "CONSOLE" TO Requesting-Operator
           END-IF
           DISPLAY "Enter the result to change, or blank StudentID "
               "to finish."
           PERFORM UNTIL NOT More-Changes
               DISPLAY "StudentID (blank to end)   : "
                   WITH NO ADVANCING
               ACCEPT Entry-StudentID
               IF Entry-StudentID = SPACES
                   MOVE "N" TO More-Changes-Switch
               ELSE
                   PERFORM CHANGE-ONE-GRADE
               END-IF
           END-PERFORM
           CLOSE GradeFile
           IF Applied-Count > 0
               PERFORM QUEUE-STANDING-RERUNS
           END-IF
           DISPLAY "GradeChange - " Applied-Count
               " grade change(s) applied, " Queued-Count
               " AcademicStanding rerun(s) queued on RPTREQ.DAT"
           STOP RUN.

       CHANGE-ONE-GRADE.
           DISPLAY "CourseCode                 : " WITH NO ADVANCING
           ACCEPT Entry-CourseCode
           DISPLAY "Year (e.g. 2026)           : " WITH NO ADVANCING
           ACCEPT Entry-Year
           DISPLAY "Term (SP/SU/FA)            : " WITH NO ADVANCING
           ACCEPT Entry-Term
           PERFORM FIND-GRADE
           IF NOT Found-Grade
               DISPLAY "Error - no GRADES.IDX result for "
                   Entry-StudentID " " Entry-CourseCode " "
                   Entry-Term " " Entry-Year ", nothing changed"
               EXIT PARAGRAPH
           END-IF
           MOVE gdGrade TO Current-Grade
           DISPLAY "Current grade              : " Current-Grade
           DISPLAY "New grade (000-100)        : " WITH NO ADVANCING
           ACCEPT Entry-Grade
           DISPLAY "Reason ME/AP/LW/AD         : " WITH NO ADVANCING
           ACCEPT Entry-Reason
           DISPLAY "Requesting InstructorID    : " WITH NO ADVANCING
           ACCEPT Entry-InstructorID
           PERFORM LOOKUP-INSTRUCTOR
           EVALUATE TRUE
               WHEN Entry-Grade > 100
                   DISPLAY "Error - grade must be 000-100, "
                       "nothing changed"
               WHEN Entry-Grade = Current-Grade
                   DISPLAY "Error - the new grade is the grade "
                       "already recorded, nothing changed"
               WHEN NOT Valid-Reason
                   DISPLAY "Error - reason must be ME, AP, LW or AD, "
                       "nothing changed"
               WHEN NOT Found-Instructor
                   DISPLAY "Error - " Entry-InstructorID
                       " is not on INSTRUCT.DAT, nothing changed"
               WHEN OTHER
                   PERFORM GATE-THE-CHANGE
           END-EVALUATE.

      * The parameters carry the result and the exact change, so the
      * approval a supervisor gives covers this grade moving from
      * this value to that one and nothing else - if the recorded
      * grade has moved meanwhile the request no longer matches.
       GATE-THE-CHANGE.
           MOVE "GradeChange" TO agProgram
           MOVE SPACES TO agParm1 agParm2
           STRING Entry-StudentID Entry-CourseCode Entry-Year
               Entry-Term DELIMITED BY SIZE INTO agParm1
           STRING Current-Grade "->" Entry-Grade " "
               Entry-Reason " " Entry-InstructorID
               DELIMITED BY SIZE INTO agParm2
           MOVE Requesting-Operator TO agOperator
           CALL "ActionGate" USING Action-Gate-Area
           IF agWaiting
               DISPLAY "GradeChange - this change is queued as "
                   "number " agActionNo " on PENDACT.DAT and needs "
                   "a different supervisor's approval "
                   "(ActionApprove); key it again once approved.  "
                   "Nothing was changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GRADE
           IF NOT Found-Grade OR gdGrade NOT = Current-Grade
               DISPLAY "Error - the GRADES.IDX result has changed "
                   "since it was shown, nothing changed"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Grade TO gdGrade
           REWRITE GradeRecord
               INVALID KEY
                   DISPLAY "Error - GRADES.IDX status "
                       Grade-File-Status ", nothing changed"
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-CHANGE-AUDIT
           ADD 1 TO Applied-Count
           PERFORM NOTE-CHANGED-TERM
           DISPLAY "Grade for " Entry-StudentID " " Entry-CourseCode
               " " Entry-Term " " Entry-Year " changed to "
               Entry-Grade " under approved action " agActionNo.

       WRITE-CHANGE-AUDIT.
           MOVE Today TO gcChangeDate
           MOVE Entry-StudentID TO gcStudentID
           MOVE Entry-CourseCode TO gcCourseCode
           MOVE Entry-Year TO gcYear
           MOVE Entry-Term TO gcTerm
           MOVE Current-Grade TO gcOldGrade
           MOVE Entry-Grade TO gcNewGrade
           MOVE Entry-Reason TO gcReason
           MOVE Entry-InstructorID TO gcInstructorID
           MOVE Requesting-Operator TO gcRequestedBy
           MOVE agApprovedBy TO gcApprovedBy
           MOVE agActionNo TO gcActionNo
           OPEN EXTEND GradeChangeFile
           IF Grade-Change-File-Status NOT = "00"
               OPEN OUTPUT GradeChangeFile
           END-IF
           WRITE GradeChangeRecord
           CLOSE GradeChangeFile.

       NOTE-CHANGED-TERM.
           PERFORM VARYING Term-Index FROM 1 BY 1
                   UNTIL Term-Index > Term-Count
               IF tmtYear (Term-Index) = Entry-Year
                       AND tmtTerm (Term-Index) = Entry-Term
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF Term-Count < 20
               ADD 1 TO Term-Count
               MOVE Entry-Year TO tmtYear (Term-Count)
               MOVE Entry-Term TO tmtTerm (Term-Count)
           ELSE
               DISPLAY "Warning - Term-Table full, queue "
                   "AcademicStanding for " Entry-Term " " Entry-Year
                   " with RptReqEntry"
           END-IF.

      * One queued AcademicStanding request per changed term; a
      * request already waiting for the same term will pick the
      * change up when it runs.
       QUEUE-STANDING-RERUNS.
           PERFORM VARYING Term-Index FROM 1 BY 1
                   UNTIL Term-Index > Term-Count
               PERFORM CHECK-ALREADY-QUEUED
               IF NOT Already-Queued
                   MOVE "AcademicStanding" TO rqReportName
                   MOVE tmtYear (Term-Index) TO rqParm1
                   MOVE tmtTerm (Term-Index) TO rqParm2
                   MOVE Today TO rqRequestDate
                   MOVE Requesting-Operator TO rqOperator
                   SET rqQueued TO TRUE
                   MOVE SPACES TO rqReason
                   OPEN EXTEND RequestFile
                   IF Request-File-Status NOT = "00"
                       OPEN OUTPUT RequestFile
                   END-IF
                   WRITE ReportRequestRecord
                   CLOSE RequestFile
                   ADD 1 TO Queued-Count
               END-IF
           END-PERFORM.

       CHECK-ALREADY-QUEUED.
           MOVE "N" TO Queued-Switch
           OPEN INPUT RequestFile
           IF Request-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RequestFile
               AT END SET EndOfRptReqFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRptReqFile
               IF rqReportName = "AcademicStanding" AND rqQueued
                       AND rqParm1 (1:4) = tmtYear (Term-Index)
                       AND rqParm2 (1:2) = tmtTerm (Term-Index)
                   SET Already-Queued TO TRUE
               END-IF
               READ RequestFile
                   AT END SET EndOfRptReqFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RequestFile.

       FIND-GRADE.
           MOVE "N" TO Grade-Found-Switch
           MOVE Entry-StudentID TO gdStudentID
           MOVE Entry-CourseCode TO gdCourseCode
           MOVE Entry-Year TO gdYear
           MOVE Entry-Term TO gdTerm
           READ GradeFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Found-Grade TO TRUE
           END-READ.

       LOOKUP-INSTRUCTOR.
           MOVE "N" TO Instructor-Found-Switch
           PERFORM VARYING Instructor-Index FROM 1 BY 1
                   UNTIL Instructor-Index > Instructor-Count
               IF intInstructorID (Instructor-Index)
                       = Entry-InstructorID
                   SET Found-Instructor TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-INSTRUCTORS.
           OPEN INPUT InstructorFile
           IF Instructor-File-Status = "00"
               READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInstructorFile
                   IF Instructor-Count < 200
                       ADD 1 TO Instructor-Count
                       MOVE inInstructorID TO
                           intInstructorID (Instructor-Count)
                       MOVE inName TO intName (Instructor-Count)
                   END-IF
                   READ InstructorFile
                       AT END SET EndOfInstructorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InstructorFile
           ELSE
               DISPLAY "Warning - INSTRUCT.DAT not found, no grade "
                   "change can be requested until InstructorMaint "
                   "has built it"
           END-IF.

       END PROGRAM GradeChange.
