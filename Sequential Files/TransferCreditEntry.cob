      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Record transfer credit and advanced standing onto
      *         XFERCRED.DAT (XFERREC) - StudentID validated against
      *         STUDENTS.IDX and the equivalent CourseCode against
      *         the CRSEDIT edit table the way GradeEntry validates
      *         results, with the external institution and course,
      *         units granted and approval date - so credit a
      *         student brings from another institution counts in
      *         GradAuditRpt and RegistrationEntry instead of being
      *         overridden by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferCreditEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS xiStudentID
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT TransferCreditFile ASSIGN TO "XFERCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Transfer-File-Status.

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

       FD TransferCreditFile.
       COPY XFERREC.

       WORKING-STORAGE SECTION.
       01  Student-Index-Status      PIC XX.
       01  Transfer-File-Status      PIC XX.

      * Existing credits, loaded up front so the same course is not
      * credited to a student twice.
       01  Credit-Table.
           02  Credit-Entry          OCCURS 1000 TIMES.
               03  crtStudentID      PIC X(10).
               03  crtCourseCode     PIC X(6).
       01  Credit-Count              PIC 9(4)   VALUE ZEROS.
       01  Credit-Index              PIC 9(4)   VALUE ZEROS.
       01  Duplicate-Switch          PIC X      VALUE "N".
           88  Is-Duplicate          VALUE "Y".

       01  Entry-StudentID           PIC X(10).
       01  Entry-Institution         PIC X(20).
       01  Entry-ExtCourse           PIC X(10).
       01  Entry-CourseCode          PIC X(6).
       01  Entry-Units               PIC X(2).
       01  Entry-Units-Num           PIC 9(2)   VALUE ZEROS.
       01  Entry-ApprovalDate        PIC X(8).
       01  Entry-ApprovalDate-Num    PIC 9(8)   VALUE ZEROS.
       01  Run-Date                  PIC 9(8).
       01  More-Entries-Switch       PIC X      VALUE "Y".
           88  More-Entries          VALUE "Y".
       01  Credited-Count            PIC 9(5)   VALUE ZEROS.

      * Valid-CourseCode edit table, shared with the intake programs
      * via CRSEDIT.
       COPY CRSEDIT.

       01  Course-Index              PIC 9(3)   VALUE ZEROS.
       01  Valid-Course-Switch       PIC X      VALUE "N".
           88  Valid-Course          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT StudentIndexFile
           IF Student-Index-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.IDX, run "
                   "StudentIndexBuild first"
               STOP RUN
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM LOAD-CREDITS
           PERFORM OPEN-CREDITS-FOR-APPEND

           DISPLAY "TransferCreditEntry - transfer credit entry"
           DISPLAY "Enter a StudentID, the external institution and "
               "course, our equivalent CourseCode, units granted and "
               "approval date, or blank StudentID to finish."
           PERFORM UNTIL NOT More-Entries
               DISPLAY "StudentID (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-StudentID
               IF Entry-StudentID = SPACES
                   MOVE "N" TO More-Entries-Switch
               ELSE
                   MOVE Entry-StudentID TO xiStudentID
                   READ StudentIndexFile
                       INVALID KEY
                           DISPLAY "No student found for StudentID "
                               Entry-StudentID ", credit not recorded"
                       NOT INVALID KEY
                           PERFORM CREDIT-ONE-STUDENT
                   END-READ
               END-IF
           END-PERFORM

           CLOSE TransferCreditFile
           CLOSE StudentIndexFile
           DISPLAY "TransferCreditEntry - " Credited-Count
               " credit(s) written to XFERCRED.DAT"
           STOP RUN.

       CREDIT-ONE-STUDENT.
           DISPLAY "External institution     : " WITH NO ADVANCING
           ACCEPT Entry-Institution
           DISPLAY "External course          : " WITH NO ADVANCING
           ACCEPT Entry-ExtCourse
           DISPLAY "Equivalent CourseCode    : " WITH NO ADVANCING
           ACCEPT Entry-CourseCode
           DISPLAY "Units granted (01-99)    : " WITH NO ADVANCING
           ACCEPT Entry-Units
           DISPLAY "Approval date (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING
           ACCEPT Entry-ApprovalDate
           IF Entry-ApprovalDate = SPACES
               MOVE Run-Date TO Entry-ApprovalDate
           END-IF
           PERFORM CHECK-COURSE-CODE
           PERFORM CHECK-DUPLICATE-CREDIT
           EVALUATE TRUE
               WHEN Entry-Institution = SPACES
                       OR Entry-ExtCourse = SPACES
                   DISPLAY "Error - external institution and course "
                       "are required, credit not recorded"
               WHEN NOT Valid-Course
                   DISPLAY "Error - " Entry-CourseCode
                       " is not a recognized CourseCode, credit not "
                       "recorded"
               WHEN Entry-Units NOT NUMERIC
                       OR Entry-Units = "00"
                   DISPLAY "Error - units must be numeric 01-99, "
                       "credit not recorded"
               WHEN Entry-ApprovalDate NOT NUMERIC
                   DISPLAY "Error - approval date must be YYYYMMDD, "
                       "credit not recorded"
               WHEN Is-Duplicate
                   DISPLAY "Error - " Entry-StudentID
                       " already holds transfer credit for "
                       Entry-CourseCode
               WHEN OTHER
                   MOVE Entry-Units TO Entry-Units-Num
                   MOVE Entry-ApprovalDate TO Entry-ApprovalDate-Num
                   PERFORM WRITE-CREDIT
           END-EVALUATE.

       WRITE-CREDIT.
           MOVE Entry-StudentID TO xcStudentID
           MOVE Entry-Institution TO xcInstitution
           MOVE Entry-ExtCourse TO xcExtCourse
           MOVE Entry-CourseCode TO xcCourseCode
           MOVE Entry-Units-Num TO xcUnits
           MOVE Entry-ApprovalDate-Num TO xcApprovalDate
           WRITE TransferCreditRecord
           ADD 1 TO Credited-Count
           IF Credit-Count < 1000
               ADD 1 TO Credit-Count
               MOVE Entry-StudentID TO crtStudentID (Credit-Count)
               MOVE Entry-CourseCode TO crtCourseCode (Credit-Count)
           END-IF
           DISPLAY "Recorded " Entry-Units-Num " unit(s) of credit "
               "for " Entry-StudentID " in " Entry-CourseCode.

       CHECK-DUPLICATE-CREDIT.
           MOVE "N" TO Duplicate-Switch
           PERFORM VARYING Credit-Index FROM 1 BY 1
                   UNTIL Credit-Index > Credit-Count
               IF crtStudentID (Credit-Index) = Entry-StudentID
                       AND crtCourseCode (Credit-Index)
                           = Entry-CourseCode
                   SET Is-Duplicate TO TRUE
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

       LOAD-CREDITS.
           OPEN INPUT TransferCreditFile
           IF Transfer-File-Status = "00"
               READ TransferCreditFile
                   AT END SET EndOfTransferCreditFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferCreditFile
                   IF Credit-Count < 1000
                       ADD 1 TO Credit-Count
                       MOVE xcStudentID TO crtStudentID (Credit-Count)
                       MOVE xcCourseCode TO
                           crtCourseCode (Credit-Count)
                   END-IF
                   READ TransferCreditFile
                       AT END SET EndOfTransferCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferCreditFile
           ELSE
               DISPLAY "XFERCRED.DAT not found - starting a new "
                   "transfer credit file."
           END-IF.

       OPEN-CREDITS-FOR-APPEND.
           OPEN EXTEND TransferCreditFile
           IF Transfer-File-Status NOT = "00"
               OPEN OUTPUT TransferCreditFile
           END-IF.

       END PROGRAM TransferCreditEntry.
