      * Author:Nyx
      * Date:9/2/2026
      * Purpose:Allocate the term's exams into the EXAMSESS.DAT slots
      *         (ExamSessMaint).  REGIST.IDX says exactly who is
      *         enrolled in what: each CourseCode with enrolled
      *         registrations is placed into the first slot whose
      *         remaining capacity holds the class and which gives
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT ExamSessFile ASSIGN TO "EXAMSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       LOAD-TERM-ROSTER.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Error - unable to open REGIST.IDX, run "
                   "RegistrationEntry to create it"
               STOP RUN
           END-IF
