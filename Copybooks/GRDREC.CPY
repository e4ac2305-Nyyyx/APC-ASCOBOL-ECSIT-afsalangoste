      ******************************************************************
      * Copybook: GRDREC
      * Purpose:  Canonical GRADES.IDX academic-result record layout.
      *           One record per student / course / term with the
      *           numeric grade awarded (000-100), written by
      *           GradeEntry and read by TranscriptRpt, so results
      *           live in the system instead of in registrar
      *           spreadsheets.  They are held on the indexed
      *           GRADES.IDX, keyed on gdKey (StudentID, course, year
      *           and term) with gdCourseCode as an alternate key WITH
      *           DUPLICATES for the grade-sheet programs; GRADES.DAT
      *           is the sequential image AcadIndexRun converts from
      *           and unloads to.
      ******************************************************************
       01 GradeRecord.
           88 EndOfGradeFile       VALUE HIGH-VALUES.
           02 gdKey.
               03 gdStudentID      PIC X(10).
               03 gdCourseCode     PIC X(6).
               03 gdYear           PIC 9(4).
               03 gdTerm           PIC X(2).
           02 gdGrade              PIC 9(3).
