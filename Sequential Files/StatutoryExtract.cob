      * Date:9/2/2026
      * Purpose:Build the education authority's annual student-level
      *         return.  Combines STUDENTS.DAT identity, the
      *         student's REGIST.IDX registration count, and the
      *         owning department off the CRSCAT.DAT catalog into the
      *         authority's fixed-width GOVSTAT.DAT layout - one
      *         record per student, gender reduced to the authority's
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COUNT-REGISTRATIONS.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Warning - REGIST.IDX not found, return "
                   "carries zero registration counts"
               EXIT PARAGRAPH
           END-IF
