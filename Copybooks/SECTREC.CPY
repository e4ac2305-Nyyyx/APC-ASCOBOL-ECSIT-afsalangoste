      *           records the chosen section on the registration and
      *           refuses a section whose meeting times clash with
      *           the student's existing registrations for the term.
      *
      * Modification History
      * 10/15/2026 - Added scInstructorID, the INSTRUCT.DAT instructor
      *            teaching the section.  SectionMaint now picks the
      *            instructor from the master and copies the master's
      *            name into scInstructor.  A legacy record reads with
      *            the ID blank and its free-text name unchanged.
      ******************************************************************
       01 SectionRecord.
           88 EndOfSectionFile     VALUE HIGH-VALUES.
           02 scEndTime            PIC 9(4).
           02 scRoom               PIC X(6).
           02 scInstructor         PIC X(20).
           02 scInstructorID       PIC X(6).
