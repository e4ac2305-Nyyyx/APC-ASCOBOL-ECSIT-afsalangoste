      ******************************************************************
      * Copybook: INSTREC
      * Purpose:  Canonical INSTRUCT.DAT instructor master record
      *           layout - one record per lecturer with the name
      *           printed on the timetable, the owning department,
      *           the contract type and the maximum weekly contact
      *           hours the contract allows.  Maintained by
      *           InstructorMaint; SectionMaint assigns sections by
      *           inInstructorID, so one lecturer is spelled one way
      *           everywhere, and TeachLoadRpt totals each
      *           instructor's load against inMaxHours.
      ******************************************************************
       01 InstructorRecord.
           88 EndOfInstructorFile  VALUE HIGH-VALUES.
           02 inInstructorID       PIC X(6).
           02 inName               PIC X(20).
           02 inDept               PIC X(12).
           02 inContract           PIC X.
               88 inFull-Time      VALUE "F".
               88 inPart-Time      VALUE "P".
               88 inVisiting       VALUE "V".
           02 inMaxHours           PIC 9(2)V9.
