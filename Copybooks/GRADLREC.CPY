      ******************************************************************
      * Copybook: GRADLREC
      * Purpose:  Canonical GRADLIST.DAT graduate record layout.
      *           GraduationRun writes one record per graduate put
      *           forward for a conferral date, with the CERTNO.DAT
      *           certificate serial number printed on the
      *           certificate, the programme, the cumulative average
      *           from STANDING.DAT and the honours it earns.  The
      *           record stays pending until the graduate is confirmed
      *           after the ceremony, when GraduationRun posts the
      *           ssGraduated status to STUDSTAT.DAT and marks it
      *           confirmed.  A student already on the file is never
      *           put forward (or given a certificate number) twice.
      ******************************************************************
       01 GraduateRecord.
           88 EndOfGraduateFile    VALUE HIGH-VALUES.
           02 glSerialNo           PIC 9(6).
           02 glStudentID          PIC X(10).
           02 glCourseCode         PIC X(6).
           02 glConferralDate      PIC 9(8).
           02 glCumAverage         PIC 9(3)V9.
           02 glHonours            PIC X.
               88 glDistinction    VALUE "D".
               88 glMerit          VALUE "M".
               88 glNoHonours      VALUE " ".
           02 glStatus             PIC X.
               88 glPending        VALUE "P".
               88 glConfirmed      VALUE "C".
           02 glConfirmedDate      PIC 9(8).
