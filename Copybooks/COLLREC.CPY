      ******************************************************************
      * Copybook: COLLREC
      * Purpose:  Canonical COLLECT.DAT collection-agency referral
      *           record layout.  CollectReferral adds one record per
      *           account it hands to the agency - the StudentID, the
      *           referral date and the balance referred.
      *           CollectRecovery adds up what the agency recovers and
      *           the commission it keeps, closing the referral once
      *           the balance is recovered, or marking it returned
      *           when the agency gives up; WriteOff closes what is
      *           never recovered.
      *           DunningRun sends no more letters to a referred
      *           account.
      ******************************************************************
       01 CollectionRecord.
           88 EndOfCollectionFile  VALUE HIGH-VALUES.
           02 caStudentID          PIC X(10).
           02 caReferDate          PIC 9(8).
           02 caReferBalance       PIC 9(7)V99.
           02 caRecovered          PIC 9(7)V99.
           02 caCommission         PIC 9(7)V99.
           02 caLastRecovery       PIC 9(8).
           02 caStatus             PIC X.
               88 caReferred       VALUE "R".
               88 caReturned       VALUE "U".
               88 caClosed         VALUE "C".
               88 caWrittenOff     VALUE "W".
           02 caStatusDate         PIC 9(8).
