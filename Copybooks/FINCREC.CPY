      ******************************************************************
      * Copybook: FINCREC
      * Purpose:  Canonical FINCHG.DAT finance-charge register record
      *           layout.  FinanceChargeRun appends one record per
      *           late-payment charge it raises - the student, the
      *           charge date and code (LF flat late fee, IN
      *           interest), the overdue balance it was charged on
      *           and how old that balance was - alongside the
      *           BILLED.DAT charge itself.  StudentGLFeed posts the
      *           charges still pending to interest income and marks
      *           them posted, so each charge reaches the ledger
      *           exactly once whenever the feed next runs.
      ******************************************************************
       01 FinChargeRecord.
           88 EndOfFinChargeFile   VALUE HIGH-VALUES.
           02 fcStudentID          PIC X(10).
           02 fcChargeDate         PIC 9(8).
           02 fcChargeCode         PIC XX.
           02 fcOverdueAmount      PIC 9(7)V99.
           02 fcAgeDays            PIC 9(5).
           02 fcAmount             PIC 9(7)V99.
           02 fcPosted             PIC X.
               88 fcGL-Posted      VALUE "Y".
               88 fcGL-Pending     VALUE "N".
           02 fcPostedDate         PIC 9(8).
