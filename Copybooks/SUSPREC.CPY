      ******************************************************************
      * Copybook: SUSPREC
      * Purpose:  Canonical SUSPENSE.DAT bank suspense record layout.
      *           BankRemitImport appends one record per remittance
      *           it could not match to a single student - the bank's
      *           details as received and why it was held (NOREF
      *           nothing quoted, BADFMT not an ID or card number,
      *           AMBIG more than one thing quoted, BADCHK card check
      *           digit fails, NOSTUD no such student, TOOBIG over
      *           the largest single payment PAYMENTS.DAT can hold).
      *           SuspenseAssign posts an item to the right student
      *           later and marks it assigned, with who did it and
      *           when, so the money is never posted twice.
      ******************************************************************
       01 SuspenseRecord.
           88 EndOfSuspenseFile    VALUE HIGH-VALUES.
           02 suBankRef            PIC X(12).
           02 suValueDate          PIC 9(8).
           02 suAmount             PIC 9(7)V99.
           02 suReference          PIC X(18).
           02 suPayerName          PIC X(20).
           02 suReason             PIC X(6).
           02 suImportDate         PIC 9(8).
           02 suStatus             PIC X.
               88 suOpen           VALUE "O".
               88 suAssigned       VALUE "A".
           02 suStudentID          PIC X(10).
           02 suAssignedDate       PIC 9(8).
           02 suAssignedBy         PIC X(8).
