      * 9/2/2026 - Widened the FILLER on both records to keep pace
      *            with Sales-Rec growing sfOn-Account, sfDiscount,
      *            sfLocation and sfRedeemed.
      * 10/15/2026 - Widened the FILLER on both records to keep pace
      *            with Sales-Rec growing sfTax-Class and
      *            sfTax-Amount.
      * 10/15/2026 - Widened the FILLER on both records to keep pace
      *            with Sales-Rec growing sfPrice-Source, sfList-Price
      *            and sfManual-Discount.
      * 10/15/2026 - Carved the key-verification fields out of the
      *            header FILLER: slhVerify-Status (U a batch holding
      *            stall-docket lines not yet rekeyed by a second
      *            operator, V verified, O released by a supervisor
      *            override, blank nothing to verify), the operator
      *            who keyed the dockets and how many of the batch's
      *            stall lines have been verified so far.  Readers
      *            refuse a batch held unverified.  A legacy header
      *            reads blank and is not held.
      ******************************************************************
       01 Sales-Header-Record.
           02 slhMarker             PIC X(3)   VALUE "HDR".
           02 slhBatchID            PIC X(10).
           02 slhCreationDate       PIC 9(8).
           02 slhExpectedCount      PIC 9(7).
           02 slhVerify-Status      PIC X      VALUE SPACE.
               88 slhUnverified     VALUE "U".
               88 slhVerified       VALUE "V".
               88 slhOverridden     VALUE "O".
           02 slhKeyed-By           PIC X(8)   VALUE SPACES.
           02 slhVerified-Count     PIC 9(5)   VALUE ZEROS.
           02 FILLER                PIC X(34)  VALUE SPACES.

       01 Sales-Trailer-Record.
           02 sltMarker             PIC X(3)   VALUE "TRL".
           02 sltBatchID            PIC X(10).
           02 sltActualCount        PIC 9(7).
           02 FILLER                PIC X(56)  VALUE SPACES.
