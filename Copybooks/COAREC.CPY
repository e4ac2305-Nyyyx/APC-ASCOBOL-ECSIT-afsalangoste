      * Copybook: COAREC
      * Purpose:  Canonical COA.DAT chart-of-accounts master record
      *           layout - the account code, its name, and its type
      *           (Asset, Liability, Equity, Revenue, eXpense),
      *           the statement line it reports under and the
      *           subsystem it belongs to - maintained
      *           by ChartOfAcctMaint.  The GL feed writers validate
      *           every account code they post against this master,
      *           and TrialBalanceRpt prints names beside the codes,
      *           so a typo'd account surfaces here instead of
      *           months later at the accountants' end.
      *
      * Modification History
      * 10/15/2026 - Added type E (equity), coReportGroup - the
      *            caption of the FinStmtRpt statement line the
      *            account is added into, blank to print the account
      *            on a line of its own - and coSubsystem, S for the
      *            student system or A for Aromamora, which picks the
      *            income statement column.  A shared account (cash,
      *            bank) is left blank.  A record written before the
      *            fields existed reads with both blank.
      ******************************************************************
       01 ChartOfAcctRecord.
           88 EndOfCOAFile         VALUE HIGH-VALUES.
           02 coAccountType        PIC X.
               88 coAsset          VALUE "A".
               88 coLiability      VALUE "L".
               88 coEquity         VALUE "E".
               88 coRevenue        VALUE "R".
               88 coExpense        VALUE "X".
           02 coReportGroup        PIC X(30).
           02 coSubsystem          PIC X.
               88 coStudent-Account    VALUE "S".
               88 coAromamora-Account  VALUE "A".
               88 coShared-Account     VALUE " ".
