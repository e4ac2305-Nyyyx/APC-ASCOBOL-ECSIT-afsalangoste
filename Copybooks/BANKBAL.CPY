      ******************************************************************
      * Copybook: BANKBAL
      * Purpose:  Canonical BANKBAL.DAT reconciled bank balance record
      *           layout.  BankRecon appends one record per
      *           reconciliation - the closing balance on the bank
      *           statement it reconciled to, the date of the last
      *           statement line, and what was left unmatched - so
      *           CashFlowFcst can start its projection from the last
      *           balance the bank has confirmed instead of a guess.
      *           The balance is signed; an overdrawn account is
      *           carried negative.
      ******************************************************************
       01 BankBalanceRecord.
           88 EndOfBankBalFile     VALUE HIGH-VALUES.
           02 bbStatement-Date     PIC 9(8).
           02 bbBalance            PIC S9(9)V99
                                    SIGN TRAILING SEPARATE.
           02 bbUnmatched-Deposits PIC 9(5).
           02 bbUnexplained-Lines  PIC 9(5).
