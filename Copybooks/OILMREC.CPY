      ******************************************************************
      * Copybook: OILMREC
      * Purpose:  Canonical OILMAST.DAT oil master record layout -
      *           each Oil-Number's essential/base family, its
      *           descriptive name and its sales-tax class - shared
      *           by OilMaint and the programs that need more than
      *           the name.  The older reports that only print the
      *           name still carry their own short layout.
      *
      * Modification History
      * 10/15/2026 - Added omTax-Class, the TAXRATE.DAT class (S
      *            standard, R reduced, E exempt) the oil is taxed
      *            under.  A legacy record reads with it blank and
      *            is taxed at the standard rate.
      ******************************************************************
       01  Oil-Master-Rec.
           88  EndOfOilMasterFile           VALUE HIGH-VALUES.
           02  omOil-Number                 PIC 99.
           02  omFamily                     PIC X.
           02  omName                       PIC X(20).
           02  omTax-Class                  PIC X.
               88  omTax-Standard           VALUE "S", " ".
               88  omTax-Reduced            VALUE "R".
               88  omTax-Exempt             VALUE "E".
