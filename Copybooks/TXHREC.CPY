      ******************************************************************
      * Copybook: TXHREC
      * Purpose:  Canonical TAXHIST.DAT sales-tax history record
      *           layout.  GLFeedExport appends one record per tax
      *           class for every day it posts - the net taxable
      *           value of the sales, the output tax charged, and
      *           the value and tax handed back on returns - so the
      *           period tax return (TaxReturnRpt) ties to the
      *           250000 sales-tax liability the feed posted.
      ******************************************************************
       01  Tax-History-Rec.
           88  EndOfTaxHistFile             VALUE HIGH-VALUES.
           02  thPost-Date                  PIC 9(8).
           02  thTax-Class                  PIC X.
               88  thStandard               VALUE "S".
               88  thReduced                VALUE "R".
               88  thExempt                 VALUE "E".
           02  thSales-Value                PIC 9(8)V99.
           02  thSales-Tax                  PIC 9(8)V99.
           02  thReturn-Value               PIC 9(8)V99.
           02  thReturn-Tax                 PIC 9(8)V99.
