      ******************************************************************
      * Copybook: QUOTEREC
      * Purpose:  Canonical QUOTES.DAT customer quotation record
      *           layout - one record per quoted line, the quote's
      *           number (from QUOTENO.DAT), dates, customer and
      *           salesperson repeated on each of its lines, so the
      *           lines of a quote sit together on the file.  Each
      *           line is priced when quoted the way SalesEntry
      *           prices a sale (list price, promotion, the
      *           customer's agreement or price tier, any manual
      *           discount) and holds that price until the expiry
      *           date.  QuoteEntry raises, converts and declines
      *           quotes; a converted quote becomes SALES.DAT lines
      *           at the quoted price.  An open quote past its
      *           expiry date has lapsed - QuoteConvRpt counts it as
      *           expired.
      ******************************************************************
       01 QuoteRecord.
           88 EndOfQuoteFile       VALUE HIGH-VALUES.
           02 quQuoteNo            PIC 9(6).
           02 quLineNo             PIC 99.
           02 quDate               PIC 9(8).
           02 quExpiry-Date        PIC 9(8).
           02 quCustomer-ID        PIC 9(5).
           02 quSalesperson        PIC X(3).
           02 quOil-Family         PIC X.
           02 quOil-Number         PIC 99.
           02 quUnit-Size          PIC 9.
           02 quQuantity           PIC 9(3).
           02 quList-Price         PIC 99V99.
           02 quDiscount           PIC 9(4)V99.
           02 quManual-Discount    PIC 9(4)V99.
           02 quStatus             PIC X.
               88 quOpen           VALUE "O".
               88 quConverted      VALUE "C".
               88 quDeclined       VALUE "D".
           02 quClosed-Date        PIC 9(8).
