      ******************************************************************
      * Copybook: STALLREC
      * Purpose:  Canonical STALLDAY.DAT market-stall session record
      *           layout.  StallSession opens a stall day with one
      *           "H" header record - the float taken out and, once
      *           the day is closed, the cash counted back in the
      *           tin and the card takings - and one "L" line record
      *           per oil going out in the van, holding what the
      *           stall already held, the quantity loaded out from
      *           the shop and, at close, the quantity counted
      *           back.  A day is open until its header is closed;
      *           the settlement sheet compares the stock and the
      *           takings against the day's stall lines on
      *           SALES.DAT.
      ******************************************************************
       01  Stall-Day-Rec.
           88  EndOfStallDayFile            VALUE HIGH-VALUES.
           02  sdDate                       PIC 9(8).
           02  sdRec-Type                   PIC X.
               88  sdHeader                 VALUE "H".
               88  sdLoad-Line              VALUE "L".
           02  sdStatus                     PIC X.
               88  sdOpen                   VALUE "O".
               88  sdClosed                 VALUE "C".
           02  sdOil-Number                 PIC 99.
           02  sdOpening                    PIC 9(6).
           02  sdLoaded                     PIC 9(6).
           02  sdReturned                   PIC 9(6).
           02  sdFloat                      PIC 9(5)V99.
           02  sdCash-Counted               PIC 9(6)V99.
           02  sdCard-Takings               PIC 9(6)V99.
