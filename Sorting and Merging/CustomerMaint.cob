      *            balance.  It is system-maintained (LoyaltyPost
      *            accrues, SalesEntry redeems) - this program shows
      *            it and carries it through a rewrite untouched.
      * 10/15/2026 - The master now carries cmPrice-Tier - (R)etail,
      *            (T)rade or (W)holesale - which picks up the tier
      *            prices on PRICEAGR.DAT (PriceAgreeMaint) when
      *            SalesEntry prices a line.  Blank keeps the tier on
      *            file (retail for a new customer).  Rerun
      *            CustomerIndexBuild after taking this change so the
      *            index carries the wider record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMaint.
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.
               88  Retail-Tier              VALUE "R".
               88  Trade-Tier               VALUE "T".
               88  Wholesale-Tier           VALUE "W".

       WORKING-STORAGE SECTION.
       01  Customer-Index-Status        PIC XX.
       01  Entry-Credit-Limit           PIC 9(7)V99.
       01  Entry-Terms-Days             PIC 9(3).
       01  Held-Points                  PIC 9(7)   VALUE ZEROS.
       01  Entry-Price-Tier             PIC X.
       01  Held-Price-Tier              PIC X      VALUE "R".
       01  Record-Exists-Switch         PIC X      VALUE "N".
           88  Record-Exists            VALUE "Y".
       01  More-Updates-Switch          PIC X      VALUE "Y".
               NOT INVALID KEY
                   SET Record-Exists TO TRUE
                   MOVE cmPoints TO Held-Points
                   MOVE cmPrice-Tier TO Held-Price-Tier
                   DISPLAY "On file: " cmCustomer-Name
                   DISPLAY "Loyalty points: " cmPoints
                   DISPLAY "Price tier    : " cmPrice-Tier
           END-READ
           DISPLAY "Customer Name    : " WITH NO ADVANCING
           ACCEPT Entry-Customer-Name
           DISPLAY "Terms days (e.g. 030)          : "
               WITH NO ADVANCING
           ACCEPT Entry-Terms-Days
           DISPLAY "Price tier (R)etail/(T)rade/(W)holesale, "
               "blank to keep : " WITH NO ADVANCING
           ACCEPT Entry-Price-Tier
           IF Entry-Price-Tier = "r" OR "t" OR "w"
               INSPECT Entry-Price-Tier CONVERTING "rtw" TO "RTW"
           END-IF
           IF Entry-Price-Tier NOT = SPACE
                   AND Entry-Price-Tier NOT = "R"
                   AND Entry-Price-Tier NOT = "T"
                   AND Entry-Price-Tier NOT = "W"
               DISPLAY "Warning - price tier must be R, T or W, "
                   "tier on file kept"
               MOVE SPACE TO Entry-Price-Tier
           END-IF
           MOVE Entry-Customer-ID TO cmCustomer-ID
           MOVE Entry-Customer-Name TO cmCustomer-Name
           MOVE Entry-Customer-Address TO cmCustomer-Address
           ELSE
               MOVE ZEROS TO cmPoints
           END-IF
           IF Entry-Price-Tier NOT = SPACE
               MOVE Entry-Price-Tier TO cmPrice-Tier
           ELSE
               IF Record-Exists AND Held-Price-Tier NOT = SPACE
                       AND Held-Price-Tier NOT = LOW-VALUE
                   MOVE Held-Price-Tier TO cmPrice-Tier
               ELSE
                   MOVE "R" TO cmPrice-Tier
               END-IF
           END-IF
           IF Record-Exists
               REWRITE Customer-Rec
                   INVALID KEY
