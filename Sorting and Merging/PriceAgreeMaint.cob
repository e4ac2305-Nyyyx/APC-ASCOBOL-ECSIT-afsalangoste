      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the PRICEAGR.DAT price-agreement file
      *         (PRAGREC) - a negotiated price for one wholesale or
      *         trade customer, or for a whole CUSTOMER.IDX price
      *         tier, on one oil or every oil, one size or every
      *         size, valid between two dates, as a fixed unit price
      *         or a percent off list - the way PromoMaint maintains
      *         PROMO.DAT, so SalesEntry charges the agreed price
      *         automatically instead of counter staff keying it as
      *         a manual discount.  An agreement is ended by keying
      *         it again with an earlier to date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceAgreeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Agreement-File ASSIGN TO "PRICEAGR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Agreement-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Agreement-File.
       COPY PRAGREC.

       FD  Customer-File.
       01  Customer-Rec.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       WORKING-STORAGE SECTION.
       01  Agreement-File-Status        PIC XX.
       01  Customer-File-Status         PIC XX.
       01  Customer-Open-Switch         PIC X      VALUE "N".
           88  Customer-Master-Open     VALUE "Y".

       01  Agreement-Table.
           02  Agreement-Entry          OCCURS 200 TIMES.
               03  agtCustomer-ID       PIC 9(5).
               03  agtPrice-Tier        PIC X.
               03  agtOil-Number        PIC 99.
               03  agtUnit-Size         PIC 9.
               03  agtFrom-Date         PIC 9(8).
               03  agtTo-Date           PIC 9(8).
               03  agtMethod            PIC X.
               03  agtValue             PIC 9(2)V99.
       01  Agreement-Count              PIC 9(3)   VALUE ZEROS.
       01  Agreement-Index              PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Agreement          VALUE "Y".

       01  Entry-Customer-ID            PIC 9(5).
       01  Entry-Price-Tier             PIC X.
           88  Entry-Tier-Valid         VALUE "R", "T", "W".
       01  Entry-Oil-Number             PIC 99.
       01  Entry-Unit-Size              PIC 9.
       01  Entry-From-Date              PIC 9(8).
       01  Entry-To-Date                PIC 9(8).
       01  Entry-Method                 PIC X.
           88  Entry-Is-Fixed           VALUE "F", "f".
           88  Entry-Is-Percent         VALUE "P", "p".
       01  Entry-Value                  PIC 9(2)V99.
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-AGREEMENTS
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Customer-Master-Open TO TRUE
           ELSE
               DISPLAY "Warning - CUSTOMER.IDX not available, "
                   "customer numbers are not checked"
           END-IF
           DISPLAY "PriceAgreeMaint - Aromamora price agreement "
               "maintenance"
           DISPLAY "Enter a Customer-ID (00000 for a whole price "
               "tier), Oil-Number (00 for every oil), Unit-Size (0 "
               "for every size), dates and the agreed price.  "
               "Customer-ID 99999 ends."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Customer-ID (00000 tier, 99999 to end): "
                   WITH NO ADVANCING
               ACCEPT Entry-Customer-ID
               IF Entry-Customer-ID = 99999
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM MAINTAIN-ONE-AGREEMENT
               END-IF
           END-PERFORM
           IF Customer-Master-Open
               CLOSE Customer-File
           END-IF
           PERFORM SAVE-AGREEMENTS
           STOP RUN.

       MAINTAIN-ONE-AGREEMENT.
           MOVE SPACE TO Entry-Price-Tier
           IF Entry-Customer-ID = ZEROS
               DISPLAY "Price tier (R)etail/(T)rade/(W)holesale: "
                   WITH NO ADVANCING
               ACCEPT Entry-Price-Tier
               INSPECT Entry-Price-Tier CONVERTING "rtw" TO "RTW"
               IF NOT Entry-Tier-Valid
                   DISPLAY "Error - price tier must be R, T or W, "
                       "not saved"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF Customer-Master-Open
                   MOVE Entry-Customer-ID TO cmCustomer-ID
                   READ Customer-File
                       INVALID KEY
                           DISPLAY "Error - Customer-ID "
                               Entry-Customer-ID " is not on "
                               "CUSTOMER.IDX, not saved - run "
                               "CustomerMaint first"
                           EXIT PARAGRAPH
                       NOT INVALID KEY
                           DISPLAY "Customer: " cmCustomer-Name
                   END-READ
               END-IF
           END-IF
           DISPLAY "Oil-Number (00 for every oil) : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Number
           DISPLAY "Unit-Size (0 for every size)  : "
               WITH NO ADVANCING
           ACCEPT Entry-Unit-Size
           DISPLAY "From date (YYYYMMDD)          : "
               WITH NO ADVANCING
           ACCEPT Entry-From-Date
           DISPLAY "To date (YYYYMMDD)            : "
               WITH NO ADVANCING
           ACCEPT Entry-To-Date
           DISPLAY "Method (F)ixed price/(P)ercent: "
               WITH NO ADVANCING
           ACCEPT Entry-Method
           DISPLAY "Value (unit price or pct)     : "
               WITH NO ADVANCING
           ACCEPT Entry-Value
           EVALUATE TRUE
               WHEN Entry-Oil-Number > 30
                   DISPLAY "Error - Oil-Number must be 00-30, "
                       "not saved"
               WHEN Entry-From-Date = ZEROS
                   DISPLAY "Error - a from date is required, "
                       "not saved"
               WHEN Entry-To-Date < Entry-From-Date
                   DISPLAY "Error - to date is before from date, "
                       "not saved"
               WHEN NOT Entry-Is-Fixed AND NOT Entry-Is-Percent
                   DISPLAY "Error - method must be F or P, not saved"
               WHEN Entry-Value = ZEROS
                   DISPLAY "Error - a zero price is not an "
                       "agreement, not saved"
               WHEN Entry-Is-Percent AND Entry-Value NOT < 100
                   DISPLAY "Error - percent off must be under 100, "
                       "not saved"
               WHEN OTHER
                   PERFORM FIND-OR-ADD-AGREEMENT
                   IF Agreement-Index > 0
                       MOVE Entry-To-Date TO
                           agtTo-Date (Agreement-Index)
                       IF Entry-Is-Fixed
                           MOVE "F" TO agtMethod (Agreement-Index)
                       ELSE
                           MOVE "P" TO agtMethod (Agreement-Index)
                       END-IF
                       MOVE Entry-Value TO agtValue (Agreement-Index)
                       DISPLAY "Agreement saved"
                   END-IF
           END-EVALUATE.

      * An agreement is identified by who it is for, what it covers
      * and the date it starts; keying the same again replaces the
      * price and end date.
       FIND-OR-ADD-AGREEMENT.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Agreement-Index FROM 1 BY 1
                   UNTIL Agreement-Index > Agreement-Count
               IF agtCustomer-ID (Agreement-Index) = Entry-Customer-ID
                       AND agtPrice-Tier (Agreement-Index)
                           = Entry-Price-Tier
                       AND agtOil-Number (Agreement-Index)
                           = Entry-Oil-Number
                       AND agtUnit-Size (Agreement-Index)
                           = Entry-Unit-Size
                       AND agtFrom-Date (Agreement-Index)
                           = Entry-From-Date
                   SET Found-Agreement TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Agreement
               IF Agreement-Count < 200
                   ADD 1 TO Agreement-Count
                   MOVE Agreement-Count TO Agreement-Index
                   MOVE Entry-Customer-ID TO
                       agtCustomer-ID (Agreement-Index)
                   MOVE Entry-Price-Tier TO
                       agtPrice-Tier (Agreement-Index)
                   MOVE Entry-Oil-Number TO
                       agtOil-Number (Agreement-Index)
                   MOVE Entry-Unit-Size TO
                       agtUnit-Size (Agreement-Index)
                   MOVE Entry-From-Date TO
                       agtFrom-Date (Agreement-Index)
               ELSE
                   DISPLAY "Warning - Agreement-Table full, "
                       "agreement not included"
                   MOVE ZEROS TO Agreement-Index
               END-IF
           END-IF.

       LOAD-AGREEMENTS.
           OPEN INPUT Agreement-File
           IF Agreement-File-Status = "00"
               READ Agreement-File
                   AT END SET EndOfAgreementFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAgreementFile
                   IF Agreement-Count < 200
                       ADD 1 TO Agreement-Count
                       MOVE paCustomer-ID TO
                           agtCustomer-ID (Agreement-Count)
                       MOVE paPrice-Tier TO
                           agtPrice-Tier (Agreement-Count)
                       MOVE paOil-Number TO
                           agtOil-Number (Agreement-Count)
                       MOVE paUnit-Size TO
                           agtUnit-Size (Agreement-Count)
                       MOVE paFrom-Date TO
                           agtFrom-Date (Agreement-Count)
                       MOVE paTo-Date TO agtTo-Date (Agreement-Count)
                       MOVE paMethod TO agtMethod (Agreement-Count)
                       MOVE paValue TO agtValue (Agreement-Count)
                   ELSE
                       DISPLAY "Error - PRICEAGR.DAT holds more than "
                           "200 agreements, nothing saved"
                       CLOSE Agreement-File
                       STOP RUN
                   END-IF
                   READ Agreement-File
                       AT END SET EndOfAgreementFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Agreement-File
           ELSE
               DISPLAY "PRICEAGR.DAT not found - starting a new "
                   "agreements file."
           END-IF.

       SAVE-AGREEMENTS.
           OPEN OUTPUT Agreement-File
           PERFORM VARYING Agreement-Index FROM 1 BY 1
                   UNTIL Agreement-Index > Agreement-Count
               MOVE agtCustomer-ID (Agreement-Index) TO paCustomer-ID
               MOVE agtPrice-Tier (Agreement-Index) TO paPrice-Tier
               MOVE agtOil-Number (Agreement-Index) TO paOil-Number
               MOVE agtUnit-Size (Agreement-Index) TO paUnit-Size
               MOVE agtFrom-Date (Agreement-Index) TO paFrom-Date
               MOVE agtTo-Date (Agreement-Index) TO paTo-Date
               MOVE agtMethod (Agreement-Index) TO paMethod
               MOVE agtValue (Agreement-Index) TO paValue
               WRITE PriceAgreementRecord
           END-PERFORM
           CLOSE Agreement-File.

       END PROGRAM PriceAgreeMaint.
