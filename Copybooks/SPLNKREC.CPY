      ******************************************************************
      * Copybook: SPLNKREC
      * Purpose:  Canonical SPONLINK.DAT student-to-sponsor link
      *           record layout.  One record per student per term a
      *           sponsor pays for, maintained by SponsorLinkMaint:
      *           the share of the fee (after awards) the sponsor
      *           covers, and the most it will pay that term - a
      *           zero cap means no limit.  BillingRpt splits the
      *           term's invoice on it, putting the sponsor's part on
      *           SPONBILL.DAT and only the rest on BILLED.DAT.
      ******************************************************************
       01 SponsorLinkRecord.
           88 EndOfSponsorLinkFile VALUE HIGH-VALUES.
           02 slStudentID          PIC X(10).
           02 slSponsorID          PIC X(6).
           02 slYear               PIC 9(4).
           02 slTerm               PIC X(2).
               88 slTerm-Spring    VALUE "SP".
               88 slTerm-Summer    VALUE "SU".
               88 slTerm-Fall      VALUE "FA".
           02 slSharePct           PIC 9(3)V99.
           02 slCapAmount          PIC 9(7)V99.
