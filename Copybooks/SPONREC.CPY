      ******************************************************************
      * Copybook: SPONREC
      * Purpose:  Canonical SPONSORS.DAT third-party sponsor master
      *           record layout.  One record per employer or agency
      *           that pays students' fees, maintained by
      *           SponsorMaint: who to send the invoice to and where,
      *           and the billing terms - the number of days after
      *           the invoice the sponsor has to pay it.
      *           SponsorStmtRpt addresses the consolidated sponsor
      *           invoices and statements from it.
      ******************************************************************
       01 SponsorRecord.
           88 EndOfSponsorFile     VALUE HIGH-VALUES.
           02 spSponsorID          PIC X(6).
           02 spName               PIC X(30).
           02 spContact            PIC X(20).
           02 spStreet             PIC X(30).
           02 spCity               PIC X(20).
           02 spPostcode           PIC X(8).
           02 spPhone              PIC X(12).
           02 spTermsDays          PIC 9(3).
