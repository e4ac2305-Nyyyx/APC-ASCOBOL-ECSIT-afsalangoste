      ******************************************************************
      * Copybook: SPPAYREC
      * Purpose:  Canonical SPONPAY.DAT sponsor payment record layout.
      *           SponsorPayPost appends one record per remittance a
      *           sponsor sends - kept apart from the students' own
      *           PAYMENTS.DAT receipts, since it pays the sponsor's
      *           receivable (SPONBILL.DAT), not any one student's
      *           balance.
      ******************************************************************
       01 SponsorPayRecord.
           88 EndOfSponsorPayFile  VALUE HIGH-VALUES.
           02 sppSponsorID         PIC X(6).
           02 sppDate              PIC 9(8).
           02 sppAmount            PIC 9(7)V99.
           02 sppReference         PIC X(12).
