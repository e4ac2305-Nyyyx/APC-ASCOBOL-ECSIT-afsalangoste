      ******************************************************************
      * Copybook: AGYRCV
      * Purpose:  Canonical AGYRECOV.DAT agency recovery file layout -
      *           the monthly file the collection agency returns.  One
      *           H header (file date and agency), one D detail per
      *           movement on a referred account - P for money
      *           recovered (the gross collected from the student and
      *           the commission the agency kept out of it) or U for
      *           an account returned as unrecoverable - and one T
      *           trailer carrying the item count and the net total
      *           the agency remitted, which CollectRecovery reconciles
      *           the details to before anything is posted.
      ******************************************************************
       01 AgencyRecoveryRecord.
           88 EndOfAgencyRecoveryFile VALUE HIGH-VALUES.
           02 ryRecordType         PIC X.
               88 ryHeader         VALUE "H".
               88 ryDetail         VALUE "D".
               88 ryTrailer        VALUE "T".
           02 ryDetailData.
               03 ryAction         PIC X.
                   88 ryRecovered  VALUE "P".
                   88 ryReturned   VALUE "U".
               03 ryStudentID      PIC X(10).
               03 ryDate           PIC 9(8).
               03 ryGross          PIC 9(7)V99.
               03 ryCommission     PIC 9(7)V99.
               03 ryAgencyRef      PIC X(12).
           02 ryHeaderData REDEFINES ryDetailData.
               03 ryhFileDate      PIC 9(8).
               03 ryhAgencyID      PIC X(8).
               03 FILLER           PIC X(33).
           02 ryTrailerData REDEFINES ryDetailData.
               03 rytItemCount     PIC 9(6).
               03 rytNetTotal      PIC 9(9)V99.
               03 FILLER           PIC X(32).
