      ******************************************************************
      * Copybook: AGYREF
      * Purpose:  Canonical COLLAGY.DAT collection agency referral
      *           file layout - the fixed-format file CollectReferral
      *           writes for the agency each run.  One H header (the
      *           file date and sender), one D detail per account
      *           referred (name, STUDADDR.DAT address, the balance
      *           and the account history behind it - billed,
      *           received, oldest bill, last payment and the
      *           collection letters sent), and one T trailer with
      *           the count and total balance referred.
      ******************************************************************
       01 AgencyReferralRecord.
           02 axRecordType         PIC X.
               88 axHeader         VALUE "H".
               88 axDetail         VALUE "D".
               88 axTrailer        VALUE "T".
           02 axDetailData.
               03 axStudentID      PIC X(10).
               03 axSurname        PIC X(10).
               03 axInitials       PIC XX.
               03 axStreet         PIC X(30).
               03 axCity           PIC X(20).
               03 axPostcode       PIC X(8).
               03 axPhone          PIC X(12).
               03 axBalance        PIC 9(7)V99.
               03 axTotalBilled    PIC 9(7)V99.
               03 axTotalReceived  PIC 9(7)V99.
               03 axOldestBill     PIC 9(8).
               03 axLastPayment    PIC 9(8).
               03 axFirstNotice    PIC 9(8).
               03 axFinalNotice    PIC 9(8).
               03 axNoticeCount    PIC 9(2).
           02 axHeaderData REDEFINES axDetailData.
               03 axhFileDate      PIC 9(8).
               03 axhSender        PIC X(8).
               03 FILLER           PIC X(137).
           02 axTrailerData REDEFINES axDetailData.
               03 axtItemCount     PIC 9(6).
               03 axtTotal         PIC 9(9)V99.
               03 FILLER           PIC X(136).
