      ******************************************************************
      * Copybook: BREMREC
      * Purpose:  Canonical BANKREM.DAT bank remittance file record
      *           layout - the daily file the bank sends of transfers
      *           received into the fees account.  One H header
      *           record (the file date and bank), one D detail per
      *           transfer (value date, amount, the bank's own
      *           transaction reference, whatever reference the payer
      *           quoted and the payer's name), and one T trailer
      *           carrying the bank's item count and total, which
      *           BankRemitImport reconciles the details to before
      *           anything is posted.
      ******************************************************************
       01 RemittanceRecord.
           88 EndOfRemittanceFile  VALUE HIGH-VALUES.
           02 brRecordType         PIC X.
               88 brHeader         VALUE "H".
               88 brDetail         VALUE "D".
               88 brTrailer        VALUE "T".
           02 brDetailData.
               03 brValueDate      PIC 9(8).
               03 brAmount         PIC 9(7)V99.
               03 brBankRef        PIC X(12).
               03 brReference      PIC X(18).
               03 brPayerName      PIC X(20).
           02 brHeaderData REDEFINES brDetailData.
               03 brhFileDate      PIC 9(8).
               03 brhBankID        PIC X(8).
               03 FILLER           PIC X(51).
           02 brTrailerData REDEFINES brDetailData.
               03 brtItemCount     PIC 9(6).
               03 brtTotal         PIC 9(9)V99.
               03 FILLER           PIC X(50).
