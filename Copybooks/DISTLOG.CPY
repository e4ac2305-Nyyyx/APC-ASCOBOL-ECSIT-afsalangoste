      ******************************************************************
      * Copybook: DISTLOG
      * Purpose:  Canonical DISTLOG.DAT report-distribution log
      *           layout.  DistributeRpt appends one record per
      *           recipient output it writes - what went to whom,
      *           when, how many report lines, and the RPTARCH.DAT
      *           archive copy of the report it was split from - so
      *           DistLogInquiry can prove a department got its
      *           report and put the archived original beside it.
      ******************************************************************
       01 DistLogRecord.
           88 EndOfDistLogFile     VALUE HIGH-VALUES.
           02 dlReportName         PIC X(14).
           02 dlRunDate            PIC 9(8).
           02 dlRunTime            PIC 9(6).
           02 dlRecipient          PIC X(8).
           02 dlRecipientName      PIC X(20).
           02 dlOutputName         PIC X(24).
           02 dlLineCount          PIC 9(5).
           02 dlArchiveName        PIC X(24).
