      ******************************************************************
      * Copybook: DISTREC
      * Purpose:  Canonical DISTLIST.DAT report-distribution record
      *           layout.  One record per report / recipient /
      *           selection: the recipient gets every line of the
      *           report for the department (a CRSCAT.DAT ctlgDept)
      *           or course code selected, or the whole report for
      *           selection type A.  A recipient with several
      *           departments or courses carries one record for
      *           each.  Maintained by DistListMaint and read by
      *           DistributeRpt, which splits each finished report
      *           into one output per recipient.
      ******************************************************************
       01 DistListRecord.
           88 EndOfDistListFile    VALUE HIGH-VALUES.
           02 dsReportName         PIC X(14).
           02 dsRecipient          PIC X(8).
           02 dsRecipientName      PIC X(20).
           02 dsSelectType         PIC X.
               88 dsSelect-All     VALUE "A".
               88 dsSelect-Dept    VALUE "D".
               88 dsSelect-Course  VALUE "C".
           02 dsSelectValue        PIC X(12).
