      ******************************************************************
      * Copybook: HOLREC
      * Purpose:  Canonical HOLIDAY.DAT business holiday calendar
      *           record layout - one record per date the office is
      *           closed (public holidays, closure days), with a
      *           short description.  Maintained by HolidayMaint and
      *           read through the WorkdayCheck subprogram, which
      *           treats these dates and every Saturday and Sunday
      *           as non-working.
      ******************************************************************
       01 HolidayRecord.
           88 EndOfHolidayFile     VALUE HIGH-VALUES.
           02 hlDate               PIC 9(8).
           02 hlDescription        PIC X(30).
