      ******************************************************************
      * Copybook: TCALREC
      * Purpose:  Canonical TERMCAL.DAT term calendar record layout -
      *           one record per year and term giving the first and
      *           last month (YYYYMM) the term's teaching runs
      *           through, and how RevenueRecogRun releases the
      *           term's deferred tuition: E evenly across the
      *           months, or W by the teaching weeks keyed for each
      *           month in tcWeeks (month 1 is tcFirstMonth).  A
      *           term with no record runs SP January to May, SU
      *           June to August and FA September to December,
      *           released evenly.  Maintained by TermCalMaint.
      ******************************************************************
       01 TermCalendarRecord.
           88 EndOfTermCalFile     VALUE HIGH-VALUES.
           02 tcYear               PIC 9(4).
           02 tcTerm               PIC X(2).
               88 tcTerm-Spring    VALUE "SP".
               88 tcTerm-Summer    VALUE "SU".
               88 tcTerm-Fall      VALUE "FA".
           02 tcFirstMonth         PIC 9(6).
           02 tcLastMonth          PIC 9(6).
           02 tcMethod             PIC X.
               88 tcRelease-Even   VALUE "E".
               88 tcRelease-Weeks  VALUE "W".
           02 tcWeeks              PIC 99     OCCURS 6 TIMES.
