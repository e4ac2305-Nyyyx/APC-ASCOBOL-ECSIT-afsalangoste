      ******************************************************************
      * Copybook: WDCHK
      * Purpose:  Linkage area for the WorkdayCheck subprogram.  A
      *           working day is a Monday to Friday that is not on
      *           the HOLIDAY.DAT closure calendar.  The caller sets
      *           wdAction and wdDate (and wdToDate for W):
      *             N - wdResultDate is the first working day on or
      *                 after wdDate, so a due date rolls forward;
      *             C - check wdDate only;
      *             W - wdWorkingDays is the number of working days
      *                 after wdDate up to and including wdToDate
      *                 (negative when wdToDate is the earlier).
      *           Every action also answers wdClosed (wdDate is not
      *           a working day) and wdHoliday (wdDate is on the
      *           closure calendar itself).  A date the 30-day-month
      *           convention produced that the real calendar lacks
      *           (e.g. 0230) is read as the days after month end.
      ******************************************************************
       01 Workday-Check-Area.
           02 wdAction             PIC X.
               88 wdNext-Working   VALUE "N".
               88 wdCheck-Date     VALUE "C".
               88 wdCount-Working  VALUE "W".
           02 wdDate               PIC 9(8).
           02 wdToDate             PIC 9(8).
           02 wdResultDate         PIC 9(8).
           02 wdWorkingDays        PIC S9(5).
           02 wdClosed             PIC X.
               88 wdDate-Closed    VALUE "Y".
               88 wdDate-Working   VALUE "N".
           02 wdHoliday            PIC X.
               88 wdDate-Holiday   VALUE "Y".
