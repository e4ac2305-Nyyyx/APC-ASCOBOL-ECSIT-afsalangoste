      *           prompts at the keyboard can't run unattended and
      *           isn't here, so the desk refuses it at entry time
      *           instead of the runner failing it at night.
      *
      * Modification History
      * 10/15/2026 - AgedARRpt and CustAgedARRpt now take parameters
      *            (parameter 1 of W ages in working days), so their
      *            flags are Y and the runner hands RPTPARM.DAT over.
      * 10/15/2026 - AcademicStanding joins the list, parameter-fed,
      *            so GradeChange can queue a changed term's standing
      *            repost.
      * 10/15/2026 - CohortOutcomeRpt joins the list; it takes no
      *            parameters.
      * 10/15/2026 - ApplicantPipelineRpt joins the list; it takes no
      *            parameters.
      * 10/15/2026 - DeleteCheckRpt joins the list; it takes no
      *            parameters.
      ******************************************************************
       01 Known-Report-Values.
           02 FILLER PIC X(35)
               VALUE "AgedARRpt           AGEDAR.RPT    Y".
           02 FILLER PIC X(35)
               VALUE "StudentBalanceRpt   STUDBAL.RPT   N".
           02 FILLER PIC X(35)
           02 FILLER PIC X(35)
               VALUE "StatutoryExtract    GOVSTAT.RPT   N".
           02 FILLER PIC X(35)
               VALUE "CustAgedARRpt       CUSTAGED.RPT  Y".
           02 FILLER PIC X(35)
               VALUE "APAgedRpt           APAGED.RPT    N".
           02 FILLER PIC X(35)
               VALUE "ClassListRpt        CLASSLIST.RPT Y".
           02 FILLER PIC X(35)
               VALUE "EnrollTrendRpt      ENRTREND.RPT  N".
           02 FILLER PIC X(35)
               VALUE "AcademicStanding    STANDCHG.RPT  Y".
           02 FILLER PIC X(35)
               VALUE "CohortOutcomeRpt    COHORT.RPT    N".
           02 FILLER PIC X(35)
               VALUE "ApplicantPipelineRptAPPLPIPE.RPT  N".
           02 FILLER PIC X(35)
               VALUE "DeleteCheckRpt      DELCHECK.RPT  N".
       01 Known-Report-Table REDEFINES Known-Report-Values.
           02 Known-Report-Entry   OCCURS 16 TIMES.
               03 krName           PIC X(20).
               03 krOutput         PIC X(14).
               03 krParms          PIC X.
       01 Known-Report-Count      PIC 9(2)  VALUE 16.
