      ******************************************************************
      * Copybook: DELCHK
      * Purpose:  Linkage area for the DeleteCheck subprogram.  The
      *           caller fills dcStudentID and dcRunDate; DeleteCheck
      *           answers whether the student still has records that
      *           depend on them - a HOLDS.DAT financial hold, a
      *           balance owing (BILLED.DAT less PAYMENTS.DAT and
      *           CREDITS.DAT), an enrolled REGIST.IDX row, a
      *           PAYPLAN.DAT installment still to fall due on or
      *           after dcRunDate, or a TRANSREQ.DAT transcript
      *           request still queued.  Each finding sets its own
      *           flag, and the first one found, in that order, is
      *           given as dcReason - a four-character reason code
      *           followed by its text, ready for rrReason on
      *           TRANSREJ.DAT.  StudentMaintenance refuses a delete
      *           that answers dcRefused unless it was queued as an
      *           approved override, and DeleteCheckRpt lists the
      *           pending deletes that will be refused ahead of the
      *           run.
      ******************************************************************
       01 Delete-Check-Area.
           02 dcStudentID          PIC X(10).
           02 dcRunDate            PIC 9(8).
           02 dcResult             PIC X.
               88 dcClear          VALUE "C".
               88 dcRefused        VALUE "R".
           02 dcReason.
               03 dcReasonCode     PIC X(4).
               03 FILLER           PIC X.
               03 dcReasonText     PIC X(25).
           02 dcBalance            PIC S9(8)V99.
           02 dcFlags.
               03 dcHold-Flag      PIC X.
                   88 dcHas-Hold   VALUE "Y".
               03 dcBalance-Flag   PIC X.
                   88 dcHas-Balance VALUE "Y".
               03 dcRegist-Flag    PIC X.
                   88 dcHas-Enrolment VALUE "Y".
               03 dcPlan-Flag      PIC X.
                   88 dcHas-Plan   VALUE "Y".
               03 dcTransReq-Flag  PIC X.
                   88 dcHas-TransReq VALUE "Y".
