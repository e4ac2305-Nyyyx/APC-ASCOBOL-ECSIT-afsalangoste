      *            refusal and ReceiptsEntry's period-close gate
      *            behave in training the way they do in
      *            production.
      * 10/15/2026 - REGIST.IDX and GRADES.IDX replace REGIST.DAT
      *            and GRADES.DAT on the snapshot list, now that
      *            registrations and grades are held indexed.
      * 10/15/2026 - ROOMS.DAT, XFERCRED.DAT, CREDITS.DAT, PAYPLAN.DAT
      *            and TRANSREQ.DAT join the snapshot list, so
      *            RegistrationEntry's room-capacity warning and
      *            transfer-credit prerequisites and DeleteCheck's
      *            dependent-record refusals behave in training the
      *            way they do in production.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainSnapshot.
           02  FILLER PIC X(14) VALUE "TRANSINS.DAT".
           02  FILLER PIC X(14) VALUE "COURSEFEE.DAT".
           02  FILLER PIC X(14) VALUE "CRSCAT.DAT".
           02  FILLER PIC X(14) VALUE "REGIST.IDX".
           02  FILLER PIC X(14) VALUE "GRADES.IDX".
           02  FILLER PIC X(14) VALUE "PAYMENTS.DAT".
           02  FILLER PIC X(14) VALUE "BILLED.DAT".
           02  FILLER PIC X(14) VALUE "HOLDS.DAT".
           02  FILLER PIC X(14) VALUE "BUSDATE.DAT".
           02  FILLER PIC X(14) VALUE "STUDSTAT.DAT".
           02  FILLER PIC X(14) VALUE "PERIODS.DAT".
           02  FILLER PIC X(14) VALUE "ROOMS.DAT".
           02  FILLER PIC X(14) VALUE "XFERCRED.DAT".
           02  FILLER PIC X(14) VALUE "CREDITS.DAT".
           02  FILLER PIC X(14) VALUE "PAYPLAN.DAT".
           02  FILLER PIC X(14) VALUE "TRANSREQ.DAT".
       01  Snapshot-Name-Table REDEFINES Snapshot-Name-Values.
           02  sntName               PIC X(14)  OCCURS 31 TIMES.
       01  Snapshot-Index            PIC 9(2)   VALUE ZEROS.

       PROCEDURE DIVISION.
               RETURNING File-Op-Return-Code
           PERFORM SNAPSHOT-ONE-FILE
               VARYING Snapshot-Index FROM 1 BY 1
               UNTIL Snapshot-Index > 31
           DISPLAY "TrainSnapshot - " Copied-Count " file(s) "
               "copied into TRAIN, " Skipped-Count
               " not present to copy"
