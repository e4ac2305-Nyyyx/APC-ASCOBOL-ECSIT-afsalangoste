      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Answer "may this student be deleted" on behalf of
      *         whichever program CALLs it, the way CohortFee answers
      *         fee questions.  A student still has dependent records
      *         - and a delete would orphan them - while they are on
      *         HOLDS.DAT, owe a balance (BILLED.DAT less PAYMENTS.DAT
      *         and CREDITS.DAT, netted the way DunningRun and
      *         CreditRefundRun net it), have a REGIST.IDX row still
      *         enrolled, have a PAYPLAN.DAT installment due on or
      *         after the caller's run date, or have a TRANSREQ.DAT
      *         transcript request still queued.  Every finding is
      *         flagged and the first, in that order, is returned as
      *         a coded reason.  The files are read on the first
      *         CALL and kept for the rest of the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeleteCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.
           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.
           SELECT CreditFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Plan-File-Status.
           SELECT TransReqFile ASSIGN TO "TRANSREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransReq-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY HOLDREC.

       FD BilledFile.
       COPY BILLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD RegistFile.
       COPY REGREC.

       FD PlanFile.
       COPY PLANREC.

       FD TransReqFile.
       COPY TREQREC.

       WORKING-STORAGE SECTION.
       01  Hold-File-Status          PIC XX.
       01  Billed-File-Status        PIC XX.
       01  Payment-File-Status       PIC XX.
       01  Credit-File-Status        PIC XX.
       01  Regist-File-Status        PIC XX.
       01  Plan-File-Status          PIC XX.
       01  TransReq-File-Status      PIC XX.
       01  Loaded-Switch             PIC X      VALUE "N".
           88  Files-Loaded          VALUE "Y".

      * Per-student net position; payments are signed, since refunds
      * ride on PAYMENTS.DAT as negative payments.
       01  Account-Table.
           02  Account-Entry         OCCURS 2000 TIMES.
               03  actStudentID      PIC X(10).
               03  actBalance        PIC S9(8)V99.
       01  Account-Count             PIC 9(4)   VALUE ZEROS.
       01  Account-Index             PIC 9(4)   VALUE ZEROS.

      * The StudentIDs with a hold, an enrolled registration or a
      * queued transcript request, and each plan's last due date.
       01  Hold-Table.
           02  hldStudentID          PIC X(10)  OCCURS 500 TIMES.
       01  Hold-Count                PIC 9(4)   VALUE ZEROS.
       01  Enrolled-Table.
           02  enrStudentID          PIC X(10)  OCCURS 2000 TIMES.
       01  Enrolled-Count            PIC 9(4)   VALUE ZEROS.
       01  TransReq-Table.
           02  tqtStudentID          PIC X(10)  OCCURS 500 TIMES.
       01  TransReq-Count            PIC 9(4)   VALUE ZEROS.
       01  Plan-Table.
           02  Plan-Entry            OCCURS 500 TIMES.
               03  pltStudentID      PIC X(10).
               03  pltLastDueDate    PIC 9(8).
       01  Plan-Count                PIC 9(4)   VALUE ZEROS.
       01  Plan-Index                PIC 9(4)   VALUE ZEROS.
       01  Scan-Index                PIC 9(4)   VALUE ZEROS.

       01  Seek-StudentID            PIC X(10).
       01  Found-Switch              PIC X      VALUE "N".
           88  Found-Entry           VALUE "Y".

       LINKAGE SECTION.
       COPY DELCHK.

       PROCEDURE DIVISION USING Delete-Check-Area.
       MAIN-PROCEDURE.
           IF NOT Files-Loaded
               PERFORM LOAD-DEPENDENT-FILES
           END-IF
           SET dcClear TO TRUE
           MOVE SPACES TO dcReason
           MOVE ZEROS TO dcBalance
           MOVE "NNNNN" TO dcFlags

           PERFORM VARYING Scan-Index FROM 1 BY 1
                   UNTIL Scan-Index > Hold-Count
               IF hldStudentID (Scan-Index) = dcStudentID
                   SET dcHas-Hold TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               IF actStudentID (Account-Index) = dcStudentID
                   MOVE actBalance (Account-Index) TO dcBalance
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF dcBalance > ZEROS
               SET dcHas-Balance TO TRUE
           END-IF
           PERFORM VARYING Scan-Index FROM 1 BY 1
                   UNTIL Scan-Index > Enrolled-Count
               IF enrStudentID (Scan-Index) = dcStudentID
                   SET dcHas-Enrolment TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING Plan-Index FROM 1 BY 1
                   UNTIL Plan-Index > Plan-Count
               IF pltStudentID (Plan-Index) = dcStudentID
                   IF pltLastDueDate (Plan-Index) NOT < dcRunDate
                       SET dcHas-Plan TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING Scan-Index FROM 1 BY 1
                   UNTIL Scan-Index > TransReq-Count
               IF tqtStudentID (Scan-Index) = dcStudentID
                   SET dcHas-TransReq TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN dcHas-Hold
                   MOVE "DHLD" TO dcReasonCode
                   MOVE "FINANCIAL HOLD ON FILE" TO dcReasonText
               WHEN dcHas-Balance
                   MOVE "DBAL" TO dcReasonCode
                   MOVE "OUTSTANDING BALANCE" TO dcReasonText
               WHEN dcHas-Enrolment
                   MOVE "DREG" TO dcReasonCode
                   MOVE "ENROLLED REGISTRATION" TO dcReasonText
               WHEN dcHas-Plan
                   MOVE "DPLN" TO dcReasonCode
                   MOVE "ACTIVE PAYMENT PLAN" TO dcReasonText
               WHEN dcHas-TransReq
                   MOVE "DTRQ" TO dcReasonCode
                   MOVE "TRANSCRIPT REQUEST QUEUED" TO dcReasonText
           END-EVALUATE
           IF dcReason NOT = SPACES
               SET dcRefused TO TRUE
           END-IF
           GOBACK.

       LOAD-DEPENDENT-FILES.
           SET Files-Loaded TO TRUE
           PERFORM LOAD-HOLDS
           PERFORM LOAD-BILLED
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-REGISTRATIONS
           PERFORM LOAD-PAYMENT-PLANS
           PERFORM LOAD-TRANSCRIPT-REQUESTS.

       FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               IF actStudentID (Account-Index) = Seek-StudentID
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Entry
               IF Account-Count < 2000
                   ADD 1 TO Account-Count
                   MOVE Account-Count TO Account-Index
                   MOVE Seek-StudentID TO
                       actStudentID (Account-Index)
                   MOVE ZEROS TO actBalance (Account-Index)
               ELSE
                   DISPLAY "Warning - Account-Table full, StudentID "
                       Seek-StudentID " balance not checked"
                   MOVE ZEROS TO Account-Index
               END-IF
           END-IF.

       LOAD-HOLDS.
           OPEN INPUT HoldFile
           IF Hold-File-Status = "00"
               READ HoldFile
                   AT END SET EndOfHoldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfHoldFile
                   IF Hold-Count < 500
                       ADD 1 TO Hold-Count
                       MOVE hdStudentID TO hldStudentID (Hold-Count)
                   END-IF
                   READ HoldFile
                       AT END SET EndOfHoldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF.

       LOAD-BILLED.
           OPEN INPUT BilledFile
           IF Billed-File-Status = "00"
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBilledFile
                   MOVE blStudentID TO Seek-StudentID
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       ADD blAmount TO actBalance (Account-Index)
                   END-IF
                   READ BilledFile
                       AT END SET EndOfBilledFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BilledFile
           END-IF.

       LOAD-PAYMENTS.
           OPEN INPUT PaymentFile
           IF Payment-File-Status = "00"
               READ PaymentFile
                   AT END SET EndOfPaymentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaymentFile
                   MOVE payStudentID TO Seek-StudentID
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       SUBTRACT payAmount FROM
                           actBalance (Account-Index)
                   END-IF
                   READ PaymentFile
                       AT END SET EndOfPaymentFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaymentFile
           END-IF.

       LOAD-CREDITS.
           OPEN INPUT CreditFile
           IF Credit-File-Status = "00"
               READ CreditFile
                   AT END SET EndOfCreditFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCreditFile
                   MOVE crStudentID TO Seek-StudentID
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       SUBTRACT crAmount FROM
                           actBalance (Account-Index)
                   END-IF
                   READ CreditFile
                       AT END SET EndOfCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CreditFile
           END-IF.

       LOAD-REGISTRATIONS.
           OPEN INPUT RegistFile
           IF Regist-File-Status = "00"
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRegistFile
                   IF rgStatus-Enrolled
                       IF Enrolled-Count < 2000
                           ADD 1 TO Enrolled-Count
                           MOVE rgStudentID TO
                               enrStudentID (Enrolled-Count)
                       ELSE
                           DISPLAY "Warning - Enrolled-Table full, "
                               "StudentID " rgStudentID
                               " registration not checked"
                       END-IF
                   END-IF
                   READ RegistFile
                       AT END SET EndOfRegistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RegistFile
           END-IF.

      * PaymentPlanMaint keeps PAYPLAN.DAT in due-date order per
      * student, but the latest due date is taken regardless.
       LOAD-PAYMENT-PLANS.
           OPEN INPUT PlanFile
           IF Plan-File-Status = "00"
               READ PlanFile
                   AT END SET EndOfPlanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPlanFile
                   MOVE "N" TO Found-Switch
                   PERFORM VARYING Plan-Index FROM 1 BY 1
                           UNTIL Plan-Index > Plan-Count
                       IF pltStudentID (Plan-Index) = plStudentID
                           SET Found-Entry TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT Found-Entry AND Plan-Count < 500
                       ADD 1 TO Plan-Count
                       MOVE Plan-Count TO Plan-Index
                       MOVE plStudentID TO pltStudentID (Plan-Index)
                       MOVE ZEROS TO pltLastDueDate (Plan-Index)
                       SET Found-Entry TO TRUE
                   END-IF
                   IF Found-Entry
                       IF plDueDate > pltLastDueDate (Plan-Index)
                           MOVE plDueDate TO
                               pltLastDueDate (Plan-Index)
                       END-IF
                   END-IF
                   READ PlanFile
                       AT END SET EndOfPlanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PlanFile
           END-IF.

       LOAD-TRANSCRIPT-REQUESTS.
           OPEN INPUT TransReqFile
           IF TransReq-File-Status = "00"
               READ TransReqFile
                   AT END SET EndOfTransReqFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransReqFile
                   IF tqQueued AND TransReq-Count < 500
                       ADD 1 TO TransReq-Count
                       MOVE tqStudentID TO
                           tqtStudentID (TransReq-Count)
                   END-IF
                   READ TransReqFile
                       AT END SET EndOfTransReqFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransReqFile
           END-IF.

       END PROGRAM DeleteCheck.
