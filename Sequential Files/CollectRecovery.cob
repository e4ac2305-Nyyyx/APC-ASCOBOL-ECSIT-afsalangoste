      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Import the collection agency's monthly recovery file
      *         (AGYRECOV.DAT, AGYRCV) against the COLLECT.DAT
      *         referrals CollectReferral made.  The details are first
      *         reconciled to the agency's trailer count and net
      *         total, and a file already imported (same file date
      *         and agency on AGYRLOG.DAT) is refused.  Money the
      *         agency recovered is posted net of its commission: the
      *         amount remitted goes to PAYMENTS.DAT with paySource
      *         AGENCY, and the commission it kept is credited to the
      *         student on CREDITS.DAT and posted to GLFEED.DAT as
      *         collection expense, so the student's balance comes
      *         down by all the student paid.  A referral recovered
      *         in full is closed; an account the agency returns as
      *         unrecoverable is marked returned, and WriteOff offers
      *         it for write-off.  AGYRCV.RPT lists each item and
      *         proves the agency's total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectRecovery.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecoveryFile ASSIGN TO "AGYRECOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Recovery-File-Status.

           SELECT RecoveryLogFile ASSIGN TO "AGYRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecoveryLog-File-Status.

           SELECT CollectionFile ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Collection-File-Status.

           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.

           SELECT CreditFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-File-Status.

           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.

           SELECT COAFile ASSIGN TO "COA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT ReportFile ASSIGN TO "AGYRCV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RecoveryFile.
       COPY AGYRCV.

       FD RecoveryLogFile.
       01 RecoveryLog-Rec.
           88 EndOfRecoveryLogFile   VALUE HIGH-VALUES.
           02 rgFileDate             PIC 9(8).
           02 rgAgencyID             PIC X(8).
           02 rgImportDate           PIC 9(8).
           02 rgItemCount            PIC 9(6).
           02 rgNetTotal             PIC 9(9)V99.

       FD CollectionFile.
       COPY COLLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
           02  glfAccountCode               PIC X(6).
           02  glfDebitCredit                PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD COAFile.
       COPY COAREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Recovery-File-Status         PIC XX.
       01  RecoveryLog-File-Status      PIC XX.
       01  Collection-File-Status       PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Credit-File-Status           PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  COA-File-Status              PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

      * The whole file is held so it can be proved against the
      * trailer before the first recovery is posted.
       01  Recovery-Table.
           02  Recovery-Entry           OCCURS 1000 TIMES.
               03  rvtAction            PIC X.
               03  rvtStudentID         PIC X(10).
               03  rvtDate              PIC 9(8).
               03  rvtGross             PIC 9(7)V99.
               03  rvtCommission        PIC 9(7)V99.
               03  rvtAgencyRef         PIC X(12).
       01  Recovery-Count               PIC 9(4)   VALUE ZEROS.
       01  Recovery-Index               PIC 9(4)   VALUE ZEROS.

       01  File-Date                    PIC 9(8)   VALUE ZEROS.
       01  File-AgencyID                PIC X(8)   VALUE SPACES.
       01  Trailer-Switch               PIC X      VALUE "N".
           88  Trailer-Seen             VALUE "Y".
       01  Trailer-Count                PIC 9(6)   VALUE ZEROS.
       01  Trailer-Net-Total            PIC 9(9)V99 VALUE ZEROS.
       01  Detail-Net-Total             PIC S9(9)V99 VALUE ZEROS.

      * Every referral on COLLECT.DAT, rewritten at the end with
      * what the agency reported.
       01  Referral-Table.
           02  Referral-Entry           OCCURS 1000 TIMES.
               03  crfStudentID         PIC X(10).
               03  crfReferDate         PIC 9(8).
               03  crfReferBalance      PIC 9(7)V99.
               03  crfRecovered         PIC 9(7)V99.
               03  crfCommission        PIC 9(7)V99.
               03  crfLastRecovery      PIC 9(8).
               03  crfStatus            PIC X.
                   88  crfOpen          VALUE "R", "U".
                   88  crfReferred      VALUE "R".
               03  crfStatusDate        PIC 9(8).
       01  Referral-Count               PIC 9(4)   VALUE ZEROS.
       01  Referral-Index               PIC 9(4)   VALUE ZEROS.
       01  Referral-Found-Switch        PIC X      VALUE "N".
           88  Found-Referral           VALUE "Y".

      * Chart-of-accounts codes (COAREC); when the master exists,
      * both accounts the run posts to must be on it.
       01  COA-Code-Table.
           02  COA-Code-Entry           OCCURS 100 TIMES.
               03  coaCode              PIC X(6).
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".
       01  Check-Account                PIC X(6).

       01  Net-Amount                   PIC S9(7)V99 VALUE ZEROS.
       01  Reject-Reason                PIC X(24).
       01  Posted-Count                 PIC 9(5)   VALUE ZEROS.
       01  Returned-Count               PIC 9(5)   VALUE ZEROS.
       01  Rejected-Count               PIC 9(5)   VALUE ZEROS.
       01  Closed-Count                 PIC 9(5)   VALUE ZEROS.
       01  Total-Gross                  PIC 9(9)V99 VALUE ZEROS.
       01  Total-Commission             PIC 9(9)V99 VALUE ZEROS.
       01  Total-Net                    PIC 9(9)V99 VALUE ZEROS.
       01  Rejected-Net                 PIC S9(9)V99 VALUE ZEROS.
       01  Out-Of-Balance               PIC S9(9)V99 VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

       01  Report-Header.
           02  FILLER                   PIC X(24)
               VALUE "AGENCY RECOVERY IMPORT  ".
           02  FILLER                   PIC X(10)  VALUE "FILE DATE ".
           02  rhFileDate               PIC 9(8).
           02  FILLER                   PIC X(8)   VALUE "  AGENCY".
           02  FILLER                   PIC X      VALUE SPACE.
           02  rhAgencyID               PIC X(8).
       01  Report-LineBreak             PIC X(80) VALUE ALL "-".
       01  Report-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "STUDENT ID".
           02  FILLER                   PIC X(3)   VALUE "ACT".
           02  FILLER                   PIC X(12)  VALUE
               "      GROSS ".
           02  FILLER                   PIC X(12)  VALUE
               " COMMISSION ".
           02  FILLER                   PIC X(12)  VALUE
               "        NET ".
           02  FILLER                   PIC X(20)  VALUE "OUTCOME".
       01  Report-Detail-Line.
           02  rdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlAction                PIC X.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlGross                 PIC $$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlCommission            PIC $$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlNet                   PIC $$$,$$9.99-.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlOutcome               PIC X(24).
       01  Report-Recon-Line.
           02  rrlLabel                 PIC X(32).
           02  rrlCount                 PIC ZZZZZ9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rrlAmount                PIC $$$,$$$,$$9.99-.
       01  Report-Result-Line           PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); no recoveries may be "
                   "posted into it.  Ask the bursar to reopen it "
                   "with PeriodCloseMaint if this is intended."
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           MOVE "650000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           MOVE "120000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-RECOVERY-FILE
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM CHECK-NOT-IMPORTED
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-REFERRALS
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF

           OPEN EXTEND PaymentFile
           IF Payment-File-Status NOT = "00"
               OPEN OUTPUT PaymentFile
           END-IF
           OPEN EXTEND CreditFile
           IF Credit-File-Status NOT = "00"
               OPEN OUTPUT CreditFile
           END-IF
           OPEN OUTPUT ReportFile
           MOVE File-Date TO rhFileDate
           MOVE File-AgencyID TO rhAgencyID
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Recovery-Index FROM 1 BY 1
                   UNTIL Recovery-Index > Recovery-Count
               PERFORM APPLY-ONE-RECOVERY
           END-PERFORM
           PERFORM WRITE-RECONCILIATION
           CLOSE ReportFile
           CLOSE CreditFile
           CLOSE PaymentFile
           IF Total-Commission > ZEROS
               PERFORM WRITE-GL-FEED
           END-IF
           PERFORM SAVE-REFERRALS
           PERFORM LOG-FILE-IMPORTED

           DISPLAY "CollectRecovery - " Posted-Count
               " recovery(ies) posted, net " Total-Net
               " after commission " Total-Commission ", "
               Returned-Count " returned, " Rejected-Count
               " rejected - see AGYRCV.RPT"
           PERFORM WRITE-JOB-LOG
           GOBACK.

       APPLY-ONE-RECOVERY.
           MOVE rvtStudentID (Recovery-Index) TO rdlStudentID
           MOVE rvtAction (Recovery-Index) TO rdlAction
           MOVE rvtGross (Recovery-Index) TO rdlGross
           MOVE rvtCommission (Recovery-Index) TO rdlCommission
           COMPUTE Net-Amount = rvtGross (Recovery-Index)
               - rvtCommission (Recovery-Index)
           MOVE Net-Amount TO rdlNet
           MOVE SPACES TO Reject-Reason
           PERFORM FIND-OPEN-REFERRAL
           EVALUATE TRUE
               WHEN NOT Found-Referral
                   MOVE "REJ - NOT REFERRED" TO Reject-Reason
               WHEN rvtAction (Recovery-Index) = "U"
                   CONTINUE
               WHEN rvtAction (Recovery-Index) NOT = "P"
                   MOVE "REJ - UNKNOWN ACTION" TO Reject-Reason
               WHEN rvtGross (Recovery-Index) = ZEROS
                   MOVE "REJ - NO AMOUNT" TO Reject-Reason
               WHEN Net-Amount < ZEROS
                   MOVE "REJ - COMMISSION > GROSS" TO Reject-Reason
               WHEN rvtGross (Recovery-Index) > 99999.99
                   MOVE "REJ - AMOUNT TOO LARGE" TO Reject-Reason
           END-EVALUATE
           IF Reject-Reason NOT = SPACES
               MOVE Reject-Reason TO rdlOutcome
               WRITE Report-Line FROM Report-Detail-Line
               ADD 1 TO Rejected-Count
               IF rvtAction (Recovery-Index) = "P"
                   ADD Net-Amount TO Rejected-Net
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF rvtAction (Recovery-Index) = "U"
               PERFORM RETURN-REFERRAL
           ELSE
               PERFORM POST-RECOVERY
           END-IF
           WRITE Report-Line FROM Report-Detail-Line.

      * The student paid the agency the gross; the school receives
      * the net, and the commission is written down to collection
      * expense so the balance falls by the whole gross.
       POST-RECOVERY.
           MOVE rvtStudentID (Recovery-Index) TO payStudentID
           IF rvtDate (Recovery-Index) = ZEROS
               MOVE Run-Date TO payDate
           ELSE
               MOVE rvtDate (Recovery-Index) TO payDate
           END-IF
           MOVE Net-Amount TO payAmount
           MOVE "AGENCY" TO paySource
           WRITE PaymentRecord
           IF rvtCommission (Recovery-Index) > ZEROS
               MOVE rvtStudentID (Recovery-Index) TO crStudentID
               MOVE payDate TO crCreditDate
               MOVE SPACES TO crCourseCode
               MOVE rvtCommission (Recovery-Index) TO crAmount
               MOVE "AGENCY COMMISSION" TO crReason
               WRITE CreditRecord
           END-IF
           ADD rvtGross (Recovery-Index) TO
               crfRecovered (Referral-Index)
           ADD rvtCommission (Recovery-Index) TO
               crfCommission (Referral-Index)
           MOVE payDate TO crfLastRecovery (Referral-Index)
           ADD 1 TO Posted-Count
           ADD rvtGross (Recovery-Index) TO Total-Gross
           ADD rvtCommission (Recovery-Index) TO Total-Commission
           ADD Net-Amount TO Total-Net
           IF crfRecovered (Referral-Index) >=
                   crfReferBalance (Referral-Index)
               MOVE "C" TO crfStatus (Referral-Index)
               MOVE Run-Date TO crfStatusDate (Referral-Index)
               ADD 1 TO Closed-Count
               MOVE "POSTED - REFERRAL CLOSED" TO rdlOutcome
           ELSE
               MOVE "POSTED" TO rdlOutcome
           END-IF.

       RETURN-REFERRAL.
           IF crfReferred (Referral-Index)
               MOVE "U" TO crfStatus (Referral-Index)
               MOVE Run-Date TO crfStatusDate (Referral-Index)
           END-IF
           ADD 1 TO Returned-Count
           MOVE "RETURNED - FOR WRITEOFF" TO rdlOutcome.

      * A student referred more than once has older closed or
      * written-off referrals too; only the open one takes the
      * agency's movements.
       FIND-OPEN-REFERRAL.
           MOVE "N" TO Referral-Found-Switch
           PERFORM VARYING Referral-Index FROM 1 BY 1
                   UNTIL Referral-Index > Referral-Count
               IF crfStudentID (Referral-Index) =
                       rvtStudentID (Recovery-Index)
                       AND crfOpen (Referral-Index)
                   SET Found-Referral TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-RECONCILIATION.
           WRITE Report-Line FROM Report-LineBreak
           MOVE "AGENCY TRAILER (NET)          :" TO rrlLabel
           MOVE Trailer-Count TO rrlCount
           MOVE Trailer-Net-Total TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "RECOVERED GROSS               :" TO rrlLabel
           MOVE Posted-Count TO rrlCount
           MOVE Total-Gross TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "LESS AGENCY COMMISSION        :" TO rrlLabel
           MOVE ZEROS TO rrlCount
           MOVE Total-Commission TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "POSTED TO PAYMENTS.DAT (NET)  :" TO rrlLabel
           MOVE Posted-Count TO rrlCount
           MOVE Total-Net TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "REJECTED - NOT POSTED (NET)   :" TO rrlLabel
           MOVE Rejected-Count TO rrlCount
           MOVE Rejected-Net TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "RETURNED AS UNRECOVERABLE     :" TO rrlLabel
           MOVE Returned-Count TO rrlCount
           MOVE ZEROS TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "REFERRALS CLOSED IN FULL      :" TO rrlLabel
           MOVE Closed-Count TO rrlCount
           MOVE ZEROS TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           COMPUTE Out-Of-Balance =
               Trailer-Net-Total - Total-Net - Rejected-Net
           MOVE "DIFFERENCE                    :" TO rrlLabel
           MOVE ZEROS TO rrlCount
           MOVE Out-Of-Balance TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           IF Out-Of-Balance = ZEROS AND Rejected-Count = ZEROS
               MOVE "AGENCY TOTAL RECONCILED TO POSTED RECOVERIES"
                   TO Report-Result-Line
           ELSE
               MOVE "** REJECTED OR OUT OF BALANCE - SEE THE BURSAR **"
                   TO Report-Result-Line
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE Report-Line FROM Report-Result-Line.

      * Debit collection expense, credit Student AR - the part of
      * the recovery the agency kept leaves the receivable through
      * the ledger, as a write-off does.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "650000" TO glfAccountCode
           MOVE "D" TO glfDebitCredit
           MOVE Total-Commission TO glfAmount
           MOVE "AGENCY COMMISSION - COLLECTION EXPENSE" TO
               glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "120000" TO glfAccountCode
           MOVE "C" TO glfDebitCredit
           MOVE Total-Commission TO glfAmount
           MOVE "AGENCY COMMISSION - ACCTS RECEIVABLE" TO
               glfDescription
           WRITE GL-Feed-Rec

           CLOSE GLFeedFile.

      * Header, details, trailer; the detail count and net total
      * must agree with the trailer or nothing is posted.
       LOAD-RECOVERY-FILE.
           OPEN INPUT RecoveryFile
           IF Recovery-File-Status NOT = "00"
               DISPLAY "Error - unable to open AGYRECOV.DAT, no "
                   "agency file to import"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ RecoveryFile
               AT END SET EndOfAgencyRecoveryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAgencyRecoveryFile
               EVALUATE TRUE
                   WHEN ryHeader
                       MOVE ryhFileDate TO File-Date
                       MOVE ryhAgencyID TO File-AgencyID
                   WHEN ryDetail
                       IF Recovery-Count < 1000
                           ADD 1 TO Recovery-Count
                           MOVE ryAction TO
                               rvtAction (Recovery-Count)
                           MOVE ryStudentID TO
                               rvtStudentID (Recovery-Count)
                           MOVE ryDate TO rvtDate (Recovery-Count)
                           MOVE ryGross TO rvtGross (Recovery-Count)
                           MOVE ryCommission TO
                               rvtCommission (Recovery-Count)
                           MOVE ryAgencyRef TO
                               rvtAgencyRef (Recovery-Count)
                           IF ryRecovered
                               COMPUTE Detail-Net-Total =
                                   Detail-Net-Total + ryGross
                                   - ryCommission
                           END-IF
                       ELSE
                           DISPLAY "Error - Recovery-Table full, "
                               "agency file too large - nothing "
                               "imported"
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   WHEN ryTrailer
                       SET Trailer-Seen TO TRUE
                       MOVE rytItemCount TO Trailer-Count
                       MOVE rytNetTotal TO Trailer-Net-Total
               END-EVALUATE
               READ RecoveryFile
                   AT END SET EndOfAgencyRecoveryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RecoveryFile
           IF RETURN-CODE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF File-Date = ZEROS OR NOT Trailer-Seen
               DISPLAY "Error - AGYRECOV.DAT has no header or no "
                   "trailer, file incomplete - nothing imported"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF Recovery-Count NOT = Trailer-Count
                   OR Detail-Net-Total NOT = Trailer-Net-Total
               DISPLAY "Error - AGYRECOV.DAT details ("
                   Recovery-Count " net " Detail-Net-Total
                   ") do not agree with the agency trailer ("
                   Trailer-Count " net " Trailer-Net-Total
                   ") - nothing imported"
               MOVE 16 TO RETURN-CODE
           END-IF.

       CHECK-NOT-IMPORTED.
           OPEN INPUT RecoveryLogFile
           IF RecoveryLog-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RecoveryLogFile
               AT END SET EndOfRecoveryLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecoveryLogFile
               IF rgFileDate = File-Date
                       AND rgAgencyID = File-AgencyID
                   DISPLAY "Error - agency file " File-AgencyID
                       " dated " File-Date " was already imported on "
                       rgImportDate " - nothing imported"
                   MOVE 16 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
               READ RecoveryLogFile
                   AT END SET EndOfRecoveryLogFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RecoveryLogFile.

       LOG-FILE-IMPORTED.
           OPEN EXTEND RecoveryLogFile
           IF RecoveryLog-File-Status NOT = "00"
               OPEN OUTPUT RecoveryLogFile
           END-IF
           MOVE File-Date TO rgFileDate
           MOVE File-AgencyID TO rgAgencyID
           MOVE Run-Date TO rgImportDate
           MOVE Trailer-Count TO rgItemCount
           MOVE Trailer-Net-Total TO rgNetTotal
           WRITE RecoveryLog-Rec
           CLOSE RecoveryLogFile.

       LOAD-REFERRALS.
           OPEN INPUT CollectionFile
           IF Collection-File-Status NOT = "00"
               DISPLAY "Error - unable to open COLLECT.DAT, no "
                   "accounts referred - run CollectReferral first"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ CollectionFile
               AT END SET EndOfCollectionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCollectionFile
               IF Referral-Count < 1000
                   ADD 1 TO Referral-Count
                   MOVE caStudentID TO crfStudentID (Referral-Count)
                   MOVE caReferDate TO crfReferDate (Referral-Count)
                   MOVE caReferBalance TO
                       crfReferBalance (Referral-Count)
                   MOVE caRecovered TO crfRecovered (Referral-Count)
                   MOVE caCommission TO
                       crfCommission (Referral-Count)
                   MOVE caLastRecovery TO
                       crfLastRecovery (Referral-Count)
                   MOVE caStatus TO crfStatus (Referral-Count)
                   MOVE caStatusDate TO
                       crfStatusDate (Referral-Count)
               ELSE
                   DISPLAY "Error - Referral-Table full, COLLECT.DAT "
                       "too large to rewrite safely - nothing "
                       "imported"
                   MOVE 16 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
               READ CollectionFile
                   AT END SET EndOfCollectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CollectionFile.

       SAVE-REFERRALS.
           OPEN OUTPUT CollectionFile
           PERFORM VARYING Referral-Index FROM 1 BY 1
                   UNTIL Referral-Index > Referral-Count
               MOVE crfStudentID (Referral-Index) TO caStudentID
               MOVE crfReferDate (Referral-Index) TO caReferDate
               MOVE crfReferBalance (Referral-Index) TO
                   caReferBalance
               MOVE crfRecovered (Referral-Index) TO caRecovered
               MOVE crfCommission (Referral-Index) TO caCommission
               MOVE crfLastRecovery (Referral-Index) TO
                   caLastRecovery
               MOVE crfStatus (Referral-Index) TO caStatus
               MOVE crfStatusDate (Referral-Index) TO caStatusDate
               WRITE CollectionRecord
           END-PERFORM
           CLOSE CollectionFile.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COAFile
           IF COA-File-Status = "00"
               READ COAFile
                   AT END SET EndOfCOAFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCOAFile
                   IF COA-Count < 100
                       ADD 1 TO COA-Count
                       MOVE coAccountCode TO coaCode (COA-Count)
                   END-IF
                   READ COAFile
                       AT END SET EndOfCOAFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COAFile
           ELSE
               DISPLAY "Warning - COA.DAT not found, account codes "
                   "posted unvalidated - run ChartOfAcctMaint"
           END-IF.

       CHECK-GL-ACCOUNT.
           IF COA-Count = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COA-Found-Switch
           PERFORM VARYING COA-Index FROM 1 BY 1
                   UNTIL COA-Index > COA-Count
               IF coaCode (COA-Index) = Check-Account
                   SET Found-COA-Code TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-COA-Code
               DISPLAY "Error - account " Check-Account " is not "
                   "on COA.DAT, recovery import refused - fix the "
                   "chart or the program"
               MOVE 16 TO RETURN-CODE
           END-IF.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists, so a late or re-run batch keeps the date it
      * belongs to.
       GET-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile
           IF BusDate-File-Status = "00"
               READ BusinessDateFile
                   AT END MOVE ZEROS TO bdBusinessDate
               END-READ
               CLOSE BusinessDateFile
           ELSE
               MOVE ZEROS TO bdBusinessDate
           END-IF
           IF bdBusinessDate NOT = ZEROS
               MOVE bdBusinessDate TO Run-Date
           ELSE
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF.

       WRITE-JOB-LOG.
           MOVE "CollectRecovery" TO jlProgramName
           MOVE Recovery-Count TO jlRecordsRead
           MOVE Posted-Count TO jlRecordsWritten
           MOVE Rejected-Count TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       END PROGRAM CollectRecovery.
