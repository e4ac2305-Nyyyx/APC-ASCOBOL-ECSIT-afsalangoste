      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Refund credit balances.  Each student's position is
      *         netted the way WriteOff and DunningRun net it
      *         (BILLED.DAT less PAYMENTS.DAT and CREDITS.DAT); an
      *         account in credit by at least the minimum the
      *         operator keys, with no bill, payment or credit
      *         for the number of days keyed, and no HOLDS.DAT hold,
      *         is put to the two-person control - the StudentID and
      *         amount queue on PENDACT.DAT through ActionGate, and
      *         a different supervisor approves them with
      *         ActionApprove.  On the run after approval the refund
      *         is paid: numbered off the REFUNDNO.DAT control file,
      *         recorded on REFUNDS.DAT (REFNDREC), posted to
      *         PAYMENTS.DAT as a negative REFUND payment so the
      *         balance comes back to zero, written up as a letter on
      *         REFUNDLT.RPT addressed from STUDADDR.DAT, and posted
      *         to GLFEED.DAT as one pair - debit receivable, credit
      *         the bank.  REFUND.RPT lists every credit balance
      *         considered and what became of it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditRefundRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.
           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.
           SELECT CreditFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-File-Status.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentAddrFile ASSIGN TO "STUDADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Addr-File-Status.
           SELECT RefundFile ASSIGN TO "REFUNDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Refund-File-Status.
           SELECT RefundNoFile ASSIGN TO "REFUNDNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefundNo-File-Status.
           SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Feed-File-Status.
           SELECT COAFile ASSIGN TO "COA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT LetterFile ASSIGN TO "REFUNDLT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterFile ASSIGN TO "REFUND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BilledFile.
       COPY BILLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD HoldFile.
       COPY HOLDREC.

       FD StudentFile.
       COPY STUDREC.

       FD  StudentAddrFile.
       01  Student-Addr-Rec.
           88  EndOfStudentAddrFile         VALUE HIGH-VALUES.
           02  saStudentID                  PIC X(10).
           02  saStreet                     PIC X(30).
           02  saCity                       PIC X(20).
           02  saPostcode                   PIC X(8).
           02  saPhone                      PIC X(12).

       FD RefundFile.
       COPY REFNDREC.

       FD RefundNoFile.
       01 RefundNo-Rec.
           02 rnNextNumber           PIC 9(6).

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

       FD LetterFile.
       01  Letter-Line                  PIC X(64).

       FD RegisterFile.
       01  Register-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Billed-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Credit-File-Status           PIC XX.
       01  Hold-File-Status             PIC XX.
       01  Student-Addr-File-Status     PIC XX.
       01  Refund-File-Status           PIC XX.
       01  RefundNo-File-Status         PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.

      * Per-student position and the date anything last moved on
      * the account.  Payments are signed - earlier refunds ride on
      * PAYMENTS.DAT as negative payments.
       01  Account-Table.
           02  Account-Entry            OCCURS 500 TIMES.
               03  actStudentID         PIC X(10).
               03  actBilled            PIC 9(8)V99.
               03  actPaid              PIC S9(8)V99.
               03  actCredited          PIC 9(8)V99.
               03  actLastActivity      PIC 9(8).
               03  actHeld              PIC X.
       01  Account-Count                PIC 9(3)   VALUE ZEROS.
       01  Account-Index                PIC 9(3)   VALUE ZEROS.
       01  Account-Found-Switch         PIC X      VALUE "N".
           88  Found-Account-Entry      VALUE "Y".
       01  Seek-StudentID               PIC X(10).
       01  Activity-Date                PIC 9(8).

       01  Name-Table.
           02  Name-Entry               OCCURS 500 TIMES.
               03  nmStudentID          PIC X(10).
               03  nmSurname            PIC X(10).
               03  nmInitials           PIC XX.
       01  Name-Count                   PIC 9(3)   VALUE ZEROS.
       01  Name-Index                   PIC 9(3)   VALUE ZEROS.

       01  Addr-Table.
           02  Addr-Entry               OCCURS 500 TIMES.
               03  adtStudentID         PIC X(10).
               03  adtStreet            PIC X(30).
               03  adtCity              PIC X(20).
               03  adtPostcode          PIC X(8).
       01  Addr-Count                   PIC 9(3)   VALUE ZEROS.
       01  Addr-Index                   PIC 9(3)   VALUE ZEROS.

      * Chart-of-accounts codes (COAREC); when the master exists,
      * both accounts the run posts to must be on it.
       01  COA-File-Status              PIC XX.
       01  COA-Code-Table.
           02  COA-Code-Entry           OCCURS 100 TIMES.
               03  coaCode              PIC X(6).
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".
       01  Check-Account                PIC X(6).

      * Two-person control: each refund queues on PENDACT.DAT and
      * is only paid once a different supervisor has approved it
      * with ActionApprove (ActionGate answers G or W).
       COPY APPRREQ.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

       01  Requesting-Operator          PIC X(8)   VALUE SPACES.
       01  Minimum-Credit               PIC 9(5)V99 VALUE ZEROS.
       01  Stable-Days                  PIC 9(3)   VALUE ZEROS.

       01  Today.
           02  Today-Year               PIC 9(4).
           02  Today-Month              PIC 99.
           02  Today-Day                PIC 99.
       01  Run-Date                     PIC 9(8).
       01  Activity-Date-Split.
           02  Activity-Year            PIC 9(4).
           02  Activity-Month           PIC 99.
           02  Activity-Day             PIC 99.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.
       01  Student-Balance              PIC S9(8)V99 VALUE ZEROS.
       01  Refund-Amount                PIC 9(7)V99 VALUE ZEROS.
       01  Gate-Amount                  PIC 9(7).99.
       01  Refund-Number                PIC 9(6)   VALUE ZEROS.

       01  Refunded-Count               PIC 9(5)   VALUE ZEROS.
       01  Waiting-Count                PIC 9(5)   VALUE ZEROS.
       01  Held-Count                   PIC 9(5)   VALUE ZEROS.
       01  Unstable-Count               PIC 9(5)   VALUE ZEROS.
       01  Total-Refunded               PIC 9(8)V99 VALUE ZEROS.

       01  Letter-Separator             PIC X(56)  VALUE ALL "=".
       01  Letter-Blank-Line            PIC X(64)  VALUE SPACES.
       01  Letter-Header.
           02  FILLER                   PIC X(34)
               VALUE "CREDIT BALANCE REFUND".
           02  FILLER                   PIC X(10)  VALUE "REFUND NO ".
           02  lthRefundNo              PIC 9(6).
       01  Letter-Name-Line.
           02  lnlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  lnlSurname               PIC X(10).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  lnlStudentID             PIC X(10).
       01  Letter-Street-Line           PIC X(30).
       01  Letter-City-Line.
           02  lclCity                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lclPostcode              PIC X(8).
       01  Letter-Body-1                PIC X(56)  VALUE
           "The credit balance on your student account has been".
       01  Letter-Body-2                PIC X(56)  VALUE
           "refunded to you as shown below.".
       01  Letter-Date-Line.
           02  FILLER                   PIC X(16)
               VALUE "REFUND DATE   : ".
           02  ldlDate                  PIC 9(8).
       01  Letter-Amount-Line.
           02  FILLER                   PIC X(16)
               VALUE "REFUND AMOUNT : ".
           02  lalAmount                PIC $$$$,$$9.99.

       01  Register-Header.
           02  FILLER                   PIC X(30)
               VALUE "CREDIT BALANCE REFUND RUN     ".
           02  rghDate                  PIC 9(8).
       01  Register-LineBreak           PIC X(72) VALUE ALL "-".
       01  Register-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "STUDENT ID".
           02  FILLER                   PIC X(14)  VALUE "NAME".
           02  FILLER                   PIC X(15)  VALUE
               "         CREDIT".
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(30)  VALUE "OUTCOME".
       01  Register-Detail-Line.
           02  rdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlSurname               PIC X(10).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlCredit                PIC $$$$,$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlOutcome               PIC X(30).
       01  Outcome-Refunded.
           02  FILLER                   PIC X(10)  VALUE "REFUND NO ".
           02  orfRefundNo              PIC 9(6).
       01  Outcome-Waiting.
           02  FILLER                   PIC X(24)
               VALUE "AWAITING APPROVAL - ACT ".
           02  owtActionNo              PIC 9(4).
       01  Register-Count-Line.
           02  rclLabel                 PIC X(34).
           02  rclCount                 PIC ZZZZ9.
       01  Register-Total-Line.
           02  FILLER                   PIC X(34)
               VALUE "TOTAL REFUNDED                  :".
           02  rtlAmount                PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); no refunds may be "
                   "paid into it.  Ask the bursar to reopen it "
                   "with PeriodCloseMaint if this is intended."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CreditRefundRun - refund credit balances"
           DISPLAY "Requesting operator ID          : "
               WITH NO ADVANCING
           ACCEPT Requesting-Operator
           IF Requesting-Operator = SPACES
               MOVE "CONSOLE" TO Requesting-Operator
           END-IF
           DISPLAY "Minimum credit to refund (e.g. 00010.00, "
               "blank 10.00): " WITH NO ADVANCING
           ACCEPT Minimum-Credit
           IF Minimum-Credit = ZEROS
               MOVE 10.00 TO Minimum-Credit
           END-IF
           DISPLAY "Days with no account activity (e.g. 030, "
               "blank 30)    : " WITH NO ADVANCING
           ACCEPT Stable-Days
           IF Stable-Days = ZEROS
               MOVE 30 TO Stable-Days
           END-IF

           PERFORM LOAD-CHART-OF-ACCOUNTS
           MOVE "120000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           MOVE "100000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           PERFORM LOAD-BILLED
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-HOLDS
           PERFORM LOAD-STUDENT-NAMES
           PERFORM LOAD-ADDRESSES

           PERFORM OPEN-REFUNDS-FOR-APPEND
           OPEN EXTEND PaymentFile
           IF Payment-File-Status NOT = "00"
               OPEN OUTPUT PaymentFile
           END-IF
           OPEN OUTPUT LetterFile
           OPEN OUTPUT RegisterFile
           MOVE Run-Date TO rghDate
           WRITE Register-Line FROM Register-Header
           WRITE Register-Line FROM Register-LineBreak
           WRITE Register-Line FROM Register-Column-Titles
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               PERFORM CONSIDER-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE RegisterFile
           CLOSE LetterFile
           CLOSE PaymentFile
           CLOSE RefundFile
           IF Total-Refunded > ZEROS
               PERFORM WRITE-GL-FEED
           END-IF

           DISPLAY "CreditRefundRun - " Refunded-Count
               " refund(s) paid for " Total-Refunded ", "
               Waiting-Count " awaiting approval - see REFUND.RPT"
           STOP RUN.

       CONSIDER-ONE-ACCOUNT.
           COMPUTE Student-Balance =
               actBilled (Account-Index) - actPaid (Account-Index)
               - actCredited (Account-Index)
           IF Student-Balance NOT < ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Refund-Amount = ZEROS - Student-Balance
           IF Refund-Amount < Minimum-Credit
               EXIT PARAGRAPH
           END-IF
           MOVE actStudentID (Account-Index) TO rdlStudentID
           PERFORM LOOKUP-STUDENT-NAME
           MOVE Refund-Amount TO rdlCredit
           IF actHeld (Account-Index) = "Y"
               MOVE "ON HOLD - NOT REFUNDED" TO rdlOutcome
               WRITE Register-Line FROM Register-Detail-Line
               ADD 1 TO Held-Count
               EXIT PARAGRAPH
           END-IF
           MOVE actLastActivity (Account-Index) TO Activity-Date-Split
           COMPUTE Age-Days =
               ((Today-Year - Activity-Year) * 360)
               + ((Today-Month - Activity-Month) * 30)
               + (Today-Day - Activity-Day)
           IF Age-Days < Stable-Days
               MOVE "RECENT ACTIVITY - NOT YET" TO rdlOutcome
               WRITE Register-Line FROM Register-Detail-Line
               ADD 1 TO Unstable-Count
               EXIT PARAGRAPH
           END-IF

      * The amount rides in the request, so a balance that moves
      * after approval raises a fresh request instead of paying the
      * old figure.
           MOVE "CreditRefundRun" TO agProgram
           MOVE actStudentID (Account-Index) TO agParm1
           MOVE Refund-Amount TO Gate-Amount
           MOVE Gate-Amount TO agParm2
           MOVE Requesting-Operator TO agOperator
           CALL "ActionGate" USING Action-Gate-Area
           IF agGo
               PERFORM PAY-ONE-REFUND
           ELSE
               MOVE agActionNo TO owtActionNo
               MOVE Outcome-Waiting TO rdlOutcome
               WRITE Register-Line FROM Register-Detail-Line
               ADD 1 TO Waiting-Count
           END-IF.

       PAY-ONE-REFUND.
           PERFORM ASSIGN-REFUND-NUMBER
           MOVE Refund-Number TO rfRefundNo
           MOVE actStudentID (Account-Index) TO rfStudentID
           MOVE Run-Date TO rfDate
           MOVE Refund-Amount TO rfAmount
           MOVE agActionNo TO rfActionNo
           MOVE Requesting-Operator TO rfRequestedBy
           WRITE RefundRecord

           MOVE actStudentID (Account-Index) TO payStudentID
           MOVE Run-Date TO payDate
           COMPUTE payAmount = ZEROS - Refund-Amount
           MOVE "REFUND" TO paySource
           WRITE PaymentRecord

           PERFORM WRITE-REFUND-LETTER
           MOVE Refund-Number TO orfRefundNo
           MOVE Outcome-Refunded TO rdlOutcome
           WRITE Register-Line FROM Register-Detail-Line
           ADD Refund-Amount TO Total-Refunded
           ADD 1 TO Refunded-Count.

      * Each refund takes the next number so the numbered chain of
      * refund payments stays unbroken.
       ASSIGN-REFUND-NUMBER.
           OPEN INPUT RefundNoFile
           IF RefundNo-File-Status = "00"
               READ RefundNoFile
                   AT END MOVE 500001 TO rnNextNumber
               END-READ
               CLOSE RefundNoFile
           ELSE
               MOVE 500001 TO rnNextNumber
           END-IF
           MOVE rnNextNumber TO Refund-Number
           ADD 1 TO rnNextNumber
           OPEN OUTPUT RefundNoFile
           WRITE RefundNo-Rec
           CLOSE RefundNoFile.

       WRITE-REFUND-LETTER.
           WRITE Letter-Line FROM Letter-Separator
           MOVE Refund-Number TO lthRefundNo
           WRITE Letter-Line FROM Letter-Header
           MOVE rdlInitials TO lnlInitials
           MOVE rdlSurname TO lnlSurname
           MOVE actStudentID (Account-Index) TO lnlStudentID
           WRITE Letter-Line FROM Letter-Name-Line
           PERFORM WRITE-LETTER-ADDRESS
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Body-1
           WRITE Letter-Line FROM Letter-Body-2
           WRITE Letter-Line FROM Letter-Blank-Line
           MOVE Run-Date TO ldlDate
           WRITE Letter-Line FROM Letter-Date-Line
           MOVE Refund-Amount TO lalAmount
           WRITE Letter-Line FROM Letter-Amount-Line
           WRITE Letter-Line FROM Letter-Blank-Line.

       WRITE-LETTER-ADDRESS.
           PERFORM VARYING Addr-Index FROM 1 BY 1
                   UNTIL Addr-Index > Addr-Count
               IF adtStudentID (Addr-Index) =
                       actStudentID (Account-Index)
                   MOVE adtStreet (Addr-Index) TO Letter-Street-Line
                   WRITE Letter-Line FROM Letter-Street-Line
                   MOVE adtCity (Addr-Index) TO lclCity
                   MOVE adtPostcode (Addr-Index) TO lclPostcode
                   WRITE Letter-Line FROM Letter-City-Line
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "** NO ADDRESS ON FILE **" TO Letter-Street-Line
           WRITE Letter-Line FROM Letter-Street-Line.

       WRITE-REGISTER-TOTALS.
           WRITE Register-Line FROM Register-LineBreak
           MOVE "REFUNDS PAID                    :" TO rclLabel
           MOVE Refunded-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE "AWAITING APPROVAL               :" TO rclLabel
           MOVE Waiting-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE "SKIPPED - ON FINANCIAL HOLD     :" TO rclLabel
           MOVE Held-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE "SKIPPED - RECENT ACTIVITY       :" TO rclLabel
           MOVE Unstable-Count TO rclCount
           WRITE Register-Line FROM Register-Count-Line
           MOVE Total-Refunded TO rtlAmount
           WRITE Register-Line FROM Register-Total-Line.

      * Debit Student AR back up to zero, credit the bank the money
      * went out of.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "120000" TO glfAccountCode
           MOVE "D" TO glfDebitCredit
           MOVE Total-Refunded TO glfAmount
           MOVE "CREDIT REFUNDS - ACCOUNTS RECEIVABLE" TO
               glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "100000" TO glfAccountCode
           MOVE "C" TO glfDebitCredit
           MOVE Total-Refunded TO glfAmount
           MOVE "CREDIT REFUNDS - BANK" TO glfDescription
           WRITE GL-Feed-Rec

           CLOSE GLFeedFile.

       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO rdlSurname rdlInitials
           PERFORM VARYING Name-Index FROM 1 BY 1
                   UNTIL Name-Index > Name-Count
               IF nmStudentID (Name-Index) =
                       actStudentID (Account-Index)
                   MOVE nmSurname (Name-Index) TO rdlSurname
                   MOVE nmInitials (Name-Index) TO rdlInitials
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO Account-Found-Switch
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               IF actStudentID (Account-Index) = Seek-StudentID
                   SET Found-Account-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Account-Entry
               IF Account-Count < 500
                   ADD 1 TO Account-Count
                   MOVE Account-Count TO Account-Index
                   MOVE Seek-StudentID TO
                       actStudentID (Account-Index)
                   MOVE ZEROS TO actBilled (Account-Index)
                   MOVE ZEROS TO actPaid (Account-Index)
                   MOVE ZEROS TO actCredited (Account-Index)
                   MOVE ZEROS TO actLastActivity (Account-Index)
                   MOVE "N" TO actHeld (Account-Index)
               ELSE
                   DISPLAY "Warning - Account-Table full, StudentID "
                       Seek-StudentID " not considered"
                   MOVE ZEROS TO Account-Index
               END-IF
           END-IF
           IF Account-Index > 0
               IF Activity-Date > actLastActivity (Account-Index)
                   MOVE Activity-Date TO
                       actLastActivity (Account-Index)
               END-IF
           END-IF.

       LOAD-BILLED.
           OPEN INPUT BilledFile
           IF Billed-File-Status NOT = "00"
               DISPLAY "Error - unable to open BILLED.DAT, run "
                   "BillingRpt to create it"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               MOVE blStudentID TO Seek-StudentID
               MOVE blBillDate TO Activity-Date
               PERFORM FIND-OR-ADD-ACCOUNT
               IF Account-Index > 0
                   ADD blAmount TO actBilled (Account-Index)
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BilledFile.

       LOAD-PAYMENTS.
           OPEN INPUT PaymentFile
           IF Payment-File-Status = "00"
               READ PaymentFile
                   AT END SET EndOfPaymentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaymentFile
                   MOVE payStudentID TO Seek-StudentID
                   MOVE payDate TO Activity-Date
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       ADD payAmount TO actPaid (Account-Index)
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
                   MOVE crCreditDate TO Activity-Date
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       ADD crAmount TO actCredited (Account-Index)
                   END-IF
                   READ CreditFile
                       AT END SET EndOfCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CreditFile
           END-IF.

      * Any hold at all stops the refund - money is not handed back
      * to a student the office is holding for any reason.
       LOAD-HOLDS.
           OPEN INPUT HoldFile
           IF Hold-File-Status = "00"
               READ HoldFile
                   AT END SET EndOfHoldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfHoldFile
                   PERFORM VARYING Account-Index FROM 1 BY 1
                           UNTIL Account-Index > Account-Count
                       IF actStudentID (Account-Index) = hdStudentID
                           MOVE "Y" TO actHeld (Account-Index)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   READ HoldFile
                       AT END SET EndOfHoldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF.

       OPEN-REFUNDS-FOR-APPEND.
           OPEN EXTEND RefundFile
           IF Refund-File-Status NOT = "00"
               OPEN OUTPUT RefundFile
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
           END-IF
           MOVE Run-Date TO Today.

       LOAD-STUDENT-NAMES.
           OPEN INPUT StudentFile
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               IF Name-Count < 500
                   ADD 1 TO Name-Count
                   MOVE StudentID TO nmStudentID (Name-Count)
                   MOVE Surname TO nmSurname (Name-Count)
                   MOVE Initials TO nmInitials (Name-Count)
               END-IF
               PERFORM READ-NEXT-STUDENT
           END-PERFORM
           CLOSE StudentFile.

       READ-NEXT-STUDENT.
           READ StudentFile
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           IF NOT EndOfStudentFile
               IF StudentID (1:3) = "HDR"
                   PERFORM READ-NEXT-STUDENT
               ELSE
                   IF StudentID (1:3) = "TRL"
                       SET EndOfStudentFile TO TRUE
                   ELSE
                       PERFORM UNMASK-STUDENT-NAME
                   END-IF
               END-IF
           END-IF.

      * Surname/Initials ride masked at rest on STUDENTS.DAT; this
      * substitution is its own inverse, so the same operation that
      * masked the field on the way in also unmasks it on the way
      * out.
       UNMASK-STUDENT-NAME.
           INSPECT Surname CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
           INSPECT Initials CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM".

       LOAD-ADDRESSES.
           OPEN INPUT StudentAddrFile
           IF Student-Addr-File-Status = "00"
               READ StudentAddrFile
                   AT END SET EndOfStudentAddrFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentAddrFile
                   IF Addr-Count < 500
                       ADD 1 TO Addr-Count
                       MOVE saStudentID TO adtStudentID (Addr-Count)
                       MOVE saStreet TO adtStreet (Addr-Count)
                       MOVE saCity TO adtCity (Addr-Count)
                       MOVE saPostcode TO adtPostcode (Addr-Count)
                   END-IF
                   READ StudentAddrFile
                       AT END SET EndOfStudentAddrFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentAddrFile
           ELSE
               DISPLAY "Warning - STUDADDR.DAT not found, letters "
                   "print without addresses - run StudentAddrMaint"
           END-IF.

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
                   "on COA.DAT, refund run refused - fix the chart "
                   "or the program"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CreditRefundRun.
