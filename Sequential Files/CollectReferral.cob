      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Collection agency referral run.  An account that
      *         DunningRun has already sent the final notice
      *         (DUNHIST.DAT level 3), that still owes money (netted
      *         the way DunningRun nets it) and whose final notice is
      *         older than the waiting period the operator keys, is
      *         referred: written to COLLAGY.DAT (AGYREF), the
      *         fixed-format file for the agency, with the student's
      *         name, STUDADDR.DAT address, balance and account
      *         history, and recorded on COLLECT.DAT (COLLREC) so
      *         DunningRun stops chasing it and CollectRecovery can
      *         post what the agency recovers.  An account already
      *         with the agency is not referred twice.  COLLREF.RPT
      *         lists every account referred.  Day counts use the
      *         30-day-month convention.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectReferral.
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
           SELECT DunningFile ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dunning-File-Status.
           SELECT CollectionFile ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Collection-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentAddrFile ASSIGN TO "STUDADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Addr-File-Status.
           SELECT AgencyFile ASSIGN TO "COLLAGY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT RegisterFile ASSIGN TO "COLLREF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BilledFile.
       COPY BILLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD DunningFile.
       COPY DUNREC.

       FD CollectionFile.
       COPY COLLREC.

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

       FD AgencyFile.
       COPY AGYREF.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD RegisterFile.
       01  Register-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Billed-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Credit-File-Status           PIC XX.
       01  Dunning-File-Status          PIC XX.
       01  Collection-File-Status       PIC XX.
       01  Student-Addr-File-Status     PIC XX.
       01  BusDate-File-Status          PIC XX.

      * Per-student position and the history the agency is sent.
      * Payments are signed - refunds ride on PAYMENTS.DAT as
      * negative payments.
       01  Account-Table.
           02  Account-Entry            OCCURS 500 TIMES.
               03  actStudentID         PIC X(10).
               03  actBilled            PIC 9(8)V99.
               03  actPaid              PIC S9(8)V99.
               03  actCredited          PIC 9(8)V99.
               03  actOldestBill        PIC 9(8).
               03  actLastPayment       PIC 9(8).
               03  actFirstNotice       PIC 9(8).
               03  actFinalNotice       PIC 9(8).
               03  actNoticeCount       PIC 9(2).
               03  actWithAgency        PIC X.
       01  Account-Count                PIC 9(3)   VALUE ZEROS.
       01  Account-Index                PIC 9(3)   VALUE ZEROS.
       01  Account-Found-Switch         PIC X      VALUE "N".
           88  Found-Account-Entry      VALUE "Y".
       01  Seek-StudentID               PIC X(10).

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
               03  adtPhone             PIC X(12).
       01  Addr-Count                   PIC 9(3)   VALUE ZEROS.
       01  Addr-Index                   PIC 9(3)   VALUE ZEROS.

       01  Wait-Days                    PIC 9(3)   VALUE ZEROS.
       01  Today.
           02  Today-Year               PIC 9(4).
           02  Today-Month              PIC 99.
           02  Today-Day                PIC 99.
       01  Run-Date                     PIC 9(8).
       01  Notice-Date-Split.
           02  Notice-Year              PIC 9(4).
           02  Notice-Month             PIC 99.
           02  Notice-Day               PIC 99.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.
       01  Student-Balance              PIC S9(8)V99 VALUE ZEROS.
       01  Received-Amount              PIC S9(8)V99 VALUE ZEROS.
       01  Referred-Count               PIC 9(5)   VALUE ZEROS.
       01  Total-Referred               PIC 9(9)V99 VALUE ZEROS.

       01  Register-Header.
           02  FILLER                   PIC X(32)
               VALUE "COLLECTION AGENCY REFERRALS     ".
           02  rghDate                  PIC 9(8).
       01  Register-LineBreak           PIC X(78) VALUE ALL "-".
       01  Register-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "STUDENT ID".
           02  FILLER                   PIC X(14)  VALUE "NAME".
           02  FILLER                   PIC X(15)  VALUE
               "        BALANCE".
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(10)  VALUE "OLDEST".
           02  FILLER                   PIC X(10)  VALUE "FINAL".
           02  FILLER                   PIC X(8)   VALUE "LETTERS".
       01  Register-Detail-Line.
           02  rdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlSurname               PIC X(10).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlBalance               PIC $$$$,$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlOldestBill            PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlFinalNotice           PIC 9(8).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  rdlNoticeCount           PIC Z9.
       01  Register-Total-Line.
           02  FILLER                   PIC X(20)
               VALUE "ACCOUNTS REFERRED : ".
           02  rtlCount                 PIC ZZZZ9.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rtlAmount                PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "CollectReferral - refer final-notice accounts "
               "to the collection agency"
           DISPLAY "Days since the final notice (e.g. 030, blank 30) "
               ": " WITH NO ADVANCING
           ACCEPT Wait-Days
           IF Wait-Days = ZEROS
               MOVE 30 TO Wait-Days
           END-IF

           PERFORM LOAD-BILLED
           PERFORM LOAD-PAYMENTS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-DUNNING-HISTORY
           PERFORM LOAD-REFERRALS
           PERFORM LOAD-STUDENT-NAMES
           PERFORM LOAD-ADDRESSES

           OPEN OUTPUT AgencyFile
           MOVE SPACES TO AgencyReferralRecord
           SET axHeader TO TRUE
           MOVE Run-Date TO axhFileDate
           MOVE "BURSAR" TO axhSender
           WRITE AgencyReferralRecord
           OPEN EXTEND CollectionFile
           IF Collection-File-Status NOT = "00"
               OPEN OUTPUT CollectionFile
           END-IF
           OPEN OUTPUT RegisterFile
           MOVE Run-Date TO rghDate
           WRITE Register-Line FROM Register-Header
           WRITE Register-Line FROM Register-LineBreak
           WRITE Register-Line FROM Register-Column-Titles
           PERFORM VARYING Account-Index FROM 1 BY 1
                   UNTIL Account-Index > Account-Count
               PERFORM CONSIDER-ONE-ACCOUNT
           END-PERFORM
           WRITE Register-Line FROM Register-LineBreak
           MOVE Referred-Count TO rtlCount
           MOVE Total-Referred TO rtlAmount
           WRITE Register-Line FROM Register-Total-Line
           CLOSE RegisterFile
           CLOSE CollectionFile
           MOVE SPACES TO AgencyReferralRecord
           SET axTrailer TO TRUE
           MOVE Referred-Count TO axtItemCount
           MOVE Total-Referred TO axtTotal
           WRITE AgencyReferralRecord
           CLOSE AgencyFile

           DISPLAY "CollectReferral - " Referred-Count
               " account(s) referred for " Total-Referred
               " - COLLAGY.DAT ready for the agency"
           STOP RUN.

       CONSIDER-ONE-ACCOUNT.
           IF actWithAgency (Account-Index) = "Y"
                   OR actFinalNotice (Account-Index) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Student-Balance =
               actBilled (Account-Index) - actPaid (Account-Index)
               - actCredited (Account-Index)
           IF Student-Balance NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE actFinalNotice (Account-Index) TO Notice-Date-Split
           COMPUTE Age-Days =
               ((Today-Year - Notice-Year) * 360)
               + ((Today-Month - Notice-Month) * 30)
               + (Today-Day - Notice-Day)
           IF Age-Days < Wait-Days
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AGENCY-DETAIL
           PERFORM RECORD-REFERRAL
           MOVE actStudentID (Account-Index) TO rdlStudentID
           MOVE axInitials TO rdlInitials
           MOVE axSurname TO rdlSurname
           MOVE Student-Balance TO rdlBalance
           MOVE actOldestBill (Account-Index) TO rdlOldestBill
           MOVE actFinalNotice (Account-Index) TO rdlFinalNotice
           MOVE actNoticeCount (Account-Index) TO rdlNoticeCount
           WRITE Register-Line FROM Register-Detail-Line
           ADD Student-Balance TO Total-Referred
           ADD 1 TO Referred-Count.

       WRITE-AGENCY-DETAIL.
           MOVE SPACES TO AgencyReferralRecord
           SET axDetail TO TRUE
           MOVE actStudentID (Account-Index) TO axStudentID
           PERFORM LOOKUP-STUDENT-NAME
           PERFORM LOOKUP-ADDRESS
           MOVE Student-Balance TO axBalance
           MOVE actBilled (Account-Index) TO axTotalBilled
           COMPUTE Received-Amount =
               actPaid (Account-Index) + actCredited (Account-Index)
           IF Received-Amount < ZEROS
               MOVE ZEROS TO Received-Amount
           END-IF
           MOVE Received-Amount TO axTotalReceived
           MOVE actOldestBill (Account-Index) TO axOldestBill
           MOVE actLastPayment (Account-Index) TO axLastPayment
           MOVE actFirstNotice (Account-Index) TO axFirstNotice
           MOVE actFinalNotice (Account-Index) TO axFinalNotice
           MOVE actNoticeCount (Account-Index) TO axNoticeCount
           WRITE AgencyReferralRecord.

       RECORD-REFERRAL.
           MOVE actStudentID (Account-Index) TO caStudentID
           MOVE Run-Date TO caReferDate
           MOVE Student-Balance TO caReferBalance
           MOVE ZEROS TO caRecovered caCommission caLastRecovery
           SET caReferred TO TRUE
           MOVE Run-Date TO caStatusDate
           WRITE CollectionRecord.

       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO axSurname axInitials
           PERFORM VARYING Name-Index FROM 1 BY 1
                   UNTIL Name-Index > Name-Count
               IF nmStudentID (Name-Index) =
                       actStudentID (Account-Index)
                   MOVE nmSurname (Name-Index) TO axSurname
                   MOVE nmInitials (Name-Index) TO axInitials
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-ADDRESS.
           MOVE SPACES TO axStreet axCity axPostcode axPhone
           PERFORM VARYING Addr-Index FROM 1 BY 1
                   UNTIL Addr-Index > Addr-Count
               IF adtStudentID (Addr-Index) =
                       actStudentID (Account-Index)
                   MOVE adtStreet (Addr-Index) TO axStreet
                   MOVE adtCity (Addr-Index) TO axCity
                   MOVE adtPostcode (Addr-Index) TO axPostcode
                   MOVE adtPhone (Addr-Index) TO axPhone
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
                   MOVE 99999999 TO actOldestBill (Account-Index)
                   MOVE ZEROS TO actLastPayment (Account-Index)
                   MOVE ZEROS TO actFirstNotice (Account-Index)
                   MOVE ZEROS TO actFinalNotice (Account-Index)
                   MOVE ZEROS TO actNoticeCount (Account-Index)
                   MOVE "N" TO actWithAgency (Account-Index)
               ELSE
                   DISPLAY "Warning - Account-Table full, StudentID "
                       Seek-StudentID " not considered"
                   MOVE ZEROS TO Account-Index
               END-IF
           END-IF.

       LOAD-BILLED.
           OPEN INPUT BilledFile
           IF Billed-File-Status NOT = "00"
               DISPLAY "Error - unable to open BILLED.DAT, run "
                   "BillingRpt to create it"
               STOP RUN
           END-IF
           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               MOVE blStudentID TO Seek-StudentID
               PERFORM FIND-OR-ADD-ACCOUNT
               IF Account-Index > 0
                   ADD blAmount TO actBilled (Account-Index)
                   IF blBillDate < actOldestBill (Account-Index)
                       MOVE blBillDate TO
                           actOldestBill (Account-Index)
                   END-IF
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
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF Account-Index > 0
                       ADD payAmount TO actPaid (Account-Index)
                       IF payAmount > ZEROS AND
                               payDate > actLastPayment (Account-Index)
                           MOVE payDate TO
                               actLastPayment (Account-Index)
                       END-IF
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
                       ADD crAmount TO actCredited (Account-Index)
                   END-IF
                   READ CreditFile
                       AT END SET EndOfCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CreditFile
           END-IF.

      * The agency is sent the date of the first letter, the date
      * of the latest final notice and how many letters went out.
       LOAD-DUNNING-HISTORY.
           OPEN INPUT DunningFile
           IF Dunning-File-Status NOT = "00"
               DISPLAY "DUNHIST.DAT not found - no final notices "
                   "sent, nothing to refer."
               EXIT PARAGRAPH
           END-IF
           READ DunningFile
               AT END SET EndOfDunningFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDunningFile
               MOVE dnStudentID TO Seek-StudentID
               PERFORM FIND-OR-ADD-ACCOUNT
               IF Account-Index > 0
                   ADD 1 TO actNoticeCount (Account-Index)
                   IF actFirstNotice (Account-Index) = ZEROS
                           OR dnSendDate <
                               actFirstNotice (Account-Index)
                       MOVE dnSendDate TO
                           actFirstNotice (Account-Index)
                   END-IF
                   IF dnFinalNotice AND
                           dnSendDate > actFinalNotice (Account-Index)
                       MOVE dnSendDate TO
                           actFinalNotice (Account-Index)
                   END-IF
               END-IF
               READ DunningFile
                   AT END SET EndOfDunningFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DunningFile.

      * An account still referred, or returned and waiting for
      * WriteOff, is already with the agency.
       LOAD-REFERRALS.
           OPEN INPUT CollectionFile
           IF Collection-File-Status = "00"
               READ CollectionFile
                   AT END SET EndOfCollectionFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCollectionFile
                   IF caReferred OR caReturned
                       MOVE caStudentID TO Seek-StudentID
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF Account-Index > 0
                           MOVE "Y" TO actWithAgency (Account-Index)
                       END-IF
                   END-IF
                   READ CollectionFile
                       AT END SET EndOfCollectionFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CollectionFile
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
                       MOVE saPhone TO adtPhone (Addr-Count)
                   END-IF
                   READ StudentAddrFile
                       AT END SET EndOfStudentAddrFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentAddrFile
           ELSE
               DISPLAY "Warning - STUDADDR.DAT not found, referrals "
                   "go to the agency without addresses - run "
                   "StudentAddrMaint"
           END-IF.

       END PROGRAM CollectReferral.
