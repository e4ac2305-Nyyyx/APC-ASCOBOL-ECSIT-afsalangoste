      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Supplier payment run.  Every matched APLEDGER.DAT
      *         invoice due by the cut-off date the operator keys
      *         (invoice date plus the payment terms, 30-day-month
      *         convention as APAgedRpt ages them) is selected, less
      *         any suppliers keyed as excluded for this run.  Each
      *         supplier paid gets one payment numbered off the
      *         PAYNO.DAT control file and a remittance advice on
      *         REMIT.RPT addressed from SUPPLIER.DAT listing the
      *         invoices it settles; CHQREG.RPT is the cheque
      *         register for the run.  The invoices are set paid
      *         with the payment number and date, and the run posts
      *         one balanced pair to GLFEED.DAT - debit accounts
      *         payable, credit the bank.  Held invoices are never
      *         selected.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Open SuppReturn debit notes (apDoc-Type D) are
      *            netted off the payment to their supplier and set
      *            paid with it; a supplier whose debit notes cover
      *            everything due is not paid this run.
      * 10/15/2026 - The invoiced quantity and unit cost (APREC
      *            apQuantity / apUnit-Cost) are kept when the
      *            ledger is rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppPayRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PayableFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Payable-File-Status.

       SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Supplier-File-Status.

       SELECT PayNoFile ASSIGN TO "PAYNO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PayNo-File-Status.

       SELECT RemitFile ASSIGN TO "REMIT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RegisterFile ASSIGN TO "CHQREG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GLFeedFile ASSIGN TO "GLFEED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GL-Feed-File-Status.

       SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BusDate-File-Status.

       SELECT COAFile ASSIGN TO "COA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COA-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PayableFile.
       COPY APREC.

       FD  Supplier-File.
       01  Supplier-Rec.
           88  EndOfSupplierFile            VALUE HIGH-VALUES.
           02  suSupplier-ID                PIC 9(4).
           02  suSupplier-Name              PIC X(20).
           02  suSupplier-Address           PIC X(30).
           02  suSupplier-Phone             PIC X(12).

       FD  PayNoFile.
       01  PayNo-Rec.
           02  pnNextNumber                PIC 9(6).

       FD  RemitFile.
       01  Remit-Line                      PIC X(64).

       FD  RegisterFile.
       01  Register-Line                   PIC X(80).

       FD  GLFeedFile.
       01  GL-Feed-Rec.
           02  glfJournalDate               PIC 9(8).
           02  glfAccountCode               PIC X(6).
           02  glfDebitCredit                PIC X.
           02  glfAmount                    PIC 9(8)V99.
           02  glfDescription               PIC X(38).

       FD  BusinessDateFile.
       01  BusinessDateRecord.
           02  bdBusinessDate               PIC 9(8).

       FD COAFile.
       COPY COAREC.

       WORKING-STORAGE SECTION.
       01  Payable-File-Status          PIC XX.
       01  Supplier-File-Status         PIC XX.
       01  PayNo-File-Status            PIC XX.
       01  GL-Feed-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  COA-File-Status              PIC XX.

      * The whole ledger is held so it can be written back with the
      * paid invoices updated in place.
       01  Payable-Table.
           02  Payable-Entry            OCCURS 500 TIMES.
               03  aptSupplier-ID       PIC 9(4).
               03  aptSuppInvoiceNo     PIC X(10).
               03  aptOrderNo           PIC 9(6).
               03  aptDate              PIC 9(8).
               03  aptAmount            PIC 9(7)V99.
               03  aptStatus            PIC X.
               03  aptPaymentNo         PIC 9(6).
               03  aptPaid-Date         PIC 9(8).
               03  aptDoc-Type          PIC X.
               03  aptQuantity          PIC 9(6).
               03  aptUnit-Cost         PIC 9(4)V99.
               03  aptSelected          PIC X.
       01  Payable-Count                PIC 9(3)   VALUE ZEROS.
       01  Payable-Index                PIC 9(3)   VALUE ZEROS.
       01  Payable-Overflow-Switch      PIC X      VALUE "N".
           88  Payable-Overflow         VALUE "Y".

      * One payment per supplier selected, in the order the ledger
      * first names them - the invoices due less any open debit
      * notes.
       01  Payee-Table.
           02  Payee-Entry              OCCURS 50 TIMES.
               03  pytSupplier-ID       PIC 9(4).
               03  pytPaymentNo         PIC 9(6).
               03  pytInvoice-Count     PIC 9(3).
               03  pytAmount            PIC 9(8)V99.
               03  pytCredit            PIC 9(8)V99.
               03  pytNet               PIC 9(8)V99.
               03  pytSkip              PIC X.
       01  Payee-Count                  PIC 9(2)   VALUE ZEROS.
       01  Payee-Index                  PIC 9(2)   VALUE ZEROS.
       01  Payee-Found-Switch           PIC X      VALUE "N".
           88  Found-Payee              VALUE "Y".

       01  Exclusion-Table.
           02  extSupplier-ID           PIC 9(4)   OCCURS 20 TIMES.
       01  Exclusion-Count              PIC 9(2)   VALUE ZEROS.
       01  Exclusion-Index              PIC 9(2)   VALUE ZEROS.
       01  Excluded-Switch              PIC X      VALUE "N".
           88  Supplier-Excluded        VALUE "Y".

       01  Supplier-Table.
           02  Supplier-Entry            OCCURS 50 TIMES.
               03  sutSupplier-ID       PIC 9(4).
               03  sutSupplier-Name     PIC X(20).
               03  sutSupplier-Address  PIC X(30).
       01  Supplier-Count               PIC 9(2)   VALUE ZEROS.
       01  Supplier-Index               PIC 9(2)   VALUE ZEROS.
       01  Supplier-Found-Switch        PIC X      VALUE "N".
           88  Found-Supplier           VALUE "Y".

      * Chart-of-accounts codes (COAREC); when the master exists,
      * both accounts the run posts must be on it.
       01  COA-Code-Table.
           02  COA-Code-Entry           OCCURS 100 TIMES.
               03  coaCode              PIC X(6).
       01  COA-Count                    PIC 9(3)   VALUE ZEROS.
       01  COA-Index                    PIC 9(3)   VALUE ZEROS.
       01  COA-Found-Switch             PIC X      VALUE "N".
           88  Found-COA-Code           VALUE "Y".
       01  Check-Account                PIC X(6).

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

       01  Run-Date                     PIC 9(8).
       01  Cutoff-Date                  PIC 9(8).
       01  Cutoff-Split REDEFINES Cutoff-Date.
           02  Cut-Year                 PIC 9(4).
           02  Cut-Month                PIC 99.
           02  Cut-Day                  PIC 99.
       01  Invoice-Date-Split.
           02  Inv-Year                 PIC 9(4).
           02  Inv-Month                PIC 99.
           02  Inv-Day                  PIC 99.
       01  Age-Days                     PIC S9(5)  VALUE ZEROS.
       01  Payment-Terms-Days           PIC 9(3)   VALUE 30.
       01  Entry-Supplier-ID            PIC 9(4).
       01  Entry-Confirm                PIC X.
       01  More-Exclusions-Switch       PIC X      VALUE "Y".
           88  More-Exclusions          VALUE "Y".
       01  Payment-Number               PIC 9(6)   VALUE ZEROS.
       01  Selected-Count               PIC 9(5)   VALUE ZEROS.
       01  Paid-Payee-Count             PIC 9(2)   VALUE ZEROS.
       01  Remit-Amount                 PIC S9(7)V99 VALUE ZEROS.
       01  Unlinked-Count               PIC 9(5)   VALUE ZEROS.
       01  Total-Payments               PIC 9(8)V99 VALUE ZEROS.

       01  Remit-Separator              PIC X(40)  VALUE ALL "=".
       01  Remit-Header                 PIC X(28)
           VALUE "AROMAMORA REMITTANCE ADVICE".
       01  Remit-Payment-Line.
           02  FILLER                   PIC X(11)  VALUE "PAYMENT NO ".
           02  rmpPaymentNo             PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rmpDate                  PIC 9(8).
       01  Remit-Supplier-Line.
           02  FILLER                   PIC X(11)  VALUE "SUPPLIER   ".
           02  rmsSupplier-ID           PIC 9(4).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rmsSupplier-Name         PIC X(20).
       01  Remit-Address-Line.
           02  FILLER                   PIC X(11)  VALUE SPACES.
           02  rmsSupplier-Address      PIC X(30).
       01  Remit-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "INVOICE".
           02  FILLER                   PIC X(8)   VALUE "ORDER".
           02  FILLER                   PIC X(10)  VALUE "DATE".
           02  FILLER                   PIC X(12)  VALUE "      AMOUNT".
       01  Remit-Detail-Line.
           02  rmdInvoiceNo             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rmdOrderNo               PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rmdDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rmdAmount                PIC $$$,$$9.99-.
       01  Remit-Total-Line.
           02  rmtLabel                 PIC X(30).
           02  rmtAmount                PIC $$,$$$,$$9.99.
       01  Remit-Blank-Line             PIC X(64)  VALUE SPACES.

       01  Register-Header.
           02  FILLER                   PIC X(32)
               VALUE "AROMAMORA CHEQUE REGISTER - RUN ".
           02  rghDate                  PIC 9(8).
           02  FILLER                   PIC X(10)  VALUE " CUT-OFF ".
           02  rghCutoff                PIC 9(8).
       01  Register-LineBreak           PIC X(72)  VALUE ALL "-".
       01  Register-Column-Titles.
           02  FILLER                   PIC X(9)   VALUE "PAYMENT".
           02  FILLER                   PIC X(6)   VALUE "SUPP".
           02  FILLER                   PIC X(21)  VALUE "NAME".
           02  FILLER                   PIC X(9)   VALUE " INVOICES".
           02  FILLER                   PIC X(14)
               VALUE "        AMOUNT".
       01  Register-Detail-Line.
           02  rgdPaymentNo             PIC 9(6).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rgdSupplier-ID           PIC 9(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rgdSupplier-Name         PIC X(20).
           02  FILLER                   PIC X(6)   VALUE SPACES.
           02  rgdInvoice-Count         PIC ZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rgdAmount                PIC $$,$$$,$$9.99.
       01  Register-Total-Line.
           02  FILLER                   PIC X(9)   VALUE "PAYMENTS".
           02  rgtPayment-Count         PIC Z9.
           02  FILLER                   PIC X(29)  VALUE SPACES.
           02  rgtInvoice-Count         PIC ZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  rgtAmount                PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); no payment run may "
                   "post into it."
               STOP RUN
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           MOVE "210000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           MOVE "100000" TO Check-Account
           PERFORM CHECK-GL-ACCOUNT
           PERFORM LOAD-PAYABLES
           IF Payable-Overflow
               DISPLAY "Error - APLEDGER.DAT holds more than 500 "
                   "invoices, payment run refused"
               STOP RUN
           END-IF
           IF Payable-Count = 0
               DISPLAY "APLEDGER.DAT has no invoices - nothing to pay"
               STOP RUN
           END-IF
           PERFORM LOAD-SUPPLIERS

           DISPLAY "SuppPayRun - supplier payment run"
           DISPLAY "Pay matched invoices due by (YYYYMMDD, "
               "00000000 for today) : " WITH NO ADVANCING
           ACCEPT Cutoff-Date
           IF Cutoff-Date = ZEROS
               MOVE Run-Date TO Cutoff-Date
           END-IF
           DISPLAY "Key any suppliers to leave out of this run; "
               "0000 ends."
           PERFORM UNTIL NOT More-Exclusions
               DISPLAY "Exclude Supplier-ID (0000 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Supplier-ID
               IF Entry-Supplier-ID = ZEROS
                   MOVE "N" TO More-Exclusions-Switch
               ELSE
                   IF Exclusion-Count < 20
                       ADD 1 TO Exclusion-Count
                       MOVE Entry-Supplier-ID TO
                           extSupplier-ID (Exclusion-Count)
                   ELSE
                       DISPLAY "Exclusion list full (20)"
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SELECT-DUE-INVOICES
           PERFORM APPLY-DEBIT-NOTES
           PERFORM SETTLE-PAYEES
           IF Unlinked-Count > 0
               DISPLAY "Warning - " Unlinked-Count " due invoice(s) "
                   "have no supplier link and were not paid"
           END-IF
           IF Selected-Count = 0
               DISPLAY "No matched invoice is due by " Cutoff-Date
                   " - nothing paid"
               STOP RUN
           END-IF
           DISPLAY Selected-Count " item(s) to " Paid-Payee-Count
               " supplier(s), total " Total-Payments
           DISPLAY "Make these payments (Y/N) : " WITH NO ADVANCING
           ACCEPT Entry-Confirm
           IF Entry-Confirm NOT = "Y" AND Entry-Confirm NOT = "y"
               DISPLAY "Payment run abandoned - nothing changed"
               STOP RUN
           END-IF

           PERFORM NUMBER-THE-PAYMENTS
           PERFORM MARK-INVOICES-PAID
           PERFORM SAVE-PAYABLES
           PERFORM PRINT-REMITTANCES
           PERFORM PRINT-CHEQUE-REGISTER
           PERFORM WRITE-GL-FEED
           DISPLAY "SuppPayRun - " Paid-Payee-Count " payment(s) for "
               Total-Payments " - REMIT.RPT and CHQREG.RPT written"
           STOP RUN.

      * Due means the invoice date plus the payment terms falls on
      * or before the cut-off; only matched invoices qualify.
       SELECT-DUE-INVOICES.
           PERFORM VARYING Payable-Index FROM 1 BY 1
                   UNTIL Payable-Index > Payable-Count
               MOVE "N" TO aptSelected (Payable-Index)
               IF aptStatus (Payable-Index) = "M"
                       AND aptDoc-Type (Payable-Index) NOT = "D"
                   MOVE aptDate (Payable-Index) TO Invoice-Date-Split
                   COMPUTE Age-Days =
                       ((Cut-Year - Inv-Year) * 360)
                       + ((Cut-Month - Inv-Month) * 30)
                       + (Cut-Day - Inv-Day)
                   IF Age-Days >= Payment-Terms-Days
                       PERFORM SELECT-ONE-INVOICE
                   END-IF
               END-IF
           END-PERFORM.

       SELECT-ONE-INVOICE.
           IF aptSupplier-ID (Payable-Index) = ZEROS
               ADD 1 TO Unlinked-Count
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Excluded-Switch
           PERFORM VARYING Exclusion-Index FROM 1 BY 1
                   UNTIL Exclusion-Index > Exclusion-Count
               IF extSupplier-ID (Exclusion-Index) =
                       aptSupplier-ID (Payable-Index)
                   SET Supplier-Excluded TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Supplier-Excluded
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-PAYEE
           IF Payee-Index = 0
               DISPLAY "Warning - more than 50 suppliers due; "
                   "supplier " aptSupplier-ID (Payable-Index)
                   " waits for the next run"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO aptSelected (Payable-Index)
           ADD 1 TO pytInvoice-Count (Payee-Index)
           ADD aptAmount (Payable-Index) TO pytAmount (Payee-Index).

      * An open debit note rides along with its supplier's payment
      * whatever its date; a supplier with nothing due keeps the
      * credit for a later run.
       APPLY-DEBIT-NOTES.
           PERFORM VARYING Payable-Index FROM 1 BY 1
                   UNTIL Payable-Index > Payable-Count
               IF aptStatus (Payable-Index) = "M"
                       AND aptDoc-Type (Payable-Index) = "D"
                   PERFORM FIND-PAYEE
                   IF Found-Payee
                       MOVE "Y" TO aptSelected (Payable-Index)
                       ADD 1 TO pytInvoice-Count (Payee-Index)
                       ADD aptAmount (Payable-Index) TO
                           pytCredit (Payee-Index)
                   END-IF
               END-IF
           END-PERFORM.

      * Debit notes that cover everything due leave the supplier
      * unpaid this run, every item of theirs left open.
       SETTLE-PAYEES.
           PERFORM VARYING Payee-Index FROM 1 BY 1
                   UNTIL Payee-Index > Payee-Count
               IF pytCredit (Payee-Index) >= pytAmount (Payee-Index)
                   MOVE "Y" TO pytSkip (Payee-Index)
                   DISPLAY "Supplier " pytSupplier-ID (Payee-Index)
                       " not paid - debit notes cover the invoices "
                       "due"
                   PERFORM VARYING Payable-Index FROM 1 BY 1
                           UNTIL Payable-Index > Payable-Count
                       IF aptSupplier-ID (Payable-Index) =
                               pytSupplier-ID (Payee-Index)
                           MOVE "N" TO aptSelected (Payable-Index)
                       END-IF
                   END-PERFORM
               ELSE
                   COMPUTE pytNet (Payee-Index) =
                       pytAmount (Payee-Index) -
                       pytCredit (Payee-Index)
                   ADD pytNet (Payee-Index) TO Total-Payments
                   ADD pytInvoice-Count (Payee-Index) TO
                       Selected-Count
                   ADD 1 TO Paid-Payee-Count
               END-IF
           END-PERFORM.

       FIND-PAYEE.
           MOVE "N" TO Payee-Found-Switch
           PERFORM VARYING Payee-Index FROM 1 BY 1
                   UNTIL Payee-Index > Payee-Count
               IF pytSupplier-ID (Payee-Index) =
                       aptSupplier-ID (Payable-Index)
                   SET Found-Payee TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-PAYEE.
           MOVE "N" TO Payee-Found-Switch
           PERFORM VARYING Payee-Index FROM 1 BY 1
                   UNTIL Payee-Index > Payee-Count
               IF pytSupplier-ID (Payee-Index) =
                       aptSupplier-ID (Payable-Index)
                   SET Found-Payee TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Payee
               IF Payee-Count < 50
                   ADD 1 TO Payee-Count
                   MOVE Payee-Count TO Payee-Index
                   MOVE aptSupplier-ID (Payable-Index) TO
                       pytSupplier-ID (Payee-Index)
                   MOVE ZEROS TO pytPaymentNo (Payee-Index)
                   MOVE ZEROS TO pytInvoice-Count (Payee-Index)
                   MOVE ZEROS TO pytAmount (Payee-Index)
                   MOVE ZEROS TO pytCredit (Payee-Index)
                   MOVE ZEROS TO pytNet (Payee-Index)
                   MOVE "N" TO pytSkip (Payee-Index)
               ELSE
                   MOVE ZEROS TO Payee-Index
               END-IF
           END-IF.

      * One payment number per supplier off PAYNO.DAT, persisted
      * once for the whole run.
       NUMBER-THE-PAYMENTS.
           OPEN INPUT PayNoFile
           IF PayNo-File-Status = "00"
               READ PayNoFile
                   AT END MOVE 700001 TO pnNextNumber
               END-READ
               CLOSE PayNoFile
           ELSE
               MOVE 700001 TO pnNextNumber
           END-IF
           PERFORM VARYING Payee-Index FROM 1 BY 1
                   UNTIL Payee-Index > Payee-Count
               IF pytSkip (Payee-Index) NOT = "Y"
                   MOVE pnNextNumber TO pytPaymentNo (Payee-Index)
                   ADD 1 TO pnNextNumber
               END-IF
           END-PERFORM
           OPEN OUTPUT PayNoFile
           WRITE PayNo-Rec
           CLOSE PayNoFile.

       MARK-INVOICES-PAID.
           PERFORM VARYING Payable-Index FROM 1 BY 1
                   UNTIL Payable-Index > Payable-Count
               IF aptSelected (Payable-Index) = "Y"
                   PERFORM FIND-PAYEE
                   MOVE "P" TO aptStatus (Payable-Index)
                   MOVE pytPaymentNo (Payee-Index) TO
                       aptPaymentNo (Payable-Index)
                   MOVE Run-Date TO aptPaid-Date (Payable-Index)
               END-IF
           END-PERFORM.

       PRINT-REMITTANCES.
           OPEN OUTPUT RemitFile
           PERFORM VARYING Payee-Index FROM 1 BY 1
                   UNTIL Payee-Index > Payee-Count
               IF pytSkip (Payee-Index) NOT = "Y"
                   PERFORM PRINT-ONE-REMITTANCE
               END-IF
           END-PERFORM
           CLOSE RemitFile.

       PRINT-ONE-REMITTANCE.
           WRITE Remit-Line FROM Remit-Separator
           WRITE Remit-Line FROM Remit-Header
           MOVE pytPaymentNo (Payee-Index) TO rmpPaymentNo
           MOVE Run-Date TO rmpDate
           WRITE Remit-Line FROM Remit-Payment-Line
           PERFORM FIND-SUPPLIER
           MOVE pytSupplier-ID (Payee-Index) TO rmsSupplier-ID
           IF Found-Supplier
               MOVE sutSupplier-Name (Supplier-Index) TO
                   rmsSupplier-Name
               MOVE sutSupplier-Address (Supplier-Index) TO
                   rmsSupplier-Address
           ELSE
               MOVE "(not on SUPPLIER.DAT)" TO rmsSupplier-Name
               MOVE SPACES TO rmsSupplier-Address
           END-IF
           WRITE Remit-Line FROM Remit-Supplier-Line
           WRITE Remit-Line FROM Remit-Address-Line
           WRITE Remit-Line FROM Remit-Blank-Line
           WRITE Remit-Line FROM Remit-Column-Titles
           PERFORM VARYING Payable-Index FROM 1 BY 1
                   UNTIL Payable-Index > Payable-Count
               IF aptSelected (Payable-Index) = "Y"
                       AND aptSupplier-ID (Payable-Index) =
                           pytSupplier-ID (Payee-Index)
                   MOVE aptSuppInvoiceNo (Payable-Index) TO
                       rmdInvoiceNo
                   MOVE aptOrderNo (Payable-Index) TO rmdOrderNo
                   MOVE aptDate (Payable-Index) TO rmdDate
                   IF aptDoc-Type (Payable-Index) = "D"
                       COMPUTE Remit-Amount =
                           ZERO - aptAmount (Payable-Index)
                   ELSE
                       MOVE aptAmount (Payable-Index) TO Remit-Amount
                   END-IF
                   MOVE Remit-Amount TO rmdAmount
                   WRITE Remit-Line FROM Remit-Detail-Line
               END-IF
           END-PERFORM
           IF pytCredit (Payee-Index) > ZEROS
               MOVE "INVOICES DUE" TO rmtLabel
               MOVE pytAmount (Payee-Index) TO rmtAmount
               WRITE Remit-Line FROM Remit-Total-Line
               MOVE "LESS DEBIT NOTES" TO rmtLabel
               MOVE pytCredit (Payee-Index) TO rmtAmount
               WRITE Remit-Line FROM Remit-Total-Line
           END-IF
           MOVE "TOTAL PAID" TO rmtLabel
           MOVE pytNet (Payee-Index) TO rmtAmount
           WRITE Remit-Line FROM Remit-Total-Line
           WRITE Remit-Line FROM Remit-Blank-Line.

       PRINT-CHEQUE-REGISTER.
           OPEN OUTPUT RegisterFile
           MOVE Run-Date TO rghDate
           MOVE Cutoff-Date TO rghCutoff
           WRITE Register-Line FROM Register-Header
           WRITE Register-Line FROM Register-LineBreak
           WRITE Register-Line FROM Register-Column-Titles
           PERFORM VARYING Payee-Index FROM 1 BY 1
                   UNTIL Payee-Index > Payee-Count
               IF pytSkip (Payee-Index) NOT = "Y"
                   PERFORM PRINT-REGISTER-LINE
               END-IF
           END-PERFORM
           WRITE Register-Line FROM Register-LineBreak
           MOVE Paid-Payee-Count TO rgtPayment-Count
           MOVE Selected-Count TO rgtInvoice-Count
           MOVE Total-Payments TO rgtAmount
           WRITE Register-Line FROM Register-Total-Line
           CLOSE RegisterFile.

       PRINT-REGISTER-LINE.
           MOVE pytPaymentNo (Payee-Index) TO rgdPaymentNo
           MOVE pytSupplier-ID (Payee-Index) TO rgdSupplier-ID
           PERFORM FIND-SUPPLIER
           IF Found-Supplier
               MOVE sutSupplier-Name (Supplier-Index) TO
                   rgdSupplier-Name
           ELSE
               MOVE "(not on SUPPLIER.DAT)" TO rgdSupplier-Name
           END-IF
           MOVE pytInvoice-Count (Payee-Index) TO
               rgdInvoice-Count
           MOVE pytNet (Payee-Index) TO rgdAmount
           WRITE Register-Line FROM Register-Detail-Line.

      * The run clears payables against the bank as one balanced
      * pair: accounts payable debited, the bank credited.
       WRITE-GL-FEED.
           OPEN EXTEND GLFeedFile
           IF GL-Feed-File-Status NOT = "00"
               OPEN OUTPUT GLFeedFile
           END-IF

           MOVE Run-Date TO glfJournalDate
           MOVE "210000" TO glfAccountCode
           MOVE "D" TO glfDebitCredit
           MOVE Total-Payments TO glfAmount
           MOVE "AROMAMORA SUPPLIER PAYMENTS - AP" TO
               glfDescription
           WRITE GL-Feed-Rec

           MOVE Run-Date TO glfJournalDate
           MOVE "100000" TO glfAccountCode
           MOVE "C" TO glfDebitCredit
           MOVE Total-Payments TO glfAmount
           MOVE "AROMAMORA SUPPLIER PAYMENTS - BANK" TO
               glfDescription
           WRITE GL-Feed-Rec

           CLOSE GLFeedFile.

       FIND-SUPPLIER.
           MOVE "N" TO Supplier-Found-Switch
           PERFORM VARYING Supplier-Index FROM 1 BY 1
                   UNTIL Supplier-Index > Supplier-Count
               IF sutSupplier-ID (Supplier-Index) =
                       pytSupplier-ID (Payee-Index)
                   SET Found-Supplier TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PAYABLES.
           OPEN INPUT PayableFile
           IF Payable-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PayableFile
               AT END SET EndOfPayableFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPayableFile
               IF Payable-Count < 500
                   ADD 1 TO Payable-Count
                   MOVE apSupplier-ID TO aptSupplier-ID (Payable-Count)
                   MOVE apSuppInvoiceNo TO
                       aptSuppInvoiceNo (Payable-Count)
                   MOVE apOrderNo TO aptOrderNo (Payable-Count)
                   MOVE apDate TO aptDate (Payable-Count)
                   MOVE apAmount TO aptAmount (Payable-Count)
                   MOVE apStatus TO aptStatus (Payable-Count)
                   IF apPaymentNo NUMERIC
                       MOVE apPaymentNo TO
                           aptPaymentNo (Payable-Count)
                   ELSE
                       MOVE ZEROS TO aptPaymentNo (Payable-Count)
                   END-IF
                   IF apPaid-Date NUMERIC
                       MOVE apPaid-Date TO
                           aptPaid-Date (Payable-Count)
                   ELSE
                       MOVE ZEROS TO aptPaid-Date (Payable-Count)
                   END-IF
                   MOVE apDoc-Type TO aptDoc-Type (Payable-Count)
                   IF apQuantity NUMERIC AND apUnit-Cost NUMERIC
                       MOVE apQuantity TO aptQuantity (Payable-Count)
                       MOVE apUnit-Cost TO
                           aptUnit-Cost (Payable-Count)
                   ELSE
                       MOVE ZEROS TO aptQuantity (Payable-Count)
                       MOVE ZEROS TO aptUnit-Cost (Payable-Count)
                   END-IF
               ELSE
                   SET Payable-Overflow TO TRUE
               END-IF
               READ PayableFile
                   AT END SET EndOfPayableFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PayableFile.

       SAVE-PAYABLES.
           OPEN OUTPUT PayableFile
           PERFORM VARYING Payable-Index FROM 1 BY 1
                   UNTIL Payable-Index > Payable-Count
               MOVE aptSupplier-ID (Payable-Index) TO apSupplier-ID
               MOVE aptSuppInvoiceNo (Payable-Index) TO
                   apSuppInvoiceNo
               MOVE aptOrderNo (Payable-Index) TO apOrderNo
               MOVE aptDate (Payable-Index) TO apDate
               MOVE aptAmount (Payable-Index) TO apAmount
               MOVE aptStatus (Payable-Index) TO apStatus
               MOVE aptPaymentNo (Payable-Index) TO apPaymentNo
               MOVE aptPaid-Date (Payable-Index) TO apPaid-Date
               MOVE aptDoc-Type (Payable-Index) TO apDoc-Type
               MOVE aptQuantity (Payable-Index) TO apQuantity
               MOVE aptUnit-Cost (Payable-Index) TO apUnit-Cost
               WRITE PayableRecord
           END-PERFORM
           CLOSE PayableFile.

       LOAD-SUPPLIERS.
           OPEN INPUT Supplier-File
           IF Supplier-File-Status NOT = "00"
               DISPLAY "Warning - SUPPLIER.DAT not found, "
                   "remittances go out without addresses"
               EXIT PARAGRAPH
           END-IF
           READ Supplier-File
               AT END SET EndOfSupplierFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSupplierFile
               IF Supplier-Count < 50
                   ADD 1 TO Supplier-Count
                   MOVE suSupplier-ID TO
                       sutSupplier-ID (Supplier-Count)
                   MOVE suSupplier-Name TO
                       sutSupplier-Name (Supplier-Count)
                   MOVE suSupplier-Address TO
                       sutSupplier-Address (Supplier-Count)
               END-IF
               READ Supplier-File
                   AT END SET EndOfSupplierFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE Supplier-File.

      * The business date (BUSDATE.DAT) wins over the system clock
      * when it exists, so the payments post under the date the
      * rest of the chain records.
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

      * Both accounts are checked before anything is paid, so an
      * unknown code stops the run with the ledger untouched.
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
                   "on COA.DAT, payment run refused - fix the chart "
                   "or the program"
               STOP RUN
           END-IF.

       END PROGRAM SuppPayRun.
