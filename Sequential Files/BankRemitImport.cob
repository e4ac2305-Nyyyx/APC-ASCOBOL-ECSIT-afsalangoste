      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Import the bank's daily remittance file (BANKREM.DAT,
      *         BREMREC) and post the student bank transfers on it
      *         without anyone keying them.  The details are first
      *         reconciled to the bank's trailer count and total, and
      *         a file already imported (same file date and bank on
      *         REMITLOG.DAT) is refused, so nothing posts from a
      *         damaged or repeated file.  Each transfer's quoted
      *         reference must then be a StudentID, or a card number
      *         whose CardCheckDigit check digit is right, that is
      *         on STUDENTS.IDX; a match is posted to PAYMENTS.DAT
      *         with paySource BANK under the value date.  Anything
      *         unmatched or ambiguous goes to SUSPENSE.DAT (SUSPREC)
      *         with the reason, for SuspenseAssign to post to the
      *         right student later.  BANKREM.RPT lists each transfer
      *         and what became of it, and proves the bank total
      *         equals posted plus suspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRemitImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS xiStudentID
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT RemittanceFile ASSIGN TO "BANKREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Remittance-File-Status.

           SELECT RemitLogFile ASSIGN TO "REMITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RemitLog-File-Status.

           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.

           SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Suspense-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT ReportFile ASSIGN TO "BANKREM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StudentIndexFile.
       01 StudentIndexRecord.
           02 xiStudentID            PIC X(10).
           02 xiSurname              PIC X(10).
           02 xiInitials             PIC XX.
           02 xiYOBirth              PIC 9(4).
           02 xiMOBirth              PIC 99.
           02 xiDOBirth              PIC 99.
           02 xiCourseCode           PIC X(6).
           02 xiGender               PIC X(6).
           02 xiIntakeYear           PIC 9(4).
           02 xiIntakeTerm           PIC X(2).

       FD RemittanceFile.
       COPY BREMREC.

       FD RemitLogFile.
       01 RemitLog-Rec.
           88 EndOfRemitLogFile      VALUE HIGH-VALUES.
           02 rlFileDate             PIC 9(8).
           02 rlBankID               PIC X(8).
           02 rlImportDate           PIC 9(8).
           02 rlItemCount            PIC 9(6).
           02 rlTotal                PIC 9(9)V99.

       FD PaymentFile.
       COPY PAYREC.

       FD SuspenseFile.
       COPY SUSPREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD ReportFile.
       01  Report-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Student-Index-Status         PIC XX.
       01  Remittance-File-Status       PIC XX.
       01  RemitLog-File-Status         PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Suspense-File-Status         PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

      * The whole file is held so it can be proved against the
      * trailer before the first payment is posted.
       01  Remit-Table.
           02  Remit-Entry              OCCURS 1000 TIMES.
               03  rmtValueDate         PIC 9(8).
               03  rmtAmount            PIC 9(7)V99.
               03  rmtBankRef           PIC X(12).
               03  rmtReference         PIC X(18).
               03  rmtPayerName         PIC X(20).
       01  Remit-Count                  PIC 9(4)   VALUE ZEROS.
       01  Remit-Index                  PIC 9(4)   VALUE ZEROS.

       01  File-Date                    PIC 9(8)   VALUE ZEROS.
       01  File-BankID                  PIC X(8)   VALUE SPACES.
       01  Trailer-Switch               PIC X      VALUE "N".
           88  Trailer-Seen             VALUE "Y".
       01  Trailer-Count                PIC 9(6)   VALUE ZEROS.
       01  Trailer-Total                PIC 9(9)V99 VALUE ZEROS.
       01  Detail-Total                 PIC 9(9)V99 VALUE ZEROS.

      * Picking the student out of what the payer quoted.
       01  Lead-Count                   PIC 99     VALUE ZEROS.
       01  Token-Length                 PIC 99     VALUE ZEROS.
       01  Ref-Work                     PIC X(18).
       01  Matched-StudentID            PIC X(10).
       01  Hold-Reason                  PIC X(6).
       01  Entered-Check-Digit          PIC 9.
       COPY CARDCHK.

       01  Posted-Count                 PIC 9(5)   VALUE ZEROS.
       01  Posted-Total                 PIC 9(9)V99 VALUE ZEROS.
       01  Suspense-Count               PIC 9(5)   VALUE ZEROS.
       01  Suspense-Total               PIC 9(9)V99 VALUE ZEROS.
       01  Out-Of-Balance               PIC S9(9)V99 VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

       01  Report-Header.
           02  FILLER                   PIC X(24)
               VALUE "BANK REMITTANCE IMPORT  ".
           02  FILLER                   PIC X(10)  VALUE "FILE DATE ".
           02  rhFileDate               PIC 9(8).
           02  FILLER                   PIC X(6)   VALUE "  BANK".
           02  FILLER                   PIC X      VALUE SPACE.
           02  rhBankID                 PIC X(8).
       01  Report-LineBreak             PIC X(80) VALUE ALL "-".
       01  Report-Column-Titles.
           02  FILLER                   PIC X(14)  VALUE "BANK REF".
           02  FILLER                   PIC X(10)  VALUE "VALUE DATE".
           02  FILLER                   PIC X(14)  VALUE
               "       AMOUNT ".
           02  FILLER                   PIC X(20)  VALUE
               "REFERENCE QUOTED".
           02  FILLER                   PIC X(20)  VALUE "OUTCOME".
       01  Report-Detail-Line.
           02  rdlBankRef               PIC X(12).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlValueDate             PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlAmount                PIC $$$$,$$9.99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlReference             PIC X(18).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlOutcome               PIC X(20).
       01  Outcome-Posted.
           02  FILLER                   PIC X(7)   VALUE "POSTED ".
           02  opsStudentID             PIC X(10).
       01  Outcome-Suspense.
           02  FILLER                   PIC X(9)   VALUE "SUSPENSE ".
           02  ossReason                PIC X(6).
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
                   " is closed (PERIODS.DAT); no receipts may be "
                   "posted into it.  Ask the bursar to reopen it "
                   "with PeriodCloseMaint if this is intended."
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM LOAD-REMITTANCE-FILE
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           PERFORM CHECK-NOT-IMPORTED
           IF RETURN-CODE NOT = ZEROS
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF
           OPEN INPUT StudentIndexFile
           IF Student-Index-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.IDX, run "
                   "StudentIndexBuild first - nothing imported"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               GOBACK
           END-IF

           OPEN EXTEND PaymentFile
           IF Payment-File-Status NOT = "00"
               OPEN OUTPUT PaymentFile
           END-IF
           OPEN EXTEND SuspenseFile
           IF Suspense-File-Status NOT = "00"
               OPEN OUTPUT SuspenseFile
           END-IF
           OPEN OUTPUT ReportFile
           MOVE File-Date TO rhFileDate
           MOVE File-BankID TO rhBankID
           WRITE Report-Line FROM Report-Header
           WRITE Report-Line FROM Report-LineBreak
           WRITE Report-Line FROM Report-Column-Titles
           PERFORM VARYING Remit-Index FROM 1 BY 1
                   UNTIL Remit-Index > Remit-Count
               PERFORM MATCH-ONE-REMITTANCE
           END-PERFORM
           PERFORM WRITE-RECONCILIATION
           CLOSE ReportFile
           CLOSE SuspenseFile
           CLOSE PaymentFile
           CLOSE StudentIndexFile
           PERFORM LOG-FILE-IMPORTED

           DISPLAY "BankRemitImport - " Posted-Count
               " transfer(s) posted for " Posted-Total ", "
               Suspense-Count " held in SUSPENSE.DAT for "
               Suspense-Total " - see BANKREM.RPT"
           PERFORM WRITE-JOB-LOG
           GOBACK.

       MATCH-ONE-REMITTANCE.
           MOVE SPACES TO Hold-Reason Matched-StudentID
           PERFORM READ-QUOTED-REFERENCE
           IF Hold-Reason = SPACES
               MOVE Matched-StudentID TO xiStudentID
               READ StudentIndexFile
                   INVALID KEY
                       MOVE "NOSTUD" TO Hold-Reason
               END-READ
           END-IF
           IF Hold-Reason = SPACES
                   AND rmtAmount (Remit-Index) > 99999.99
               MOVE "TOOBIG" TO Hold-Reason
           END-IF

           MOVE rmtBankRef (Remit-Index) TO rdlBankRef
           MOVE rmtValueDate (Remit-Index) TO rdlValueDate
           MOVE rmtAmount (Remit-Index) TO rdlAmount
           MOVE rmtReference (Remit-Index) TO rdlReference
           IF Hold-Reason = SPACES
               PERFORM POST-BANK-PAYMENT
               MOVE Matched-StudentID TO opsStudentID
               MOVE Outcome-Posted TO rdlOutcome
           ELSE
               PERFORM WRITE-SUSPENSE-ITEM
               MOVE Hold-Reason TO ossReason
               MOVE Outcome-Suspense TO rdlOutcome
           END-IF
           WRITE Report-Line FROM Report-Detail-Line.

      * The payer must have quoted exactly one thing: a ten-character
      * StudentID, or the eleven-character card number off the ID
      * card, whose last digit must be the CardCheckDigit digit.
       READ-QUOTED-REFERENCE.
           IF rmtReference (Remit-Index) = SPACES
               MOVE "NOREF" TO Hold-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Lead-Count Token-Length
           INSPECT rmtReference (Remit-Index)
               TALLYING Lead-Count FOR LEADING SPACES
           MOVE rmtReference (Remit-Index) (Lead-Count + 1:)
               TO Ref-Work
           INSPECT Ref-Work
               TALLYING Token-Length FOR CHARACTERS BEFORE INITIAL " "
           IF Token-Length < 18
               IF Ref-Work (Token-Length + 1:) NOT = SPACES
                   MOVE "AMBIG" TO Hold-Reason
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE Token-Length
               WHEN 10
                   MOVE Ref-Work (1:10) TO Matched-StudentID
               WHEN 11
                   IF Ref-Work (11:1) NOT NUMERIC
                       MOVE "BADFMT" TO Hold-Reason
                   ELSE
                       MOVE Ref-Work (11:1) TO Entered-Check-Digit
                       MOVE Ref-Work (1:10) TO ccStudentID
                       CALL "CardCheckDigit" USING Card-Check-Area
                       IF ccCheckDigit NOT = Entered-Check-Digit
                           MOVE "BADCHK" TO Hold-Reason
                       ELSE
                           MOVE Ref-Work (1:10) TO Matched-StudentID
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "BADFMT" TO Hold-Reason
           END-EVALUATE.

       POST-BANK-PAYMENT.
           MOVE Matched-StudentID TO payStudentID
           IF rmtValueDate (Remit-Index) = ZEROS
               MOVE Run-Date TO payDate
           ELSE
               MOVE rmtValueDate (Remit-Index) TO payDate
           END-IF
           MOVE rmtAmount (Remit-Index) TO payAmount
           MOVE "BANK" TO paySource
           WRITE PaymentRecord
           ADD 1 TO Posted-Count
           ADD rmtAmount (Remit-Index) TO Posted-Total.

       WRITE-SUSPENSE-ITEM.
           MOVE rmtBankRef (Remit-Index) TO suBankRef
           MOVE rmtValueDate (Remit-Index) TO suValueDate
           MOVE rmtAmount (Remit-Index) TO suAmount
           MOVE rmtReference (Remit-Index) TO suReference
           MOVE rmtPayerName (Remit-Index) TO suPayerName
           MOVE Hold-Reason TO suReason
           MOVE Run-Date TO suImportDate
           SET suOpen TO TRUE
           MOVE SPACES TO suStudentID suAssignedBy
           MOVE ZEROS TO suAssignedDate
           WRITE SuspenseRecord
           ADD 1 TO Suspense-Count
           ADD rmtAmount (Remit-Index) TO Suspense-Total.

       WRITE-RECONCILIATION.
           WRITE Report-Line FROM Report-LineBreak
           MOVE "BANK TRAILER                  :" TO rrlLabel
           MOVE Trailer-Count TO rrlCount
           MOVE Trailer-Total TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "POSTED TO PAYMENTS.DAT        :" TO rrlLabel
           MOVE Posted-Count TO rrlCount
           MOVE Posted-Total TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           MOVE "HELD IN SUSPENSE.DAT          :" TO rrlLabel
           MOVE Suspense-Count TO rrlCount
           MOVE Suspense-Total TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           COMPUTE Out-Of-Balance =
               Trailer-Total - Posted-Total - Suspense-Total
           MOVE "DIFFERENCE                    :" TO rrlLabel
           MOVE ZEROS TO rrlCount
           MOVE Out-Of-Balance TO rrlAmount
           WRITE Report-Line FROM Report-Recon-Line
           IF Out-Of-Balance = ZEROS
               MOVE "BANK TOTAL RECONCILED TO POSTED PLUS SUSPENSE"
                   TO Report-Result-Line
           ELSE
               MOVE "** OUT OF BALANCE - REFER TO THE BURSAR **"
                   TO Report-Result-Line
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE Report-Line FROM Report-Result-Line.

      * Header, details, trailer; the detail count and total must
      * agree with the trailer or nothing is posted.
       LOAD-REMITTANCE-FILE.
           OPEN INPUT RemittanceFile
           IF Remittance-File-Status NOT = "00"
               DISPLAY "Error - unable to open BANKREM.DAT, no bank "
                   "file to import"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ RemittanceFile
               AT END SET EndOfRemittanceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRemittanceFile
               EVALUATE TRUE
                   WHEN brHeader
                       MOVE brhFileDate TO File-Date
                       MOVE brhBankID TO File-BankID
                   WHEN brDetail
                       IF Remit-Count < 1000
                           ADD 1 TO Remit-Count
                           MOVE brValueDate TO
                               rmtValueDate (Remit-Count)
                           MOVE brAmount TO rmtAmount (Remit-Count)
                           MOVE brBankRef TO rmtBankRef (Remit-Count)
                           MOVE brReference TO
                               rmtReference (Remit-Count)
                           MOVE brPayerName TO
                               rmtPayerName (Remit-Count)
                           ADD brAmount TO Detail-Total
                       ELSE
                           DISPLAY "Error - Remit-Table full, bank "
                               "file too large - nothing imported"
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   WHEN brTrailer
                       SET Trailer-Seen TO TRUE
                       MOVE brtItemCount TO Trailer-Count
                       MOVE brtTotal TO Trailer-Total
               END-EVALUATE
               READ RemittanceFile
                   AT END SET EndOfRemittanceFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RemittanceFile
           IF RETURN-CODE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF File-Date = ZEROS OR NOT Trailer-Seen
               DISPLAY "Error - BANKREM.DAT has no header or no "
                   "trailer, file incomplete - nothing imported"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF Remit-Count NOT = Trailer-Count
                   OR Detail-Total NOT = Trailer-Total
               DISPLAY "Error - BANKREM.DAT details (" Remit-Count
                   " for " Detail-Total ") do not agree with the "
                   "bank trailer (" Trailer-Count " for "
                   Trailer-Total ") - nothing imported"
               MOVE 16 TO RETURN-CODE
           END-IF.

       CHECK-NOT-IMPORTED.
           OPEN INPUT RemitLogFile
           IF RemitLog-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RemitLogFile
               AT END SET EndOfRemitLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRemitLogFile
               IF rlFileDate = File-Date AND rlBankID = File-BankID
                   DISPLAY "Error - bank file " File-BankID " dated "
                       File-Date " was already imported on "
                       rlImportDate " - nothing imported"
                   MOVE 16 TO RETURN-CODE
                   EXIT PERFORM
               END-IF
               READ RemitLogFile
                   AT END SET EndOfRemitLogFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RemitLogFile.

       LOG-FILE-IMPORTED.
           OPEN EXTEND RemitLogFile
           IF RemitLog-File-Status NOT = "00"
               OPEN OUTPUT RemitLogFile
           END-IF
           MOVE File-Date TO rlFileDate
           MOVE File-BankID TO rlBankID
           MOVE Run-Date TO rlImportDate
           MOVE Trailer-Count TO rlItemCount
           MOVE Trailer-Total TO rlTotal
           WRITE RemitLog-Rec
           CLOSE RemitLogFile.

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
           MOVE "BankRemitImport" TO jlProgramName
           MOVE Remit-Count TO jlRecordsRead
           MOVE Posted-Count TO jlRecordsWritten
           MOVE Suspense-Count TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       END PROGRAM BankRemitImport.
