      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Second-operator key verification of the stall dockets
      *         on a SALES.DAT batch.  SalesEntry leaves a batch
      *         holding stall-docket lines held (SALESCTL
      *         slhVerify-Status U); here a second operator - on
      *         OPERATOR.DAT and not the one who keyed the dockets -
      *         names the batch by its slhBatchID and rekeys each
      *         unverified stall line blind: customer, oil, size,
      *         quantity and line type.  Every field that disagrees
      *         with the stored line is listed on SALESVER.RPT so the
      *         docket can be checked and the line put right (a
      *         return to reverse it and the line keyed again) before
      *         the batch is verified again.  A clean pass verifies
      *         the batch and releases it to the reports and
      *         SalesDayEnd; a supervisor (role S) may instead
      *         release it by override, which SALESVER.RPT records.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Sales-File ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Sales-File-Status.

       SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Operator-File-Status.

       SELECT Verify-Report-File ASSIGN TO "SALESVER.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Verify-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
       COPY SALESREC.

       FD  OperatorFile.
       01  Operator-Rec.
           88  EndOfOperatorFile            VALUE HIGH-VALUES.
           02  opOperator-ID                PIC X(8).
           02  opOperator-Name              PIC X(20).
           02  opOperator-Role              PIC X.

       FD  Verify-Report-File.
       01  Verify-Report-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  Sales-File-Status            PIC XX.
       01  Operator-File-Status         PIC XX.
       01  Verify-Report-Status         PIC XX.

       01  Run-Date                     PIC 9(8).

      * Batch header/trailer control records on SALES.DAT, shared
      * with the readers via SALESCTL.
       COPY SALESCTL.

       01  Sales-Buffer.
           02  Sales-Buffer-Entry       PIC X(76)  OCCURS 2000 TIMES.
       01  Sales-Buffer-Count           PIC 9(7)   VALUE ZEROS.
       01  Write-Index                  PIC 9(7)   VALUE ZEROS.
       01  End-Of-Sales-Switch          PIC X      VALUE "N".
           88  End-Of-Sales             VALUE "Y".
       01  Header-Seen-Switch           PIC X      VALUE "N".
           88  Header-Seen              VALUE "Y".

      * The stall lines of the batch, in the order they were keyed;
      * those past slhVerified-Count are the ones to rekey.
       01  Stall-Line-Table.
           02  Stall-Line-Buffer-Index  PIC 9(4)   OCCURS 2000 TIMES.
       01  Stall-Line-Count             PIC 9(5)   VALUE ZEROS.
       01  Stall-Line-Index             PIC 9(5)   VALUE ZEROS.
       01  Lines-To-Verify              PIC 9(5)   VALUE ZEROS.
       01  Line-Ordinal                 PIC 9(5)   VALUE ZEROS.

       01  Operator-Table.
           02  Operator-Entry            OCCURS 50 TIMES.
               03  optOperator-ID       PIC X(8).
               03  optOperator-Name     PIC X(20).
               03  optOperator-Role     PIC X.
       01  Operator-Count               PIC 9(2)   VALUE ZEROS.
       01  Operator-Index               PIC 9(2)   VALUE ZEROS.
       01  Verifier-Role                PIC X      VALUE SPACE.
           88  Verifier-Supervisor      VALUE "S".

       01  Entry-Batch-ID               PIC X(10).
       01  Entry-Operator-ID            PIC X(8).
       01  Entry-Customer-ID            PIC 9(5).
       01  Entry-Oil-Number             PIC 99.
       01  Entry-Unit-Size              PIC 9.
       01  Entry-Unit-Sold              PIC 999.
       01  Entry-Trans-Type             PIC X.
           88  Entry-Is-Return          VALUE "R", "r".
           88  Entry-Is-Sale            VALUE "S", "s".
       01  Menu-Choice                  PIC X      VALUE SPACE.
           88  Verify-Batch             VALUE "V", "v".
           88  Override-Batch           VALUE "O", "o".
       01  Answer                       PIC X      VALUE "N".
           88  Answer-Yes               VALUE "Y", "y".

      * Every field the second keying disagreed on.
       01  Mismatch-Table.
           02  Mismatch-Entry           OCCURS 500 TIMES.
               03  mmtLine-Ordinal      PIC 9(5).
               03  mmtField             PIC X(12).
               03  mmtFirst-Keying      PIC X(10).
               03  mmtSecond-Keying     PIC X(10).
       01  Mismatch-Count               PIC 9(3)   VALUE ZEROS.
       01  Mismatch-Index               PIC 9(3)   VALUE ZEROS.
       01  Mismatch-Field               PIC X(12).
       01  Mismatch-First               PIC X(10).
       01  Mismatch-Second              PIC X(10).

      * The verification log (SALESVER.RPT), one block per pass.
       01  Verify-Header-Line.
           02  FILLER                   PIC X(30)
               VALUE "AROMAMORA KEY VERIFICATION   ".
           02  FILLER                   PIC X(6)   VALUE "BATCH ".
           02  vhlBatchID               PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  vhlDate                  PIC 9(8).
       01  Verify-Who-Line.
           02  FILLER                   PIC X(10)  VALUE "KEYED BY ".
           02  vwlKeyed-By              PIC X(8).
           02  FILLER                   PIC X(14)
               VALUE "   CHECKED BY ".
           02  vwlChecked-By            PIC X(8).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  vwlLines                 PIC ZZZZ9.
           02  FILLER                   PIC X(14)
               VALUE " LINE(S) DUE".
       01  Verify-Column-Line.
           02  FILLER                   PIC X(50)  VALUE
               "STALL LINE  FIELD         FIRST KEYING  SECOND".
       01  Verify-Detail-Line.
           02  vdlLine-Ordinal          PIC ZZZZ9.
           02  FILLER                   PIC X(7)   VALUE SPACES.
           02  vdlField                 PIC X(12).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  vdlFirst-Keying          PIC X(10).
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  vdlSecond-Keying         PIC X(10).
       01  Verify-Result-Line.
           02  vrlResult                PIC X(60).
       01  Verify-LineBreak             PIC X(60) VALUE ALL "-".

      * Exclusive run lock over the sales chain via RunLock, shared
      * with the counter and the day-end driver.
       COPY LOCKREQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE "T" TO lkqAction
           MOVE "SALES-CHAIN" TO lkqResource
           MOVE "SalesVerify" TO lkqHolder
           CALL "RunLock" USING Run-Lock-Area
           IF lkqRefused
               DISPLAY "SalesVerify - the SALES-CHAIN lock is held "
                   "by " lkqHeldBy " - wait for it to finish or "
                   "clear a stale lock with LockClear"
               STOP RUN
           END-IF
           PERFORM LOAD-EXISTING-SALES
           IF NOT Header-Seen OR NOT slhUnverified
               DISPLAY "SalesVerify - SALES.DAT holds no batch "
                   "waiting for key verification"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF slhVerified-Count NOT NUMERIC
               MOVE ZEROS TO slhVerified-Count
           END-IF
           PERFORM FIND-STALL-LINES
           DISPLAY "SalesVerify - batch " slhBatchID " holds "
               Lines-To-Verify " stall docket line(s) keyed by "
               slhKeyed-By " waiting for verification"

           DISPLAY "Batch ID on the docket bundle : "
               WITH NO ADVANCING
           ACCEPT Entry-Batch-ID
           IF Entry-Batch-ID NOT = slhBatchID
               DISPLAY "Error - batch " Entry-Batch-ID " is not the "
                   "batch held on SALES.DAT, nothing done"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATORS
           DISPLAY "Your operator ID              : "
               WITH NO ADVANCING
           ACCEPT Entry-Operator-ID
           PERFORM FIND-OPERATOR
           IF Operator-Index = ZEROS
               DISPLAY "Error - operator " Entry-Operator-ID
                   " is not on OPERATOR.DAT, nothing done"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           IF Entry-Operator-ID = slhKeyed-By
               DISPLAY "Error - " Entry-Operator-ID " keyed these "
                   "dockets; a different operator must verify or "
                   "release them"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           DISPLAY "(V)erify by rekeying the dockets, or supervisor "
               "(O)verride: " WITH NO ADVANCING
           ACCEPT Menu-Choice
           EVALUATE TRUE
               WHEN Verify-Batch
                   PERFORM VERIFY-BY-REKEYING
               WHEN Override-Batch
                   PERFORM OVERRIDE-VERIFICATION
               WHEN OTHER
                   DISPLAY "Nothing done."
           END-EVALUATE
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

      * The second keying is blind: the stored line is never shown,
      * only the docket's position in the batch.
       VERIFY-BY-REKEYING.
           MOVE ZEROS TO Mismatch-Count
           DISPLAY "Rekey each docket line in the order it was keyed."
           PERFORM VARYING Stall-Line-Index FROM 1 BY 1
                   UNTIL Stall-Line-Index > Stall-Line-Count
               IF Stall-Line-Index > slhVerified-Count
                   PERFORM REKEY-ONE-LINE
               END-IF
           END-PERFORM
           PERFORM PRINT-VERIFY-HEADING
           PERFORM VARYING Mismatch-Index FROM 1 BY 1
                   UNTIL Mismatch-Index > Mismatch-Count
               MOVE mmtLine-Ordinal (Mismatch-Index) TO
                   vdlLine-Ordinal
               MOVE mmtField (Mismatch-Index) TO vdlField
               MOVE mmtFirst-Keying (Mismatch-Index) TO
                   vdlFirst-Keying
               MOVE mmtSecond-Keying (Mismatch-Index) TO
                   vdlSecond-Keying
               WRITE Verify-Report-Line FROM Verify-Detail-Line
           END-PERFORM
           WRITE Verify-Report-Line FROM Verify-LineBreak
           IF Mismatch-Count = ZEROS
               MOVE "ALL LINES AGREE - BATCH VERIFIED AND RELEASED"
                   TO vrlResult
           ELSE
               MOVE "MISMATCHES FOUND - BATCH STILL HELD" TO vrlResult
           END-IF
           WRITE Verify-Report-Line FROM Verify-Result-Line
           MOVE SPACES TO Verify-Report-Line
           WRITE Verify-Report-Line
           CLOSE Verify-Report-File
           IF Mismatch-Count > ZEROS
               DISPLAY "SalesVerify - " Mismatch-Count " field(s) "
                   "disagree, listed on SALESVER.RPT.  Check the "
                   "dockets, put the lines right in SalesEntry and "
                   "verify again; the batch stays held."
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO slhVerify-Status
           MOVE Stall-Line-Count TO slhVerified-Count
           PERFORM WRITE-SALES-BATCH
           DISPLAY "SalesVerify - batch " slhBatchID " verified and "
               "released".

       REKEY-ONE-LINE.
           COMPUTE Line-Ordinal = Stall-Line-Index
           MOVE Sales-Buffer-Entry
               (Stall-Line-Buffer-Index (Stall-Line-Index))
               TO Sales-Rec
           DISPLAY "Stall line " Line-Ordinal
           DISPLAY "  Customer-ID        : " WITH NO ADVANCING
           ACCEPT Entry-Customer-ID
           DISPLAY "  Oil-Number         : " WITH NO ADVANCING
           ACCEPT Entry-Oil-Number
           DISPLAY "  Unit-Size          : " WITH NO ADVANCING
           ACCEPT Entry-Unit-Size
           DISPLAY "  Quantity           : " WITH NO ADVANCING
           ACCEPT Entry-Unit-Sold
           DISPLAY "  (S)ale or (R)eturn : " WITH NO ADVANCING
           ACCEPT Entry-Trans-Type
           IF Entry-Customer-ID NOT = sfCustomer-ID
               MOVE "CUSTOMER-ID" TO Mismatch-Field
               MOVE sfCustomer-ID TO Mismatch-First
               MOVE Entry-Customer-ID TO Mismatch-Second
               PERFORM RECORD-MISMATCH
           END-IF
           IF Entry-Oil-Number NOT = Oil-Number
               MOVE "OIL-NUMBER" TO Mismatch-Field
               MOVE Oil-Number TO Mismatch-First
               MOVE Entry-Oil-Number TO Mismatch-Second
               PERFORM RECORD-MISMATCH
           END-IF
           IF Entry-Unit-Size NOT = sfUnit-Size
               MOVE "UNIT-SIZE" TO Mismatch-Field
               MOVE sfUnit-Size TO Mismatch-First
               MOVE Entry-Unit-Size TO Mismatch-Second
               PERFORM RECORD-MISMATCH
           END-IF
           IF Entry-Unit-Sold NOT = sfUnit-Sold
               MOVE "UNIT-SOLD" TO Mismatch-Field
               MOVE sfUnit-Sold TO Mismatch-First
               MOVE Entry-Unit-Sold TO Mismatch-Second
               PERFORM RECORD-MISMATCH
           END-IF
           IF (Return-Line AND NOT Entry-Is-Return)
                   OR (Sale-Line AND NOT Entry-Is-Sale)
               MOVE "LINE TYPE" TO Mismatch-Field
               MOVE sfTrans-Type TO Mismatch-First
               IF Sale-Line
                   MOVE "S" TO Mismatch-First
               END-IF
               MOVE Entry-Trans-Type TO Mismatch-Second
               PERFORM RECORD-MISMATCH
           END-IF.

       RECORD-MISMATCH.
           IF Mismatch-Count < 500
               ADD 1 TO Mismatch-Count
               MOVE Line-Ordinal TO mmtLine-Ordinal (Mismatch-Count)
               MOVE Mismatch-Field TO mmtField (Mismatch-Count)
               MOVE Mismatch-First TO mmtFirst-Keying (Mismatch-Count)
               MOVE Mismatch-Second TO
                   mmtSecond-Keying (Mismatch-Count)
           END-IF.

      * Only a supervisor may release a batch unverified, and the
      * release is logged with who gave it.
       OVERRIDE-VERIFICATION.
           MOVE optOperator-Role (Operator-Index) TO Verifier-Role
           IF NOT Verifier-Supervisor
               DISPLAY "Error - only a supervisor (role S) may "
                   "release a batch without verification"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release batch " slhBatchID " with "
               Lines-To-Verify " line(s) unverified (Y/N)? "
               WITH NO ADVANCING
           ACCEPT Answer
           IF NOT Answer-Yes
               DISPLAY "Nothing done; the batch stays held."
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-VERIFY-HEADING
           MOVE "RELEASED UNVERIFIED BY SUPERVISOR OVERRIDE"
               TO vrlResult
           WRITE Verify-Report-Line FROM Verify-Result-Line
           MOVE SPACES TO Verify-Report-Line
           WRITE Verify-Report-Line
           CLOSE Verify-Report-File
           MOVE "O" TO slhVerify-Status
           MOVE Stall-Line-Count TO slhVerified-Count
           PERFORM WRITE-SALES-BATCH
           DISPLAY "SalesVerify - batch " slhBatchID " released by "
               Entry-Operator-ID.

       PRINT-VERIFY-HEADING.
           OPEN EXTEND Verify-Report-File
           IF Verify-Report-Status NOT = "00"
               OPEN OUTPUT Verify-Report-File
           END-IF
           MOVE slhBatchID TO vhlBatchID
           MOVE Run-Date TO vhlDate
           WRITE Verify-Report-Line FROM Verify-Header-Line
           MOVE slhKeyed-By TO vwlKeyed-By
           MOVE Entry-Operator-ID TO vwlChecked-By
           MOVE Lines-To-Verify TO vwlLines
           WRITE Verify-Report-Line FROM Verify-Who-Line
           WRITE Verify-Report-Line FROM Verify-LineBreak
           IF Override-Batch
               EXIT PARAGRAPH
           END-IF
           WRITE Verify-Report-Line FROM Verify-Column-Line.

       FIND-STALL-LINES.
           MOVE ZEROS TO Stall-Line-Count
           PERFORM VARYING Write-Index FROM 1 BY 1
                   UNTIL Write-Index > Sales-Buffer-Count
               MOVE Sales-Buffer-Entry (Write-Index) TO Sales-Rec
               IF Stall-Sale
                   ADD 1 TO Stall-Line-Count
                   MOVE Write-Index TO
                       Stall-Line-Buffer-Index (Stall-Line-Count)
               END-IF
           END-PERFORM
           IF slhVerified-Count > Stall-Line-Count
               MOVE ZEROS TO slhVerified-Count
           END-IF
           COMPUTE Lines-To-Verify =
               Stall-Line-Count - slhVerified-Count.

       LOAD-OPERATORS.
           OPEN INPUT OperatorFile
           IF Operator-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OperatorFile
               AT END SET EndOfOperatorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperatorFile
               IF Operator-Count < 50
                   ADD 1 TO Operator-Count
                   MOVE opOperator-ID TO
                       optOperator-ID (Operator-Count)
                   MOVE opOperator-Name TO
                       optOperator-Name (Operator-Count)
                   MOVE opOperator-Role TO
                       optOperator-Role (Operator-Count)
               END-IF
               READ OperatorFile
                   AT END SET EndOfOperatorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

       FIND-OPERATOR.
           MOVE ZEROS TO Operator-Index
           IF Entry-Operator-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Stall-Line-Index FROM 1 BY 1
                   UNTIL Stall-Line-Index > Operator-Count
               IF optOperator-ID (Stall-Line-Index) = Entry-Operator-ID
                   MOVE Stall-Line-Index TO Operator-Index
               END-IF
           END-PERFORM.

       LOAD-EXISTING-SALES.
           OPEN INPUT Sales-File
           IF Sales-File-Status = "00"
               PERFORM READ-EXISTING-SALE
               PERFORM UNTIL End-Of-Sales
                   IF Sales-Rec (1:3) = "HDR"
                       MOVE Sales-Rec TO Sales-Header-Record
                       SET Header-Seen TO TRUE
                   END-IF
                   IF Sales-Rec (1:3) NOT = "HDR"
                           AND Sales-Rec (1:3) NOT = "TRL"
                       IF Sales-Buffer-Count < 2000
                           ADD 1 TO Sales-Buffer-Count
                           MOVE Sales-Rec TO
                               Sales-Buffer-Entry (Sales-Buffer-Count)
                       END-IF
                   END-IF
                   PERFORM READ-EXISTING-SALE
               END-PERFORM
               CLOSE Sales-File
           END-IF.

       READ-EXISTING-SALE.
           READ Sales-File
               AT END SET End-Of-Sales TO TRUE
           END-READ.

      * The batch keeps the ID it was keyed under; only its
      * verification fields change.
       WRITE-SALES-BATCH.
           OPEN OUTPUT Sales-File
           MOVE Sales-Buffer-Count TO slhExpectedCount
           WRITE Sales-Rec FROM Sales-Header-Record
           PERFORM WRITE-BUFFERED-SALE
               VARYING Write-Index FROM 1 BY 1
               UNTIL Write-Index > Sales-Buffer-Count
           MOVE slhBatchID TO sltBatchID
           MOVE Sales-Buffer-Count TO sltActualCount
           WRITE Sales-Rec FROM Sales-Trailer-Record
           CLOSE Sales-File.

       WRITE-BUFFERED-SALE.
           MOVE Sales-Buffer-Entry (Write-Index) TO Sales-Rec
           WRITE Sales-Rec.

       RELEASE-RUN-LOCK.
           MOVE "R" TO lkqAction
           MOVE "SALES-CHAIN" TO lkqResource
           MOVE "SalesVerify" TO lkqHolder
           CALL "RunLock" USING Run-Lock-Area.

       END PROGRAM SalesVerify.
