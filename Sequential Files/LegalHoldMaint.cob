      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Place and release legal holds on LEGALHLD.DAT
      *         (LHLDREC).  A supervisor signs on against OPERATOR.DAT
      *         (the WriteOff scheme; no other role may run it) and
      *         keys a StudentID: a student not yet held is placed on
      *         hold with a reason, dated and signed with the
      *         supervisor's ID; a held student is shown with the
      *         hold details and may be released.  While a hold
      *         stands AnonymizeArchive leaves the student's records
      *         exactly as they are.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalHoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-File-Status.
           SELECT LegalHoldFile ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Legal-Hold-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
       01  Operator-Rec.
           88  EndOfOperatorFile            VALUE HIGH-VALUES.
           02  opOperator-ID                PIC X(8).
           02  opOperator-Name              PIC X(20).
           02  opOperator-Role              PIC X.

       FD LegalHoldFile.
       COPY LHLDREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Operator-File-Status         PIC XX.
       01  Legal-Hold-File-Status       PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Signon-Operator-ID           PIC X(8)   VALUE SPACES.
       01  Signon-Role                  PIC X      VALUE SPACE.
           88  Role-Supervisor          VALUE "S".
       01  Signon-Found-Switch          PIC X      VALUE "N".
           88  Signon-Found             VALUE "Y".

      * The whole hold file, held while it is maintained and written
      * back at the end; a released hold is blanked out of the table
      * and not written.
       01  Legal-Hold-Table.
           02  Legal-Hold-Entry         OCCURS 500 TIMES.
               03  lhtStudentID         PIC X(10).
               03  lhtHoldDate          PIC 9(8).
               03  lhtOperator          PIC X(8).
               03  lhtReason            PIC X(30).
       01  Legal-Hold-Count             PIC 9(3)   VALUE ZEROS.
       01  Legal-Hold-Index             PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Legal-Hold         VALUE "Y".

       01  Entry-StudentID              PIC X(10).
       01  Entry-Reason                 PIC X(30).
       01  Entry-Answer                 PIC X.
       01  More-Entries-Switch          PIC X      VALUE "Y".
           88  More-Entries             VALUE "Y".
       01  Placed-Count                 PIC 9(3)   VALUE ZEROS.
       01  Released-Count               PIC 9(3)   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF NOT Signon-Found
               STOP RUN
           END-IF
           IF NOT Role-Supervisor
               DISPLAY "Error - legal holds may only be placed or "
                   "released by a supervisor"
               STOP RUN
           END-IF
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-LEGAL-HOLDS
           DISPLAY "LegalHoldMaint - legal hold maintenance"
           PERFORM UNTIL NOT More-Entries
               DISPLAY "StudentID (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-StudentID
               IF Entry-StudentID = SPACES
                   MOVE "N" TO More-Entries-Switch
               ELSE
                   PERFORM MAINTAIN-ONE-HOLD
               END-IF
           END-PERFORM
           PERFORM SAVE-LEGAL-HOLDS
           DISPLAY "LegalHoldMaint - " Placed-Count
               " hold(s) placed, " Released-Count
               " released on LEGALHLD.DAT"
           STOP RUN.

       MAINTAIN-ONE-HOLD.
           PERFORM FIND-LEGAL-HOLD
           IF Found-Legal-Hold
               DISPLAY "On legal hold since "
                   lhtHoldDate (Legal-Hold-Index) " by "
                   lhtOperator (Legal-Hold-Index)
               DISPLAY "Reason: " lhtReason (Legal-Hold-Index)
               DISPLAY "Release the hold (Y/N)   : "
                   WITH NO ADVANCING
               ACCEPT Entry-Answer
               IF Entry-Answer = "Y" OR "y"
                   MOVE SPACES TO lhtStudentID (Legal-Hold-Index)
                   ADD 1 TO Released-Count
                   DISPLAY "Legal hold on " Entry-StudentID
                       " released"
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the hold      : " WITH NO ADVANCING
           ACCEPT Entry-Reason
           IF Entry-Reason = SPACES
               DISPLAY "Error - a legal hold needs a reason, not "
                   "placed"
               EXIT PARAGRAPH
           END-IF
           IF Legal-Hold-Count NOT < 500
               DISPLAY "Error - Legal-Hold-Table full, hold on "
                   Entry-StudentID " not placed"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Legal-Hold-Count
           MOVE Entry-StudentID TO lhtStudentID (Legal-Hold-Count)
           MOVE Run-Date TO lhtHoldDate (Legal-Hold-Count)
           MOVE Signon-Operator-ID TO lhtOperator (Legal-Hold-Count)
           MOVE Entry-Reason TO lhtReason (Legal-Hold-Count)
           ADD 1 TO Placed-Count
           DISPLAY "Legal hold placed on " Entry-StudentID.

       FIND-LEGAL-HOLD.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Legal-Hold-Index FROM 1 BY 1
                   UNTIL Legal-Hold-Index > Legal-Hold-Count
               IF lhtStudentID (Legal-Hold-Index) = Entry-StudentID
                   SET Found-Legal-Hold TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LegalHoldFile
           IF Legal-Hold-File-Status = "00"
               READ LegalHoldFile
                   AT END SET EndOfLegalHoldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLegalHoldFile
                   IF Legal-Hold-Count < 500
                       ADD 1 TO Legal-Hold-Count
                       MOVE LegalHoldRecord TO
                           Legal-Hold-Entry (Legal-Hold-Count)
                   ELSE
                       DISPLAY "Warning - Legal-Hold-Table full, "
                           lhStudentID " not included"
                   END-IF
                   READ LegalHoldFile
                       AT END SET EndOfLegalHoldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LegalHoldFile
           ELSE
               DISPLAY "LEGALHLD.DAT not found - starting a new "
                   "legal hold file."
           END-IF.

       SAVE-LEGAL-HOLDS.
           OPEN OUTPUT LegalHoldFile
           PERFORM VARYING Legal-Hold-Index FROM 1 BY 1
                   UNTIL Legal-Hold-Index > Legal-Hold-Count
               IF lhtStudentID (Legal-Hold-Index) NOT = SPACES
                   MOVE Legal-Hold-Entry (Legal-Hold-Index) TO
                       LegalHoldRecord
                   WRITE LegalHoldRecord
               END-IF
           END-PERFORM
           CLOSE LegalHoldFile.

      * With no operator master on disk the console gets supervisor
      * with a warning, the WriteOff tolerance.
       SIGN-ON.
           OPEN INPUT OperatorFile
           IF Operator-File-Status NOT = "00"
               DISPLAY "Warning - OPERATOR.DAT not found; supervisor "
                   "access granted to the console."
               MOVE "CONSOLE" TO Signon-Operator-ID
               MOVE "S" TO Signon-Role
               SET Signon-Found TO TRUE
               EXIT PARAGRAPH
           END-IF
           CLOSE OperatorFile
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT Signon-Operator-ID
           PERFORM LOOKUP-OPERATOR
           IF NOT Signon-Found
               DISPLAY "Operator ID not recognized."
           END-IF.

       LOOKUP-OPERATOR.
           MOVE "N" TO Signon-Found-Switch
           OPEN INPUT OperatorFile
           READ OperatorFile
               AT END SET EndOfOperatorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperatorFile OR Signon-Found
               IF opOperator-ID = Signon-Operator-ID
                   SET Signon-Found TO TRUE
                   MOVE opOperator-Role TO Signon-Role
                   DISPLAY "Signed on: " opOperator-Name
               ELSE
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OperatorFile.

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

       END PROGRAM LegalHoldMaint.
