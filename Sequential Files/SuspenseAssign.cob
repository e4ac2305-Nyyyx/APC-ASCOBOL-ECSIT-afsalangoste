      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Walk the open SUSPENSE.DAT bank items BankRemitImport
      *         could not match, show each with what the payer
      *         quoted and why it was held, and let the cashier
      *         assign it to the right student - keyed as a StudentID
      *         or card number and validated against STUDENTS.IDX and
      *         the CardCheckDigit check digit the way PaymentPost
      *         validates it.  An assigned item is posted to
      *         PAYMENTS.DAT with paySource BANK under its value date
      *         and marked assigned with the date and operator, so it
      *         cannot be posted twice; skipped items stay open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseAssign.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS xiStudentID
               ALTERNATE RECORD KEY IS xiSurname WITH DUPLICATES
               FILE STATUS IS Student-Index-Status.

           SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Suspense-File-Status.

           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

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

       FD SuspenseFile.
       COPY SUSPREC.

       FD PaymentFile.
       COPY PAYREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Student-Index-Status      PIC XX.
       01  Suspense-File-Status      PIC XX.
       01  Payment-File-Status       PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Run-Date                  PIC 9(8).

       01  Suspense-Table.
           02  Suspense-Entry        OCCURS 2000 TIMES.
               03  sutRecord         PIC X(108).
       01  Suspense-Count            PIC 9(4)   VALUE ZEROS.
       01  Suspense-Index            PIC 9(4)   VALUE ZEROS.
       01  Open-Count                PIC 9(4)   VALUE ZEROS.

       01  Operator-ID               PIC X(8)   VALUE SPACES.
       01  Action-Choice             PIC X      VALUE SPACE.
           88  Choice-Assign         VALUE "A", "a".
           88  Choice-Quit           VALUE "Q", "q".
       01  Lookup-Input              PIC X(11)  VALUE SPACES.
       01  Entry-StudentID           PIC X(10).
       01  Entered-Check-Digit       PIC 9.
       01  Card-Valid-Switch         PIC X      VALUE "Y".
           88  Card-Number-Valid     VALUE "Y".
       01  Confirm-Choice            PIC X      VALUE SPACE.
           88  Confirm-Yes           VALUE "Y", "y".
       COPY CARDCHK.

       01  Display-Amount            PIC $$$$,$$9.99.
       01  Assigned-Count            PIC 9(5)   VALUE ZEROS.
       01  Assigned-Total            PIC 9(9)V99 VALUE ZEROS.

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

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
               STOP RUN
           END-IF
           PERFORM LOAD-SUSPENSE
           IF Open-Count = ZEROS
               DISPLAY "No open items on SUSPENSE.DAT - nothing to "
                   "assign"
               STOP RUN
           END-IF
           OPEN INPUT StudentIndexFile
           IF Student-Index-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.IDX, run "
                   "StudentIndexBuild first"
               STOP RUN
           END-IF
           OPEN EXTEND PaymentFile
           IF Payment-File-Status NOT = "00"
               OPEN OUTPUT PaymentFile
           END-IF

           DISPLAY "SuspenseAssign - " Open-Count
               " open bank suspense item(s)"
           DISPLAY "Operator ID                : " WITH NO ADVANCING
           ACCEPT Operator-ID
           IF Operator-ID = SPACES
               MOVE "CONSOLE" TO Operator-ID
           END-IF
           PERFORM VARYING Suspense-Index FROM 1 BY 1
                   UNTIL Suspense-Index > Suspense-Count
                      OR Choice-Quit
               MOVE sutRecord (Suspense-Index) TO SuspenseRecord
               IF suOpen
                   PERFORM REVIEW-ONE-ITEM
               END-IF
           END-PERFORM

           CLOSE PaymentFile
           CLOSE StudentIndexFile
           PERFORM SAVE-SUSPENSE
           DISPLAY "SuspenseAssign - " Assigned-Count
               " item(s) assigned and posted for " Assigned-Total
           STOP RUN.

       REVIEW-ONE-ITEM.
           DISPLAY "-----------------------------------------------"
           MOVE suAmount TO Display-Amount
           DISPLAY "Bank ref    : " suBankRef "   value date "
               suValueDate
           DISPLAY "Amount      : " Display-Amount
           DISPLAY "Quoted      : " suReference
           DISPLAY "Payer       : " suPayerName
           DISPLAY "Held for    : " suReason
           DISPLAY "(A)ssign, (Q)uit, or anything else to skip : "
               WITH NO ADVANCING
           ACCEPT Action-Choice
           IF NOT Choice-Assign
               EXIT PARAGRAPH
           END-IF
           IF suAmount > 99999.99
               DISPLAY "Error - amount too large for one PAYMENTS.DAT "
                   "record, refer to the bursar - left open"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "StudentID or card number   : " WITH NO ADVANCING
           ACCEPT Lookup-Input
           IF Lookup-Input = SPACES
               DISPLAY "Nothing keyed - left open"
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CARD-NUMBER
           IF NOT Card-Number-Valid
               EXIT PARAGRAPH
           END-IF
           MOVE Lookup-Input (1:10) TO Entry-StudentID
           MOVE Entry-StudentID TO xiStudentID
           READ StudentIndexFile
               INVALID KEY
                   DISPLAY "No student found for StudentID "
                       Entry-StudentID " - left open"
               NOT INVALID KEY
                   PERFORM CONFIRM-AND-POST
           END-READ.

       CONFIRM-AND-POST.
           PERFORM UNMASK-STUDENT-NAME
           DISPLAY "Student    : " xiSurname " " xiInitials
               " (" xiCourseCode ")"
           DISPLAY "Post " Display-Amount " to this student (Y/N) : "
               WITH NO ADVANCING
           ACCEPT Confirm-Choice
           IF NOT Confirm-Yes
               DISPLAY "Not posted - left open"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-StudentID TO payStudentID
           IF suValueDate = ZEROS
               MOVE Run-Date TO payDate
           ELSE
               MOVE suValueDate TO payDate
           END-IF
           MOVE suAmount TO payAmount
           MOVE "BANK" TO paySource
           WRITE PaymentRecord
           SET suAssigned TO TRUE
           MOVE Entry-StudentID TO suStudentID
           MOVE Run-Date TO suAssignedDate
           MOVE Operator-ID TO suAssignedBy
           MOVE SuspenseRecord TO sutRecord (Suspense-Index)
           ADD 1 TO Assigned-Count
           ADD suAmount TO Assigned-Total
           DISPLAY "Posted to " Entry-StudentID.

      * An 11th character makes the entry a card number; the check
      * digit must match what CardCheckDigit computes for the ID.
       VALIDATE-CARD-NUMBER.
           MOVE "Y" TO Card-Valid-Switch
           IF Lookup-Input (11:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF Lookup-Input (11:1) NOT NUMERIC
               DISPLAY "Error - card check digit must be numeric, "
                   "left open"
               MOVE "N" TO Card-Valid-Switch
               EXIT PARAGRAPH
           END-IF
           MOVE Lookup-Input (11:1) TO Entered-Check-Digit
           MOVE Lookup-Input (1:10) TO ccStudentID
           CALL "CardCheckDigit" USING Card-Check-Area
           IF ccCheckDigit NOT = Entered-Check-Digit
               DISPLAY "Error - card number fails its check digit, "
                   "left open - re-key it"
               MOVE "N" TO Card-Valid-Switch
           END-IF.

      * Surname/Initials ride masked at rest on STUDENTS.IDX; this
      * substitution is its own inverse, so the same operation that
      * masked the field on the way in also unmasks it on the way
      * out.
       UNMASK-STUDENT-NAME.
           INSPECT xiSurname CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
           INSPECT xiInitials CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM".

       LOAD-SUSPENSE.
           OPEN INPUT SuspenseFile
           IF Suspense-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SuspenseFile
               AT END SET EndOfSuspenseFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSuspenseFile
               IF Suspense-Count < 2000
                   ADD 1 TO Suspense-Count
                   MOVE SuspenseRecord TO sutRecord (Suspense-Count)
                   IF suOpen
                       ADD 1 TO Open-Count
                   END-IF
               ELSE
                   DISPLAY "Error - Suspense-Table full, SUSPENSE.DAT "
                       "too large to rewrite safely - archive the "
                       "assigned items first"
                   CLOSE SuspenseFile
                   STOP RUN
               END-IF
               READ SuspenseFile
                   AT END SET EndOfSuspenseFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SuspenseFile.

       SAVE-SUSPENSE.
           OPEN OUTPUT SuspenseFile
           PERFORM VARYING Suspense-Index FROM 1 BY 1
                   UNTIL Suspense-Index > Suspense-Count
               MOVE sutRecord (Suspense-Index) TO SuspenseRecord
               WRITE SuspenseRecord
           END-PERFORM
           CLOSE SuspenseFile.

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

       END PROGRAM SuspenseAssign.
