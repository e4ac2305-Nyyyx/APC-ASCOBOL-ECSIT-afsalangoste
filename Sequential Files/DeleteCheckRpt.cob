      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Before StudentMaintenance applies TRANSINS.DAT, list
      *         every pending Trans-Delete it will refuse and why.
      *         Each delete is put to DeleteCheck - the same check
      *         the apply makes - and a refused one prints a line per
      *         dependent record found (hold, balance owing, enrolled
      *         registration, active payment plan, queued transcript
      *         request) with its reason code, so the office can
      *         settle the account, withdraw the registration or ask
      *         for a DeleteOverride before the run instead of
      *         working TRANSREJ.DAT after it.  Deletes queued as
      *         approved overrides are counted but not checked.
      *         Written to DELCHECK.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeleteCheckRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransFile ASSIGN TO "TRANSINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Trans-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT DeleteCheckFile ASSIGN TO "DELCHECK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TransFile.
       COPY TRANSREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD DeleteCheckFile.
       01  Delete-Check-Line            PIC X(72).

       WORKING-STORAGE SECTION.
       01  Trans-File-Status            PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Pending-Count                PIC 9(5)   VALUE ZEROS.
       01  Override-Count               PIC 9(5)   VALUE ZEROS.
       01  Clear-Count                  PIC 9(5)   VALUE ZEROS.
       01  Refused-Count                PIC 9(5)   VALUE ZEROS.

      * The same check StudentMaintenance makes on each delete.
       COPY DELCHK.

       01  Delete-Check-Header.
           02  FILLER                   PIC X(40)
               VALUE "PENDING DELETES THAT WILL BE REFUSED".
           02  FILLER                   PIC X(10)  VALUE "RUN DATE: ".
           02  dchRunDate               PIC 9(8).
       01  Delete-Check-LineBreak       PIC X(72)  VALUE ALL "-".
       01  Delete-Check-Blank-Line      PIC X(72)  VALUE SPACES.

       01  Delete-Check-Column-Titles.
           02  FILLER                   PIC X(10)  VALUE "STUDENT ID".
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(6)   VALUE "SOURCE".
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(4)   VALUE "CODE".
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(30)
               VALUE "DEPENDENT RECORD".
           02  FILLER                   PIC X(12)
               VALUE "     BALANCE".

       01  Delete-Check-Detail-Line.
           02  dcdStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  dcdSource                PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  dcdCode                  PIC X(4).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  dcdText                  PIC X(30).
           02  dcdBalance-Area          PIC X(13).
           02  dcdBalance REDEFINES dcdBalance-Area
                                        PIC Z,ZZZ,ZZ9.99-.

       01  Delete-Check-Total-Line.
           02  dctLabel                 PIC X(30).
           02  dctCount                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           OPEN OUTPUT DeleteCheckFile
           MOVE Run-Date TO dchRunDate
           WRITE Delete-Check-Line FROM Delete-Check-Header
           WRITE Delete-Check-Line FROM Delete-Check-LineBreak
           WRITE Delete-Check-Line FROM Delete-Check-Column-Titles
           WRITE Delete-Check-Line FROM Delete-Check-LineBreak

           OPEN INPUT TransFile
           IF Trans-File-Status = "00"
               READ TransFile
                   AT END SET EndOfTransFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransFile
                   IF TransStudentID (1:3) NOT = "HDR"
                           AND TransStudentID (1:3) NOT = "TRL"
                           AND Trans-Delete
                       PERFORM CHECK-ONE-DELETE
                   END-IF
                   READ TransFile
                       AT END SET EndOfTransFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransFile
           END-IF

           WRITE Delete-Check-Line FROM Delete-Check-Blank-Line
           MOVE "PENDING DELETES      :" TO dctLabel
           MOVE Pending-Count TO dctCount
           WRITE Delete-Check-Line FROM Delete-Check-Total-Line
           MOVE "APPROVED OVERRIDES   :" TO dctLabel
           MOVE Override-Count TO dctCount
           WRITE Delete-Check-Line FROM Delete-Check-Total-Line
           MOVE "WILL APPLY           :" TO dctLabel
           MOVE Clear-Count TO dctCount
           WRITE Delete-Check-Line FROM Delete-Check-Total-Line
           MOVE "WILL BE REFUSED      :" TO dctLabel
           MOVE Refused-Count TO dctCount
           WRITE Delete-Check-Line FROM Delete-Check-Total-Line
           CLOSE DeleteCheckFile

           DISPLAY "DeleteCheckRpt - " Refused-Count " of "
               Pending-Count " pending delete(s) will be refused, "
               "see DELCHECK.RPT"
           GOBACK.

       CHECK-ONE-DELETE.
           ADD 1 TO Pending-Count
           IF Trans-Approved-Override
               ADD 1 TO Override-Count
               EXIT PARAGRAPH
           END-IF
           MOVE TransStudentID TO dcStudentID
           MOVE Run-Date TO dcRunDate
           CALL "DeleteCheck" USING Delete-Check-Area
           IF dcClear
               ADD 1 TO Clear-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Refused-Count
           MOVE TransStudentID TO dcdStudentID
           MOVE TransSource TO dcdSource
           IF dcHas-Hold
               MOVE "DHLD" TO dcdCode
               MOVE "FINANCIAL HOLD ON HOLDS.DAT" TO dcdText
               PERFORM WRITE-DEPENDENT-LINE
           END-IF
           IF dcHas-Balance
               MOVE "DBAL" TO dcdCode
               MOVE "BALANCE OWING" TO dcdText
               PERFORM WRITE-DEPENDENT-LINE
           END-IF
           IF dcHas-Enrolment
               MOVE "DREG" TO dcdCode
               MOVE "ENROLLED ON REGIST.IDX" TO dcdText
               PERFORM WRITE-DEPENDENT-LINE
           END-IF
           IF dcHas-Plan
               MOVE "DPLN" TO dcdCode
               MOVE "ACTIVE PLAN ON PAYPLAN.DAT" TO dcdText
               PERFORM WRITE-DEPENDENT-LINE
           END-IF
           IF dcHas-TransReq
               MOVE "DTRQ" TO dcdCode
               MOVE "REQUEST QUEUED ON TRANSREQ.DAT" TO dcdText
               PERFORM WRITE-DEPENDENT-LINE
           END-IF.

      * The StudentID and source print on the first line only, and
      * the balance only against the balance line.
       WRITE-DEPENDENT-LINE.
           IF dcdCode = "DBAL"
               MOVE dcBalance TO dcdBalance
           ELSE
               MOVE SPACES TO dcdBalance-Area
           END-IF
           WRITE Delete-Check-Line FROM Delete-Check-Detail-Line
           MOVE SPACES TO dcdStudentID dcdSource.

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

       END PROGRAM DeleteCheckRpt.
