      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Consolidated sponsor invoices and statements.  For
      *         each SPONSORS.DAT sponsor one document prints on
      *         SPONSTMT.RPT, addressed to its invoice contact: the
      *         invoice for the term - every sponsored student's
      *         SPONBILL.DAT share BillingRpt split off to it, named
      *         from STUDENTS.DAT - followed by the statement of its
      *         account, earlier terms billed and SPONPAY.DAT
      *         remittances to date against the balance due, with
      *         the sponsor's payment terms.  The term defaults to
      *         the one the business date falls in, the way
      *         BillingRpt bills it.  A sponsor with nothing billed
      *         for the term and nothing owing is left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorStmtRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-File-Status.
           SELECT SponsorBillFile ASSIGN TO "SPONBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Bill-File-Status.
           SELECT SponsorPayFile ASSIGN TO "SPONPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Pay-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT StatementFile ASSIGN TO "SPONSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SponsorFile.
       COPY SPONREC.

       FD SponsorBillFile.
       COPY SPBILREC.

       FD SponsorPayFile.
       COPY SPPAYREC.

       FD StudentFile.
       COPY STUDREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD StatementFile.
       01  Statement-Line               PIC X(64).

       WORKING-STORAGE SECTION.
       01  Sponsor-File-Status          PIC XX.
       01  Sponsor-Bill-File-Status     PIC XX.
       01  Sponsor-Pay-File-Status      PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Entry-Term-Input             PIC X(6).
       01  Entry-Term-Split REDEFINES Entry-Term-Input.
           02  Entry-Year               PIC X(4).
           02  Entry-Term               PIC X(2).
       01  Statement-Year               PIC 9(4)   VALUE ZEROS.
       01  Statement-Term               PIC X(2)   VALUE SPACES.
       01  Rank-Year                    PIC 9(4)   VALUE ZEROS.
       01  Rank-Term                    PIC X(2)   VALUE SPACES.
       01  Term-Rank                    PIC 9(5)   VALUE ZEROS.
       01  Statement-Rank               PIC 9(5)   VALUE ZEROS.

      * What each sponsor was billed for the term, for earlier
      * terms, and has paid to date.
       01  Sponsor-Table.
           02  Sponsor-Entry            OCCURS 200 TIMES.
               03  sptSponsorID         PIC X(6).
               03  sptName              PIC X(30).
               03  sptContact           PIC X(20).
               03  sptStreet            PIC X(30).
               03  sptCity              PIC X(20).
               03  sptPostcode          PIC X(8).
               03  sptTermsDays         PIC 9(3).
               03  sptTermBilled        PIC 9(9)V99.
               03  sptEarlierBilled     PIC 9(9)V99.
               03  sptPaid              PIC 9(9)V99.
       01  Sponsor-Count                PIC 9(3)   VALUE ZEROS.
       01  Sponsor-Index                PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Sponsor            VALUE "Y".
       01  Seek-SponsorID               PIC X(6).

      * The term's sponsor receivable lines, printed per sponsor.
       01  Bill-Table.
           02  Bill-Entry               OCCURS 1000 TIMES.
               03  bltSponsorID         PIC X(6).
               03  bltStudentID         PIC X(10).
               03  bltCourseCode        PIC X(6).
               03  bltBillDate          PIC 9(8).
               03  bltAmount            PIC 9(7)V99.
       01  Bill-Count                   PIC 9(4)   VALUE ZEROS.
       01  Bill-Index                   PIC 9(4)   VALUE ZEROS.

       01  Name-Table.
           02  Name-Entry               OCCURS 500 TIMES.
               03  nmStudentID          PIC X(10).
               03  nmSurname            PIC X(10).
               03  nmInitials           PIC XX.
       01  Name-Count                   PIC 9(3)   VALUE ZEROS.
       01  Name-Index                   PIC 9(3)   VALUE ZEROS.

       01  Balance-Due                  PIC S9(9)V99 VALUE ZEROS.
       01  Statement-Count              PIC 9(5)   VALUE ZEROS.
       01  Total-Invoiced               PIC 9(9)V99 VALUE ZEROS.

       01  Statement-Separator          PIC X(56)  VALUE ALL "=".
       01  Statement-Blank-Line         PIC X(64)  VALUE SPACES.
       01  Statement-LineBreak          PIC X(56)  VALUE ALL "-".
       01  Statement-Header.
           02  FILLER                   PIC X(32)
               VALUE "SPONSOR INVOICE AND STATEMENT".
           02  FILLER                   PIC X(6)   VALUE "DATE: ".
           02  sthDate                  PIC 9(8).
       01  Statement-Name-Line          PIC X(30).
       01  Statement-Attn-Line.
           02  FILLER                   PIC X(6)   VALUE "ATTN: ".
           02  satContact               PIC X(20).
       01  Statement-Street-Line        PIC X(30).
       01  Statement-City-Line.
           02  sclCity                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sclPostcode              PIC X(8).
       01  Statement-Terms-Line.
           02  FILLER                   PIC X(12)  VALUE "SPONSOR ID: ".
           02  stmSponsorID             PIC X(6).
           02  FILLER                   PIC X(14)
               VALUE "   TERMS: NET ".
           02  stmTermsDays             PIC ZZ9.
           02  FILLER                   PIC X(5)   VALUE " DAYS".
       01  Statement-Invoice-Title.
           02  FILLER                   PIC X(17)
               VALUE "INVOICE FOR TERM ".
           02  sitTerm                  PIC X(2).
           02  sitYear                  PIC 9(4).
       01  Statement-Column-Titles.
           02  FILLER                   PIC X(12)  VALUE "STUDENT ID".
           02  FILLER                   PIC X(14)  VALUE "NAME".
           02  FILLER                   PIC X(8)   VALUE "COURSE".
           02  FILLER                   PIC X(10)  VALUE "BILLED".
           02  FILLER                   PIC X(12)  VALUE
               "      AMOUNT".
       01  Statement-Detail-Line.
           02  sdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlSurname               PIC X(10).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlBillDate              PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlAmount                PIC $$$$,$$9.99.
       01  Statement-Amount-Line.
           02  salLabel                 PIC X(24).
           02  salAmount                PIC $$$,$$$,$$9.99-.
       01  Statement-Account-Title      PIC X(20)
           VALUE "STATEMENT OF ACCOUNT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "SponsorStmtRpt - sponsor invoices and statements"
           DISPLAY "Year and term to invoice (e.g. 2026FA, blank for "
               "the current term): " WITH NO ADVANCING
           ACCEPT Entry-Term-Input
           IF Entry-Term-Input = SPACES
               PERFORM SET-CURRENT-TERM
           ELSE
               IF Entry-Year NOT NUMERIC
                       OR (Entry-Term NOT = "SP" AND
                           Entry-Term NOT = "SU" AND
                           Entry-Term NOT = "FA")
                   DISPLAY "Error - enter the year then SP, SU or FA, "
                       "e.g. 2026FA"
                   STOP RUN
               END-IF
               MOVE Entry-Year TO Statement-Year
               MOVE Entry-Term TO Statement-Term
           END-IF

           PERFORM LOAD-SPONSORS
           PERFORM LOAD-SPONSOR-BILLS
           PERFORM LOAD-SPONSOR-PAYMENTS
           PERFORM LOAD-STUDENT-NAMES

           OPEN OUTPUT StatementFile
           PERFORM VARYING Sponsor-Index FROM 1 BY 1
                   UNTIL Sponsor-Index > Sponsor-Count
               COMPUTE Balance-Due = sptTermBilled (Sponsor-Index)
                   + sptEarlierBilled (Sponsor-Index)
                   - sptPaid (Sponsor-Index)
               IF sptTermBilled (Sponsor-Index) > ZEROS
                       OR Balance-Due NOT = ZEROS
                   PERFORM PRINT-ONE-STATEMENT
               END-IF
           END-PERFORM
           CLOSE StatementFile

           DISPLAY "SponsorStmtRpt - " Statement-Count
               " sponsor statement(s) on SPONSTMT.RPT, "
               Total-Invoiced " invoiced for " Statement-Term
               Statement-Year
           STOP RUN.

       PRINT-ONE-STATEMENT.
           WRITE Statement-Line FROM Statement-Separator
           MOVE Run-Date TO sthDate
           WRITE Statement-Line FROM Statement-Header
           MOVE sptName (Sponsor-Index) TO Statement-Name-Line
           WRITE Statement-Line FROM Statement-Name-Line
           IF sptContact (Sponsor-Index) NOT = SPACES
               MOVE sptContact (Sponsor-Index) TO satContact
               WRITE Statement-Line FROM Statement-Attn-Line
           END-IF
           MOVE sptStreet (Sponsor-Index) TO Statement-Street-Line
           WRITE Statement-Line FROM Statement-Street-Line
           MOVE sptCity (Sponsor-Index) TO sclCity
           MOVE sptPostcode (Sponsor-Index) TO sclPostcode
           WRITE Statement-Line FROM Statement-City-Line
           WRITE Statement-Line FROM Statement-Blank-Line
           MOVE sptSponsorID (Sponsor-Index) TO stmSponsorID
           MOVE sptTermsDays (Sponsor-Index) TO stmTermsDays
           WRITE Statement-Line FROM Statement-Terms-Line
           WRITE Statement-Line FROM Statement-Blank-Line

           MOVE Statement-Term TO sitTerm
           MOVE Statement-Year TO sitYear
           WRITE Statement-Line FROM Statement-Invoice-Title
           WRITE Statement-Line FROM Statement-Column-Titles
           WRITE Statement-Line FROM Statement-LineBreak
           PERFORM VARYING Bill-Index FROM 1 BY 1
                   UNTIL Bill-Index > Bill-Count
               IF bltSponsorID (Bill-Index) =
                       sptSponsorID (Sponsor-Index)
                   PERFORM PRINT-ONE-BILL
               END-IF
           END-PERFORM
           WRITE Statement-Line FROM Statement-LineBreak
           MOVE "INVOICE TOTAL         :" TO salLabel
           MOVE sptTermBilled (Sponsor-Index) TO salAmount
           WRITE Statement-Line FROM Statement-Amount-Line
           WRITE Statement-Line FROM Statement-Blank-Line

           WRITE Statement-Line FROM Statement-Account-Title
           MOVE "EARLIER TERMS BILLED  :" TO salLabel
           MOVE sptEarlierBilled (Sponsor-Index) TO salAmount
           WRITE Statement-Line FROM Statement-Amount-Line
           MOVE "THIS INVOICE          :" TO salLabel
           MOVE sptTermBilled (Sponsor-Index) TO salAmount
           WRITE Statement-Line FROM Statement-Amount-Line
           MOVE "PAYMENTS RECEIVED     :" TO salLabel
           MOVE sptPaid (Sponsor-Index) TO salAmount
           WRITE Statement-Line FROM Statement-Amount-Line
           MOVE "BALANCE DUE           :" TO salLabel
           MOVE Balance-Due TO salAmount
           WRITE Statement-Line FROM Statement-Amount-Line
           WRITE Statement-Line FROM Statement-Blank-Line
           ADD 1 TO Statement-Count
           ADD sptTermBilled (Sponsor-Index) TO Total-Invoiced.

       PRINT-ONE-BILL.
           MOVE bltStudentID (Bill-Index) TO sdlStudentID
           MOVE SPACES TO sdlSurname sdlInitials
           PERFORM VARYING Name-Index FROM 1 BY 1
                   UNTIL Name-Index > Name-Count
               IF nmStudentID (Name-Index) =
                       bltStudentID (Bill-Index)
                   MOVE nmSurname (Name-Index) TO sdlSurname
                   MOVE nmInitials (Name-Index) TO sdlInitials
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE bltCourseCode (Bill-Index) TO sdlCourseCode
           MOVE bltBillDate (Bill-Index) TO sdlBillDate
           MOVE bltAmount (Bill-Index) TO sdlAmount
           WRITE Statement-Line FROM Statement-Detail-Line.

      * Months 1-5 are the spring term, 6-8 summer and 9-12 fall, as
      * BillingRpt bills them.
       SET-CURRENT-TERM.
           MOVE Run-Date (1:4) TO Statement-Year
           EVALUATE Run-Date (5:2)
               WHEN "01" THRU "05"
                   MOVE "SP" TO Statement-Term
               WHEN "06" THRU "08"
                   MOVE "SU" TO Statement-Term
               WHEN OTHER
                   MOVE "FA" TO Statement-Term
           END-EVALUATE.

       FIND-SPONSOR.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Sponsor-Index FROM 1 BY 1
                   UNTIL Sponsor-Index > Sponsor-Count
               IF sptSponsorID (Sponsor-Index) = Seek-SponsorID
                   SET Found-Sponsor TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SPONSORS.
           OPEN INPUT SponsorFile
           IF Sponsor-File-Status NOT = "00"
               DISPLAY "Error - unable to open SPONSORS.DAT, run "
                   "SponsorMaint to create it"
               STOP RUN
           END-IF
           READ SponsorFile
               AT END SET EndOfSponsorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorFile
               IF Sponsor-Count < 200
                   ADD 1 TO Sponsor-Count
                   MOVE spSponsorID TO sptSponsorID (Sponsor-Count)
                   MOVE spName TO sptName (Sponsor-Count)
                   MOVE spContact TO sptContact (Sponsor-Count)
                   MOVE spStreet TO sptStreet (Sponsor-Count)
                   MOVE spCity TO sptCity (Sponsor-Count)
                   MOVE spPostcode TO sptPostcode (Sponsor-Count)
                   MOVE spTermsDays TO sptTermsDays (Sponsor-Count)
                   MOVE ZEROS TO sptTermBilled (Sponsor-Count)
                   MOVE ZEROS TO sptEarlierBilled (Sponsor-Count)
                   MOVE ZEROS TO sptPaid (Sponsor-Count)
               END-IF
               READ SponsorFile
                   AT END SET EndOfSponsorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SponsorFile.

      * A later term's receivable is left off - the statement is as
      * at the term being invoiced.
       LOAD-SPONSOR-BILLS.
           MOVE Statement-Year TO Rank-Year
           MOVE Statement-Term TO Rank-Term
           PERFORM COMPUTE-TERM-RANK
           MOVE Term-Rank TO Statement-Rank
           OPEN INPUT SponsorBillFile
           IF Sponsor-Bill-File-Status NOT = "00"
               DISPLAY "Warning - SPONBILL.DAT not found, run "
                   "BillingRpt to bill sponsored students"
               EXIT PARAGRAPH
           END-IF
           READ SponsorBillFile
               AT END SET EndOfSponsorBillFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorBillFile
               MOVE sbSponsorID TO Seek-SponsorID
               PERFORM FIND-SPONSOR
               IF Found-Sponsor
                   IF sbYear = Statement-Year
                           AND sbTerm = Statement-Term
                       ADD sbAmount TO sptTermBilled (Sponsor-Index)
                       PERFORM KEEP-TERM-BILL
                   ELSE
                       MOVE sbYear TO Rank-Year
                       MOVE sbTerm TO Rank-Term
                       PERFORM COMPUTE-TERM-RANK
                       IF Term-Rank < Statement-Rank
                           ADD sbAmount TO
                               sptEarlierBilled (Sponsor-Index)
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Warning - SPONBILL.DAT sponsor "
                       sbSponsorID " is not on SPONSORS.DAT"
               END-IF
               READ SponsorBillFile
                   AT END SET EndOfSponsorBillFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SponsorBillFile.

      * Year then term, spring before summer before fall.
       COMPUTE-TERM-RANK.
           EVALUATE Rank-Term
               WHEN "SP"
                   COMPUTE Term-Rank = Rank-Year * 10 + 1
               WHEN "SU"
                   COMPUTE Term-Rank = Rank-Year * 10 + 2
               WHEN OTHER
                   COMPUTE Term-Rank = Rank-Year * 10 + 3
           END-EVALUATE.

       KEEP-TERM-BILL.
           IF Bill-Count < 1000
               ADD 1 TO Bill-Count
               MOVE sbSponsorID TO bltSponsorID (Bill-Count)
               MOVE sbStudentID TO bltStudentID (Bill-Count)
               MOVE sbCourseCode TO bltCourseCode (Bill-Count)
               MOVE sbBillDate TO bltBillDate (Bill-Count)
               MOVE sbAmount TO bltAmount (Bill-Count)
           ELSE
               DISPLAY "Warning - Bill-Table full, StudentID "
                   sbStudentID " counted in the total but not listed"
           END-IF.

       LOAD-SPONSOR-PAYMENTS.
           OPEN INPUT SponsorPayFile
           IF Sponsor-Pay-File-Status = "00"
               READ SponsorPayFile
                   AT END SET EndOfSponsorPayFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorPayFile
                   MOVE sppSponsorID TO Seek-SponsorID
                   PERFORM FIND-SPONSOR
                   IF Found-Sponsor
                       ADD sppAmount TO sptPaid (Sponsor-Index)
                   END-IF
                   READ SponsorPayFile
                       AT END SET EndOfSponsorPayFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorPayFile
           END-IF.

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

       END PROGRAM SponsorStmtRpt.
