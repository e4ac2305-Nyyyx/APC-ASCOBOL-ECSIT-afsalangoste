      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Post sponsor remittances against SponsorID onto the
      *         SPONPAY.DAT sponsor payment file (SPPAYREC), kept
      *         apart from the students' PAYMENTS.DAT receipts since
      *         a sponsor pays its own receivable on SPONBILL.DAT,
      *         not any one student's balance.  Each posting is
      *         validated against SPONSORS.DAT and the sponsor's
      *         balance - everything billed to it less everything it
      *         has paid - is shown after each remittance, the way
      *         PaymentPost shows a student's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorPayPost.
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

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SponsorFile.
       COPY SPONREC.

       FD SponsorBillFile.
       COPY SPBILREC.

       FD SponsorPayFile.
       COPY SPPAYREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Sponsor-File-Status       PIC XX.
       01  Sponsor-Bill-File-Status  PIC XX.
       01  Sponsor-Pay-File-Status   PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Run-Date                  PIC 9(8).

      * Each sponsor with what it has been billed and has paid.
       01  Sponsor-Table.
           02  Sponsor-Entry         OCCURS 200 TIMES.
               03  sptSponsorID      PIC X(6).
               03  sptName           PIC X(30).
               03  sptBilled         PIC 9(9)V99.
               03  sptPaid           PIC 9(9)V99.
       01  Sponsor-Count             PIC 9(3)   VALUE ZEROS.
       01  Sponsor-Index             PIC 9(3)   VALUE ZEROS.
       01  Found-Switch              PIC X      VALUE "N".
           88  Found-Sponsor         VALUE "Y".
       01  Seek-SponsorID            PIC X(6).

       01  Entry-SponsorID           PIC X(6).
       01  Entry-Amount              PIC 9(7)V99.
       01  Entry-Reference           PIC X(12).
       01  Sponsor-Balance           PIC S9(9)V99 VALUE ZEROS.
       01  Display-Balance           PIC $$$,$$$,$$9.99-.
       01  Posted-Count              PIC 9(5)   VALUE ZEROS.
       01  Posted-Total              PIC 9(9)V99 VALUE ZEROS.
       01  More-Postings-Switch      PIC X      VALUE "Y".
           88  More-Postings         VALUE "Y".

      * Period-close control, answered through PeriodCheck.
       COPY PERCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE Run-Date TO pcDate
           CALL "PeriodCheck" USING Period-Check-Area
           IF pcPeriod-Closed
               DISPLAY "Error - accounting month " Run-Date (1:6)
                   " is closed (PERIODS.DAT); no remittance may be "
                   "posted into it.  Ask the bursar to reopen it "
                   "with PeriodCloseMaint if this is intended."
               STOP RUN
           END-IF
           PERFORM LOAD-SPONSORS
           PERFORM LOAD-SPONSOR-BILLS
           PERFORM LOAD-SPONSOR-PAYMENTS
           OPEN EXTEND SponsorPayFile
           IF Sponsor-Pay-File-Status NOT = "00"
               OPEN OUTPUT SponsorPayFile
           END-IF

           DISPLAY "SponsorPayPost - sponsor remittance posting"
           DISPLAY "Enter a SponsorID and amount received, or blank "
               "to finish."
           PERFORM UNTIL NOT More-Postings
               DISPLAY "SponsorID (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-SponsorID
               IF Entry-SponsorID = SPACES
                   MOVE "N" TO More-Postings-Switch
               ELSE
                   MOVE Entry-SponsorID TO Seek-SponsorID
                   PERFORM FIND-SPONSOR
                   IF Found-Sponsor
                       PERFORM POST-ONE-REMITTANCE
                   ELSE
                       DISPLAY "No sponsor found for SponsorID "
                           Entry-SponsorID ", nothing posted"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SponsorPayFile

           DISPLAY "SponsorPayPost - " Posted-Count
               " remittance(s) posted for " Posted-Total
           STOP RUN.

       POST-ONE-REMITTANCE.
           DISPLAY "Sponsor          : " sptName (Sponsor-Index)
           DISPLAY "Amount received (e.g. 0002500.00) : "
               WITH NO ADVANCING
           ACCEPT Entry-Amount
           IF Entry-Amount = ZEROS
               DISPLAY "Error - amount must be greater than zero, "
                   "nothing posted"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Remittance reference : " WITH NO ADVANCING
           ACCEPT Entry-Reference
           MOVE Entry-SponsorID TO sppSponsorID
           MOVE Run-Date TO sppDate
           MOVE Entry-Amount TO sppAmount
           MOVE Entry-Reference TO sppReference
           WRITE SponsorPayRecord
           ADD Entry-Amount TO sptPaid (Sponsor-Index)
           ADD Entry-Amount TO Posted-Total
           ADD 1 TO Posted-Count
           COMPUTE Sponsor-Balance = sptBilled (Sponsor-Index)
               - sptPaid (Sponsor-Index)
           MOVE Sponsor-Balance TO Display-Balance
           DISPLAY "Sponsor balance  : " Display-Balance.

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
                   MOVE ZEROS TO sptBilled (Sponsor-Count)
                   MOVE ZEROS TO sptPaid (Sponsor-Count)
               END-IF
               READ SponsorFile
                   AT END SET EndOfSponsorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SponsorFile.

       LOAD-SPONSOR-BILLS.
           OPEN INPUT SponsorBillFile
           IF Sponsor-Bill-File-Status = "00"
               READ SponsorBillFile
                   AT END SET EndOfSponsorBillFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSponsorBillFile
                   MOVE sbSponsorID TO Seek-SponsorID
                   PERFORM FIND-SPONSOR
                   IF Found-Sponsor
                       ADD sbAmount TO sptBilled (Sponsor-Index)
                   END-IF
                   READ SponsorBillFile
                       AT END SET EndOfSponsorBillFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SponsorBillFile
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

       END PROGRAM SponsorPayPost.
