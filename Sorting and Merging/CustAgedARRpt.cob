      *            RptReqRun overnight runner gets control back and
      *            can mark the request done or failed instead of
      *            the whole run unit ending here.
      * 10/15/2026 - Aging can be run in working days (WorkdayCheck -
      *            weekends and HOLIDAY.DAT closures don't count):
      *            RPTPARM.DAT parameter 1 of W from RptReqRun, or a
      *            Y at the prompt when run from the keyboard.  The
      *            report heading says which count was used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustAgedARRpt.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustAR-File-Status.

       SELECT ParmFile ASSIGN TO "RPTPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Parm-File-Status.

       SELECT AgedFile ASSIGN TO "CUSTAGED.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD  CustAR-File.
       COPY CARREC.

       FD  ParmFile.
       01  Parm-Rec.
           02  ppParm1                  PIC X(10).
           02  ppParm2                  PIC X(10).

       FD  AgedFile.
       01  Aged-Report-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  CustAR-File-Status           PIC XX.
       01  Parm-File-Status             PIC XX.
       01  Parm-Fed-Switch              PIC X      VALUE "N".
           88  Parms-From-File          VALUE "Y".
       01  Working-Days-Switch          PIC X      VALUE "N".
           88  Age-In-Working-Days      VALUE "Y".

       COPY WDCHK.

       01  Today.
           02  Today-Year               PIC 9(4).
       01  Aged-Header                  PIC X(40)
           VALUE "AROMAMORA AGED RECEIVABLES".
       01  Aged-LineBreak               PIC X(72) VALUE ALL "-".
       01  Aged-Working-Days-Note.
           02  FILLER                   PIC X(23)
               VALUE "AGED IN WORKING DAYS - ".
           02  FILLER                   PIC X(42)
               VALUE "WEEKENDS AND HOLIDAY.DAT CLOSURES EXCLUDED".

       01  Aged-Column-Titles.
           02  FILLER                   PIC X(8)   VALUE "CUSTOMER".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Today FROM DATE YYYYMMDD
           PERFORM READ-PARM-FILE
           IF NOT Parms-From-File
               DISPLAY "Age in working days (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT Working-Days-Switch
           END-IF
           OPEN INPUT CustAR-File
           IF CustAR-File-Status NOT = "00"
               DISPLAY "Error - unable to open CUSTAR.DAT; no "
           END-IF
           OPEN OUTPUT AgedFile
           WRITE Aged-Report-Line FROM Aged-Header
           IF Age-In-Working-Days
               WRITE Aged-Report-Line FROM Aged-Working-Days-Note
           END-IF
           WRITE Aged-Report-Line FROM Aged-LineBreak
           WRITE Aged-Report-Line FROM Aged-Column-Titles

           END-IF
           ADD 1 TO Open-Count
           MOVE arDate TO Invoice-Date-Split
           IF Age-In-Working-Days
               SET wdCount-Working TO TRUE
               MOVE arDate TO wdDate
               MOVE Today TO wdToDate
               CALL "WorkdayCheck" USING Workday-Check-Area
               MOVE wdWorkingDays TO Age-Days
           ELSE
               COMPUTE Age-Days =
                   ((Today-Year - Inv-Year) * 360)
                   + ((Today-Month - Inv-Month) * 30)
                   + (Today-Day - Inv-Day)
           END-IF
           MOVE arCustomer-ID TO adlCustomer-ID
           MOVE arInvoiceNo TO adlInvoiceNo
           MOVE arDate TO adlDate
           END-EVALUATE
           WRITE Aged-Report-Line FROM Aged-Detail-Line.

      * An RPTPARM.DAT on disk means RptReqRun is driving: parameter
      * 1 of W asks for working-day aging, anything else calendar
      * aging, and the prompt is skipped either way.
       READ-PARM-FILE.
           OPEN INPUT ParmFile
           IF Parm-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Rec
           READ ParmFile
               AT END MOVE SPACES TO Parm-Rec
           END-READ
           CLOSE ParmFile
           SET Parms-From-File TO TRUE
           IF ppParm1 (1:1) = "W"
               SET Age-In-Working-Days TO TRUE
               DISPLAY "CustAgedARRpt - working-day aging taken from "
                   "RPTPARM.DAT"
           END-IF.

       END PROGRAM CustAgedARRpt.
