      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Search the DISTLOG.DAT report-distribution log that
      *         DistributeRpt writes, by report, recipient and date
      *         range, and show each delivery beside the RPTARCH.DAT
      *         archive copy of the report it was split from - with
      *         whether that archive is still registered and still on
      *         disk - so "did the department get its report" is
      *         answered from the files, and the original can be put
      *         back on the printer with ReprintRpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistLogInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistLogFile ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistLog-File-Status.

           SELECT RegistryFile ASSIGN TO "RPTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Registry-File-Status.

           SELECT ProbeFile ASSIGN TO DYNAMIC Probe-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Probe-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DistLogFile.
       COPY DISTLOG.

       FD RegistryFile.
       01 Registry-Record.
           88 EndOfRegistryFile      VALUE HIGH-VALUES.
           02 raReportName           PIC X(14).
           02 raRunDate              PIC 9(8).
           02 raArchiveName          PIC X(24).

       FD ProbeFile.
       01 ProbeRecord                PIC X(80).

       WORKING-STORAGE SECTION.
       01  DistLog-File-Status       PIC XX.
       01  Registry-File-Status      PIC XX.
       01  Probe-File-Name           PIC X(24).
       01  Probe-File-Status         PIC XX.

       01  Filter-ReportName         PIC X(14)  VALUE SPACES.
       01  Filter-Recipient          PIC X(8)   VALUE SPACES.
       01  Filter-From-Date          PIC X(8)   VALUE SPACES.
       01  Filter-To-Date            PIC X(8)   VALUE SPACES.
       01  From-Date-Num             PIC 9(8)   VALUE ZEROS.
       01  To-Date-Num               PIC 9(8)   VALUE 99999999.

       01  Registry-Table.
           02  Registry-Entry        OCCURS 2000 TIMES.
               03  rgtArchiveName    PIC X(24).
       01  Registry-Count            PIC 9(4)   VALUE ZEROS.
       01  Registry-Index            PIC 9(4)   VALUE ZEROS.
       01  Registered-Switch         PIC X      VALUE "N".
           88  Archive-Registered    VALUE "Y".

       01  Listed-Count              PIC 9(4)   VALUE ZEROS.

       01  Log-List-Line.
           02  lllRunDate            PIC 9(8).
           02  FILLER                PIC X      VALUE SPACE.
           02  lllRunTime            PIC 9(6).
           02  FILLER                PIC X      VALUE SPACE.
           02  lllReportName         PIC X(14).
           02  FILLER                PIC X      VALUE SPACE.
           02  lllRecipient          PIC X(8).
           02  FILLER                PIC X      VALUE SPACE.
           02  lllRecipientName      PIC X(20).
           02  FILLER                PIC X      VALUE SPACE.
           02  lllLineCount          PIC ZZZZ9.

       01  Log-Detail-Line.
           02  FILLER                PIC X(4)   VALUE SPACES.
           02  FILLER                PIC X(9)   VALUE "SENT AS  ".
           02  ldlOutputName         PIC X(24).
           02  FILLER                PIC X(9)   VALUE " ARCHIVE ".
           02  ldlArchiveName        PIC X(24).
           02  FILLER                PIC X      VALUE SPACE.
           02  ldlArchiveState       PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DistLogInquiry - report distribution log"
           DISPLAY "Report name (blank for all)     : "
               WITH NO ADVANCING
           ACCEPT Filter-ReportName
           DISPLAY "Recipient code (blank for all)  : "
               WITH NO ADVANCING
           ACCEPT Filter-Recipient
           DISPLAY "From date YYYYMMDD (blank all)  : "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "To date YYYYMMDD (blank all)    : "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           IF Filter-From-Date NOT = SPACES
               IF Filter-From-Date NUMERIC
                   MOVE Filter-From-Date TO From-Date-Num
               ELSE
                   DISPLAY "Error - the from date must be YYYYMMDD"
                   STOP RUN
               END-IF
           END-IF
           IF Filter-To-Date NOT = SPACES
               IF Filter-To-Date NUMERIC
                   MOVE Filter-To-Date TO To-Date-Num
               ELSE
                   DISPLAY "Error - the to date must be YYYYMMDD"
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-REGISTRY
           OPEN INPUT DistLogFile
           IF DistLog-File-Status NOT = "00"
               DISPLAY "DISTLOG.DAT not found - nothing has been "
                   "distributed yet (run DistributeRpt)"
               STOP RUN
           END-IF
           DISPLAY "RUN DATE TIME   REPORT         RECIPIENT"
               "                     LINES"
           READ DistLogFile
               AT END SET EndOfDistLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDistLogFile
               IF (Filter-ReportName = SPACES
                       OR dlReportName = Filter-ReportName)
                   AND (Filter-Recipient = SPACES
                       OR dlRecipient = Filter-Recipient)
                   AND dlRunDate >= From-Date-Num
                   AND dlRunDate <= To-Date-Num
                   PERFORM SHOW-ONE-DELIVERY
               END-IF
               READ DistLogFile
                   AT END SET EndOfDistLogFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DistLogFile
           DISPLAY Listed-Count " delivery record(s) listed"
           STOP RUN.

       SHOW-ONE-DELIVERY.
           ADD 1 TO Listed-Count
           MOVE dlRunDate TO lllRunDate
           MOVE dlRunTime TO lllRunTime
           MOVE dlReportName TO lllReportName
           MOVE dlRecipient TO lllRecipient
           MOVE dlRecipientName TO lllRecipientName
           MOVE dlLineCount TO lllLineCount
           DISPLAY Log-List-Line
           MOVE dlOutputName TO ldlOutputName
           MOVE dlArchiveName TO ldlArchiveName
           PERFORM CHECK-ARCHIVE-STATE
           DISPLAY Log-Detail-Line.

      * The archive is only any use as proof if it is still on the
      * registry and RetentionSweep hasn't aged the file off disk.
       CHECK-ARCHIVE-STATE.
           IF dlArchiveName = SPACES
               MOVE "NOT ARCHIVED" TO ldlArchiveState
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Registered-Switch
           PERFORM VARYING Registry-Index FROM 1 BY 1
                   UNTIL Registry-Index > Registry-Count
               IF rgtArchiveName (Registry-Index) = dlArchiveName
                   SET Archive-Registered TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Archive-Registered
               MOVE "NOT ON RPTARCH" TO ldlArchiveState
               EXIT PARAGRAPH
           END-IF
           MOVE dlArchiveName TO Probe-File-Name
           OPEN INPUT ProbeFile
           IF Probe-File-Status = "00"
               CLOSE ProbeFile
               MOVE "ON FILE" TO ldlArchiveState
           ELSE
               MOVE "AGED OFF DISK" TO ldlArchiveState
           END-IF.

       LOAD-REGISTRY.
           OPEN INPUT RegistryFile
           IF Registry-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RegistryFile
               AT END SET EndOfRegistryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistryFile
               IF Registry-Count < 2000
                   ADD 1 TO Registry-Count
                   MOVE raArchiveName TO
                       rgtArchiveName (Registry-Count)
               END-IF
               READ RegistryFile
                   AT END SET EndOfRegistryFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistryFile.

       END PROGRAM DistLogInquiry.
