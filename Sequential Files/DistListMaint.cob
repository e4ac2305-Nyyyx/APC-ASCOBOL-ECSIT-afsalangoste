      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the DISTLIST.DAT report-distribution master
      *         that drives DistributeRpt - for each report, who
      *         receives it and which part: a department (validated
      *         against CRSCAT.DAT ctlgDept), a course code (validated
      *         against CRSCAT.DAT), or the whole report.  Maintained
      *         the way RunCalMaint maintains the run calendar; a
      *         selection of R removes the entry keyed in instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistListMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistListFile ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistList-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DistListFile.
       COPY DISTREC.

       FD CourseCatFile.
       COPY CRSCAT.

       WORKING-STORAGE SECTION.
       01  DistList-File-Status         PIC XX.
       01  CourseCat-File-Status        PIC XX.

       01  Dist-Table.
           02  Dist-Entry                OCCURS 200 TIMES.
               03  dstReportName        PIC X(14).
               03  dstRecipient         PIC X(8).
               03  dstRecipientName     PIC X(20).
               03  dstSelectType        PIC X.
               03  dstSelectValue       PIC X(12).
       01  Dist-Count                   PIC 9(3)   VALUE ZEROS.
       01  Dist-Index                   PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Dist               VALUE "Y".

       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 500 TIMES.
               03  cctCourseCode        PIC X(6).
               03  cctDept              PIC X(12).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.
       01  Valid-Switch                 PIC X      VALUE "N".
           88  Valid-Selection          VALUE "Y".

       01  Entry-ReportName             PIC X(14).
       01  Entry-Recipient              PIC X(8).
       01  Entry-RecipientName          PIC X(20).
       01  Entry-SelectType             PIC X.
           88  Valid-SelectType         VALUE "A" "D" "C" "R".
           88  Remove-Requested         VALUE "R".
       01  Entry-SelectValue            PIC X(12).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-DIST-LIST
           PERFORM LOAD-COURSE-CATALOG
           DISPLAY "DistListMaint - report distribution maintenance"
           DISPLAY "Enter a report (e.g. CLASSLIST.RPT), recipient "
               "code and what they receive (A all, D department, "
               "C course, R remove), or blank report to finish."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Report name (blank to end)    : "
                   WITH NO ADVANCING
               ACCEPT Entry-ReportName
               IF Entry-ReportName = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM UPDATE-ONE-ENTRY
               END-IF
           END-PERFORM
           PERFORM SAVE-DIST-LIST
           STOP RUN.

       UPDATE-ONE-ENTRY.
           DISPLAY "Recipient code                : "
               WITH NO ADVANCING
           ACCEPT Entry-Recipient
           IF Entry-Recipient = SPACES
               DISPLAY "A recipient code is required, not saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Selection A/D/C, or R remove  : "
               WITH NO ADVANCING
           ACCEPT Entry-SelectType
           IF NOT Valid-SelectType
               DISPLAY "Selection must be A, D, C or R, not saved."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Entry-SelectValue
           IF Remove-Requested
               DISPLAY "Department or course to remove: "
                   WITH NO ADVANCING
               ACCEPT Entry-SelectValue
               PERFORM REMOVE-DIST-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF Entry-SelectType NOT = "A"
               DISPLAY "Department or course code     : "
                   WITH NO ADVANCING
               ACCEPT Entry-SelectValue
               PERFORM VALIDATE-SELECTION
               IF NOT Valid-Selection
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Recipient name                : "
               WITH NO ADVANCING
           ACCEPT Entry-RecipientName
           PERFORM FIND-OR-ADD-DIST
           IF Dist-Index > 0
               MOVE Entry-RecipientName TO
                   dstRecipientName (Dist-Index)
               PERFORM VARYING Dist-Index FROM 1 BY 1
                       UNTIL Dist-Index > Dist-Count
                   IF dstReportName (Dist-Index) = Entry-ReportName
                           AND dstRecipient (Dist-Index) =
                               Entry-Recipient
                           AND Entry-RecipientName NOT = SPACES
                       MOVE Entry-RecipientName TO
                           dstRecipientName (Dist-Index)
                   END-IF
               END-PERFORM
               DISPLAY "Distribution of " Entry-ReportName " to "
                   Entry-Recipient " saved"
           END-IF.

      * Departments and course codes both come from the catalog, so
      * a recipient can't be set up for one that doesn't exist.
       VALIDATE-SELECTION.
           MOVE "N" TO Valid-Switch
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF Entry-SelectType = "D"
                       AND cctDept (CourseCat-Index) =
                           Entry-SelectValue
                   SET Valid-Selection TO TRUE
                   EXIT PERFORM
               END-IF
               IF Entry-SelectType = "C"
                       AND cctCourseCode (CourseCat-Index) =
                           Entry-SelectValue (1:6)
                   SET Valid-Selection TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Valid-Selection
               IF Entry-SelectType = "D"
                   DISPLAY "Department " Entry-SelectValue
                       " is not on CRSCAT.DAT, not saved."
               ELSE
                   DISPLAY "Course " Entry-SelectValue
                       " is not on CRSCAT.DAT, not saved."
               END-IF
           END-IF.

       FIND-DIST-ENTRY.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Dist-Index FROM 1 BY 1
                   UNTIL Dist-Index > Dist-Count
               IF dstReportName (Dist-Index) = Entry-ReportName
                       AND dstRecipient (Dist-Index) = Entry-Recipient
                       AND dstSelectValue (Dist-Index) =
                           Entry-SelectValue
                   IF Remove-Requested
                           OR dstSelectType (Dist-Index) =
                               Entry-SelectType
                       SET Found-Dist TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-DIST.
           PERFORM FIND-DIST-ENTRY
           IF NOT Found-Dist
               IF Dist-Count < 200
                   ADD 1 TO Dist-Count
                   MOVE Dist-Count TO Dist-Index
                   MOVE Entry-ReportName TO dstReportName (Dist-Index)
                   MOVE Entry-Recipient TO dstRecipient (Dist-Index)
                   MOVE Entry-SelectType TO dstSelectType (Dist-Index)
                   MOVE Entry-SelectValue TO
                       dstSelectValue (Dist-Index)
               ELSE
                   DISPLAY "Warning - Dist-Table full, entry "
                       "not included"
                   MOVE ZEROS TO Dist-Index
               END-IF
           END-IF.

       REMOVE-DIST-ENTRY.
           PERFORM FIND-DIST-ENTRY
           IF NOT Found-Dist
               DISPLAY Entry-Recipient " has no such entry for "
                   Entry-ReportName ", nothing removed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Dist-Index >= Dist-Count
               MOVE Dist-Entry (Dist-Index + 1) TO
                   Dist-Entry (Dist-Index)
               ADD 1 TO Dist-Index
           END-PERFORM
           SUBTRACT 1 FROM Dist-Count
           DISPLAY "Distribution of " Entry-ReportName " to "
               Entry-Recipient " removed".

       LOAD-DIST-LIST.
           OPEN INPUT DistListFile
           IF DistList-File-Status = "00"
               READ DistListFile
                   AT END SET EndOfDistListFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDistListFile
                   IF Dist-Count < 200
                       ADD 1 TO Dist-Count
                       MOVE dsReportName TO
                           dstReportName (Dist-Count)
                       MOVE dsRecipient TO dstRecipient (Dist-Count)
                       MOVE dsRecipientName TO
                           dstRecipientName (Dist-Count)
                       MOVE dsSelectType TO
                           dstSelectType (Dist-Count)
                       MOVE dsSelectValue TO
                           dstSelectValue (Dist-Count)
                   END-IF
                   READ DistListFile
                       AT END SET EndOfDistListFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DistListFile
           ELSE
               DISPLAY "DISTLIST.DAT not found - starting a new "
                   "distribution list."
           END-IF.

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status NOT = "00"
               DISPLAY "Warning - CRSCAT.DAT not found, only whole-"
                   "report (A) entries can be set up"
               EXIT PARAGRAPH
           END-IF
           READ CourseCatFile
               AT END SET EndOfCourseCatFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseCatFile
               IF CourseCat-Count < 500
                   ADD 1 TO CourseCat-Count
                   MOVE ctlgCourseCode TO
                       cctCourseCode (CourseCat-Count)
                   MOVE ctlgDept TO cctDept (CourseCat-Count)
               END-IF
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CourseCatFile.

       SAVE-DIST-LIST.
           OPEN OUTPUT DistListFile
           PERFORM VARYING Dist-Index FROM 1 BY 1
                   UNTIL Dist-Index > Dist-Count
               MOVE dstReportName (Dist-Index) TO dsReportName
               MOVE dstRecipient (Dist-Index) TO dsRecipient
               MOVE dstRecipientName (Dist-Index) TO dsRecipientName
               MOVE dstSelectType (Dist-Index) TO dsSelectType
               MOVE dstSelectValue (Dist-Index) TO dsSelectValue
               WRITE DistListRecord
           END-PERFORM
           CLOSE DistListFile.

       END PROGRAM DistListMaint.
