      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Split each finished departmental report into one
      *         output per recipient on the DISTLIST.DAT distribution
      *         master, instead of the office splitting the print by
      *         hand.  CLASSLIST.RPT is split by the course block each
      *         line falls in, BILLING.RPT and ABSENCE.RPT by the
      *         CourseCode on each line, and DEPTREV.RPT by the
      *         department on each line; a course belongs to the
      *         department CRSCAT.DAT ctlgDept gives it.  Every
      *         recipient output (REPORT.RECIPIENT, e.g.
      *         CLASSLIST.HISTDEPT) opens with a cover sheet and
      *         repeats the report's own heading lines.  The source
      *         report is archived and registered on RPTARCH.DAT the
      *         way ReportArchive does it, and every output written
      *         is appended to DISTLOG.DAT with that archive name,
      *         so DistLogInquiry can show what went to whom and when
      *         beside the archived original.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistributeRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistListFile ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistList-File-Status.

           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.

           SELECT SourceFile ASSIGN TO DYNAMIC Source-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Source-File-Status.

           SELECT RecipientFile ASSIGN TO DYNAMIC Recipient-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Recipient-File-Status.

           SELECT RegistryFile ASSIGN TO "RPTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Registry-File-Status.

           SELECT DistLogFile ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistLog-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DistListFile.
       COPY DISTREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD SourceFile.
       01 SourceRecord               PIC X(132).

       FD RecipientFile.
       01 RecipientRecord            PIC X(132).

       FD RegistryFile.
       01 Registry-Record.
           88 EndOfRegistryFile      VALUE HIGH-VALUES.
           02 raReportName           PIC X(14).
           02 raRunDate              PIC 9(8).
           02 raArchiveName          PIC X(24).

       FD DistLogFile.
       COPY DISTLOG.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  DistList-File-Status         PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  Source-File-Status           PIC XX.
       01  Recipient-File-Status        PIC XX.
       01  Registry-File-Status         PIC XX.
       01  DistLog-File-Status          PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Source-File-Name             PIC X(24).
       01  Recipient-File-Name          PIC X(24).
       01  Archive-File-Name            PIC X(24).
       01  File-Op-Return-Code          PIC S9(9) COMP-5.
       01  End-Of-Source-Switch         PIC X      VALUE "N".
           88  End-Of-Source            VALUE "Y".

       01  Run-Date                     PIC 9(8).
       01  Run-Time                     PIC 9(8).
       01  Filter-ReportName            PIC X(14)  VALUE SPACES.

      * How each distributed report is split.  Mode B: a heading
      * line starting with rdtPrefix names the course for every
      * line under it until the next heading.  Mode L: each line
      * carries its own key at rdtKeyPos.  rdtKeyType says whether
      * the key is a course (C) or a department (D).  Extend this
      * table when another report needs distributing.
       01  Report-Def-Values.
           02  FILLER  PIC X(14) VALUE "CLASSLIST.RPT".
           02  FILLER  PIC X     VALUE "B".
           02  FILLER  PIC X     VALUE "C".
           02  FILLER  PIC X(8)  VALUE "COURSE: ".
           02  FILLER  PIC 9(3)  VALUE 9.
           02  FILLER  PIC 99    VALUE 6.
           02  FILLER  PIC X(14) VALUE "BILLING.RPT".
           02  FILLER  PIC X     VALUE "L".
           02  FILLER  PIC X     VALUE "C".
           02  FILLER  PIC X(8)  VALUE SPACES.
           02  FILLER  PIC 9(3)  VALUE 25.
           02  FILLER  PIC 99    VALUE 6.
           02  FILLER  PIC X(14) VALUE "ABSENCE.RPT".
           02  FILLER  PIC X     VALUE "L".
           02  FILLER  PIC X     VALUE "C".
           02  FILLER  PIC X(8)  VALUE SPACES.
           02  FILLER  PIC 9(3)  VALUE 13.
           02  FILLER  PIC 99    VALUE 6.
           02  FILLER  PIC X(14) VALUE "DEPTREV.RPT".
           02  FILLER  PIC X     VALUE "L".
           02  FILLER  PIC X     VALUE "D".
           02  FILLER  PIC X(8)  VALUE SPACES.
           02  FILLER  PIC 9(3)  VALUE 1.
           02  FILLER  PIC 99    VALUE 12.
       01  Report-Def-Table REDEFINES Report-Def-Values.
           02  Report-Def-Entry         OCCURS 4 TIMES.
               03  rdtName              PIC X(14).
               03  rdtMode              PIC X.
               03  rdtKeyType           PIC X.
               03  rdtPrefix            PIC X(8).
               03  rdtKeyPos            PIC 9(3).
               03  rdtKeyLen            PIC 99.
       01  Report-Def-Index             PIC 9      VALUE ZEROS.

       01  Dist-Table.
           02  Dist-Entry                OCCURS 200 TIMES.
               03  dstReportName        PIC X(14).
               03  dstRecipient         PIC X(8).
               03  dstRecipientName     PIC X(20).
               03  dstSelectType        PIC X.
               03  dstSelectValue       PIC X(12).
       01  Dist-Count                   PIC 9(3)   VALUE ZEROS.
       01  Dist-Index                   PIC 9(3)   VALUE ZEROS.
       01  Prior-Index                  PIC 9(3)   VALUE ZEROS.
       01  Match-Index                  PIC 9(3)   VALUE ZEROS.
       01  Done-Switch                  PIC X      VALUE "N".
           88  Recipient-Done           VALUE "Y".

       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 500 TIMES.
               03  cctCourseCode        PIC X(6).
               03  cctDept              PIC X(12).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Entry              VALUE "Y".

      * The report being distributed, each line tagged H (heading,
      * goes to everyone), D (detail, goes by its key) or F (the
      * report's own totals, which go to no one).
       01  Line-Table.
           02  Line-Entry               OCCURS 3000 TIMES.
               03  lntText              PIC X(132).
               03  lntPart              PIC X.
               03  lntKey               PIC X(12).
               03  lntDept              PIC X(12).
       01  Line-Count                   PIC 9(4)   VALUE ZEROS.
       01  Line-Index                   PIC 9(4)   VALUE ZEROS.
       01  Current-Key                  PIC X(12).
       01  Current-Part                 PIC X.
       01  Line-Key                     PIC X(12).
       01  Line-Match-Switch            PIC X      VALUE "N".
           88  Line-Matches             VALUE "Y".

       01  Recipient-Line-Count         PIC 9(5)   VALUE ZEROS.
       01  Selection-Text               PIC X(60).
       01  Selection-Pointer            PIC 9(3)   VALUE ZEROS.
       01  Reports-Distributed          PIC 9(3)   VALUE ZEROS.
       01  Outputs-Written              PIC 9(4)   VALUE ZEROS.

       01  Cover-Title                  PIC X(60)
           VALUE "REPORT DISTRIBUTION COVER SHEET".
       01  Cover-LineBreak              PIC X(60) VALUE ALL "=".
       01  Cover-Line.
           02  cvlLabel                 PIC X(16).
           02  cvlValue                 PIC X(60).
       01  Cover-Count-Line.
           02  FILLER                   PIC X(16)
               VALUE "REPORT LINES  : ".
           02  cvcCount                 PIC ZZZZ9.
       01  Cover-Nothing-Line           PIC X(60)
           VALUE "Nothing on this report for your selection.".
       01  Edit-Date                    PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           ACCEPT Run-Time FROM TIME
           DISPLAY "DistributeRpt - split reports for distribution"
           DISPLAY "Report name (blank for all)   : "
               WITH NO ADVANCING
           ACCEPT Filter-ReportName
           PERFORM LOAD-DIST-LIST
           IF Dist-Count = ZEROS
               DISPLAY "DistributeRpt - DISTLIST.DAT has no "
                   "recipients, run DistListMaint first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-COURSE-CATALOG
           PERFORM VARYING Report-Def-Index FROM 1 BY 1
                   UNTIL Report-Def-Index > 4
               IF Filter-ReportName = SPACES
                       OR Filter-ReportName =
                           rdtName (Report-Def-Index)
                   PERFORM DISTRIBUTE-ONE-REPORT
               END-IF
           END-PERFORM
           DISPLAY "DistributeRpt - " Reports-Distributed
               " report(s) split into " Outputs-Written
               " recipient output(s), logged on DISTLOG.DAT"
           GOBACK.

       DISTRIBUTE-ONE-REPORT.
           MOVE rdtName (Report-Def-Index) TO Source-File-Name
           PERFORM LOAD-SOURCE-REPORT
           IF Line-Count = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM ARCHIVE-SOURCE-REPORT
           ADD 1 TO Reports-Distributed
           PERFORM VARYING Dist-Index FROM 1 BY 1
                   UNTIL Dist-Index > Dist-Count
               IF dstReportName (Dist-Index) = Source-File-Name
                   PERFORM CHECK-RECIPIENT-DONE
                   IF NOT Recipient-Done
                       PERFORM WRITE-RECIPIENT-OUTPUT
                   END-IF
               END-IF
           END-PERFORM.

      * A recipient with several selections has several DISTLIST
      * entries; only the first one produces the output.
       CHECK-RECIPIENT-DONE.
           MOVE "N" TO Done-Switch
           PERFORM VARYING Prior-Index FROM 1 BY 1
                   UNTIL Prior-Index >= Dist-Index
               IF dstReportName (Prior-Index) = Source-File-Name
                       AND dstRecipient (Prior-Index) =
                           dstRecipient (Dist-Index)
                   SET Recipient-Done TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SOURCE-REPORT.
           MOVE ZEROS TO Line-Count
           OPEN INPUT SourceFile
           IF Source-File-Status NOT = "00"
               DISPLAY "Warning - " Source-File-Name
                   " not found, not distributed"
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO Current-Part
           MOVE SPACES TO Current-Key
           MOVE "N" TO End-Of-Source-Switch
           READ SourceFile
               AT END SET End-Of-Source TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Source
               IF Line-Count < 3000
                   ADD 1 TO Line-Count
                   MOVE SourceRecord TO lntText (Line-Count)
                   PERFORM TAG-ONE-LINE
               ELSE
                   DISPLAY "Warning - Line-Table full, "
                       Source-File-Name " distributed in part"
                   SET End-Of-Source TO TRUE
               END-IF
               IF NOT End-Of-Source
                   READ SourceFile
                       AT END SET End-Of-Source TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SourceFile.

       TAG-ONE-LINE.
           MOVE SPACES TO lntKey (Line-Count) lntDept (Line-Count)
           IF rdtMode (Report-Def-Index) = "B"
               IF SourceRecord (1:8) = rdtPrefix (Report-Def-Index)
                   MOVE SPACES TO Current-Key
                   MOVE SourceRecord (rdtKeyPos (Report-Def-Index):
                       rdtKeyLen (Report-Def-Index)) TO Current-Key
                   MOVE "D" TO Current-Part
               END-IF
               MOVE Current-Part TO lntPart (Line-Count)
               MOVE Current-Key TO Line-Key
           ELSE
               MOVE SPACES TO Line-Key
               MOVE SourceRecord (rdtKeyPos (Report-Def-Index):
                   rdtKeyLen (Report-Def-Index)) TO Line-Key
               PERFORM CHECK-KEY-KNOWN
               IF Found-Entry
                   MOVE "D" TO Current-Part lntPart (Line-Count)
               ELSE
                   IF Current-Part = "H"
                       MOVE "H" TO lntPart (Line-Count)
                   ELSE
                       MOVE "F" TO lntPart (Line-Count)
                   END-IF
                   MOVE SPACES TO Line-Key
               END-IF
           END-IF
           IF lntPart (Line-Count) NOT = "D"
               EXIT PARAGRAPH
           END-IF
           MOVE Line-Key TO lntKey (Line-Count)
           IF rdtKeyType (Report-Def-Index) = "D"
               MOVE Line-Key TO lntDept (Line-Count)
           ELSE
               PERFORM VARYING CourseCat-Index FROM 1 BY 1
                       UNTIL CourseCat-Index > CourseCat-Count
                   IF cctCourseCode (CourseCat-Index) = Line-Key (1:6)
                       MOVE cctDept (CourseCat-Index) TO
                           lntDept (Line-Count)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * A line-keyed report's detail lines are the ones whose key
      * field holds a catalog course or department; anything else
      * is a heading (before the first detail) or the report's own
      * totals (after it).
       CHECK-KEY-KNOWN.
           MOVE "N" TO Found-Switch
           IF Line-Key = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF rdtKeyType (Report-Def-Index) = "C"
                       AND cctCourseCode (CourseCat-Index) =
                           Line-Key (1:6)
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
               IF rdtKeyType (Report-Def-Index) = "D"
                       AND cctDept (CourseCat-Index) = Line-Key
                   SET Found-Entry TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Copy the source report to NAME.YYYYMMDD and register it on
      * RPTARCH.DAT, exactly as ReportArchive does, unless today's
      * copy is already registered.
       ARCHIVE-SOURCE-REPORT.
           MOVE SPACES TO Archive-File-Name
           STRING Source-File-Name DELIMITED BY SPACE
               "." Run-Date DELIMITED BY SIZE
               INTO Archive-File-Name
           CALL "CBL_COPY_FILE" USING Source-File-Name
               Archive-File-Name
               RETURNING File-Op-Return-Code
           IF File-Op-Return-Code NOT = 0
               DISPLAY "Warning - unable to archive "
                   Source-File-Name
               MOVE SPACES TO Archive-File-Name
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Found-Switch
           OPEN INPUT RegistryFile
           IF Registry-File-Status = "00"
               READ RegistryFile
                   AT END SET EndOfRegistryFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRegistryFile
                   IF raReportName = Source-File-Name
                           AND raRunDate = Run-Date
                       SET Found-Entry TO TRUE
                   END-IF
                   READ RegistryFile
                       AT END SET EndOfRegistryFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RegistryFile
           END-IF
           IF Found-Entry
               EXIT PARAGRAPH
           END-IF
           MOVE Source-File-Name TO raReportName
           MOVE Run-Date TO raRunDate
           MOVE Archive-File-Name TO raArchiveName
           OPEN EXTEND RegistryFile
           IF Registry-File-Status NOT = "00"
               OPEN OUTPUT RegistryFile
           END-IF
           WRITE Registry-Record
           CLOSE RegistryFile.

       WRITE-RECIPIENT-OUTPUT.
           MOVE SPACES TO Recipient-File-Name
           STRING Source-File-Name DELIMITED BY "."
               "." DELIMITED BY SIZE
               dstRecipient (Dist-Index) DELIMITED BY SPACE
               INTO Recipient-File-Name
           PERFORM BUILD-SELECTION-TEXT
           MOVE ZEROS TO Recipient-Line-Count
           PERFORM VARYING Line-Index FROM 1 BY 1
                   UNTIL Line-Index > Line-Count
               IF lntPart (Line-Index) = "D"
                   PERFORM CHECK-LINE-MATCH
                   IF Line-Matches
                       ADD 1 TO Recipient-Line-Count
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT RecipientFile
           WRITE RecipientRecord FROM Cover-LineBreak
           WRITE RecipientRecord FROM Cover-Title
           WRITE RecipientRecord FROM Cover-LineBreak
           MOVE "REPORT        : " TO cvlLabel
           MOVE Source-File-Name TO cvlValue
           WRITE RecipientRecord FROM Cover-Line
           MOVE "RUN DATE      : " TO cvlLabel
           MOVE Run-Date TO Edit-Date
           MOVE Edit-Date TO cvlValue
           WRITE RecipientRecord FROM Cover-Line
           MOVE "RECIPIENT     : " TO cvlLabel
           MOVE SPACES TO cvlValue
           STRING dstRecipient (Dist-Index) DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               dstRecipientName (Dist-Index) DELIMITED BY SIZE
               INTO cvlValue
           WRITE RecipientRecord FROM Cover-Line
           MOVE "SELECTION     : " TO cvlLabel
           MOVE Selection-Text TO cvlValue
           WRITE RecipientRecord FROM Cover-Line
           MOVE Recipient-Line-Count TO cvcCount
           WRITE RecipientRecord FROM Cover-Count-Line
           WRITE RecipientRecord FROM Cover-LineBreak
           MOVE SPACES TO RecipientRecord
           WRITE RecipientRecord

           PERFORM VARYING Line-Index FROM 1 BY 1
                   UNTIL Line-Index > Line-Count
               EVALUATE lntPart (Line-Index)
                   WHEN "H"
                       WRITE RecipientRecord FROM lntText (Line-Index)
                   WHEN "D"
                       PERFORM CHECK-LINE-MATCH
                       IF Line-Matches
                           WRITE RecipientRecord FROM
                               lntText (Line-Index)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF Recipient-Line-Count = ZEROS
               WRITE RecipientRecord FROM Cover-Nothing-Line
           END-IF
           CLOSE RecipientFile
           ADD 1 TO Outputs-Written
           PERFORM WRITE-DIST-LOG
           DISPLAY "  " Source-File-Name " -> " Recipient-File-Name
               " (" Recipient-Line-Count " line(s))".

      * A line goes to the recipient if any of their selections for
      * this report covers it: A everything, D the line's
      * department, C the line's course (course-keyed reports only).
       CHECK-LINE-MATCH.
           MOVE "N" TO Line-Match-Switch
           PERFORM VARYING Match-Index FROM Dist-Index BY 1
                   UNTIL Match-Index > Dist-Count
               IF dstReportName (Match-Index) = Source-File-Name
                       AND dstRecipient (Match-Index) =
                           dstRecipient (Dist-Index)
                   EVALUATE TRUE
                       WHEN dstSelectType (Match-Index) = "A"
                           SET Line-Matches TO TRUE
                       WHEN dstSelectType (Match-Index) = "D"
                               AND lntDept (Line-Index) NOT = SPACES
                               AND dstSelectValue (Match-Index) =
                                   lntDept (Line-Index)
                           SET Line-Matches TO TRUE
                       WHEN dstSelectType (Match-Index) = "C"
                               AND rdtKeyType (Report-Def-Index) = "C"
                               AND dstSelectValue (Match-Index) =
                                   lntKey (Line-Index)
                           SET Line-Matches TO TRUE
                   END-EVALUATE
                   IF Line-Matches
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-SELECTION-TEXT.
           MOVE SPACES TO Selection-Text
           MOVE 1 TO Selection-Pointer
           PERFORM VARYING Match-Index FROM Dist-Index BY 1
                   UNTIL Match-Index > Dist-Count
               IF dstReportName (Match-Index) = Source-File-Name
                       AND dstRecipient (Match-Index) =
                           dstRecipient (Dist-Index)
                   IF dstSelectType (Match-Index) = "A"
                       STRING "ALL " DELIMITED BY SIZE
                           INTO Selection-Text
                           WITH POINTER Selection-Pointer
                   ELSE
                       STRING dstSelectValue (Match-Index)
                           DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO Selection-Text
                           WITH POINTER Selection-Pointer
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DIST-LOG.
           MOVE Source-File-Name TO dlReportName
           MOVE Run-Date TO dlRunDate
           MOVE Run-Time (1:6) TO dlRunTime
           MOVE dstRecipient (Dist-Index) TO dlRecipient
           MOVE dstRecipientName (Dist-Index) TO dlRecipientName
           MOVE Recipient-File-Name TO dlOutputName
           MOVE Recipient-Line-Count TO dlLineCount
           MOVE Archive-File-Name TO dlArchiveName
           OPEN EXTEND DistLogFile
           IF DistLog-File-Status NOT = "00"
               OPEN OUTPUT DistLogFile
           END-IF
           WRITE DistLogRecord
           CLOSE DistLogFile.

       LOAD-DIST-LIST.
           OPEN INPUT DistListFile
           IF DistList-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DistListFile
               AT END SET EndOfDistListFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDistListFile
               IF Dist-Count < 200
                   ADD 1 TO Dist-Count
                   MOVE dsReportName TO dstReportName (Dist-Count)
                   MOVE dsRecipient TO dstRecipient (Dist-Count)
                   MOVE dsRecipientName TO
                       dstRecipientName (Dist-Count)
                   MOVE dsSelectType TO dstSelectType (Dist-Count)
                   MOVE dsSelectValue TO dstSelectValue (Dist-Count)
               END-IF
               READ DistListFile
                   AT END SET EndOfDistListFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DistListFile.

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status NOT = "00"
               DISPLAY "Warning - CRSCAT.DAT not found, only whole-"
                   "report recipients receive anything"
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

       END PROGRAM DistributeRpt.
