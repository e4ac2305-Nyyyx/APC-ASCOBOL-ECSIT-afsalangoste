      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Recode a CourseCode the academic board has retired or
      *         renamed, across every file that carries it, in one
      *         controlled run instead of a hand edit per file.  The
      *         operator gives the old code, the new code and the
      *         date the change takes effect:
      *           - the course tables (CRSCAT.DAT, with prerequisite
      *             references; COURSEFEE.DAT; COURSECAP.DAT;
      *             FEESCHED.DAT; SECTIONS.DAT; PROGREQ.DAT, with
      *             companion-course references), the STUDENTS.DAT
      *             master, the unapplied TRANSINS.DAT batch and
      *             unconverted APPLICNT.DAT applicants are recoded
      *             outright - they describe the course as it is now;
      *           - REGIST.IDX and GRADES.IDX rows for a term that was
      *             over before the effective date, and BILLED.DAT
      *             charges billed before it, keep the old code, so a
      *             transcript or statement for those terms still
      *             shows what the student actually took and paid for.
      *         A course table record that would collide with one the
      *         new code already has (a merge of two codes) is left
      *         as it is and listed for the registrar to resolve.
      *         A dry run changes nothing and only reports what a
      *         live run would do.  A live run needs two people - the
      *         request queues on PENDACT.DAT through ActionGate and
      *         runs once a different supervisor has approved it with
      *         ActionApprove - and holds the STUDENT-CHAIN run lock
      *         throughout.  Each file changed is kept as
      *         <name>.RCD.<date> before it is replaced; every
      *         recoded student gets a before/after image on
      *         STUDAUDIT.DAT and STUDENTS.IDX is rebuilt.  The count
      *         of records changed per file goes to RECODE.RPT.
      *         The indexed registration and grade files are recoded
      *         through their REGIST.DAT/GRADES.DAT images: each is
      *         unloaded through AcadIndexBuild first and, when a
      *         live run changed it, loaded back afterwards.
      *         The CRSEDIT edit table is compiled into the entry
      *         programs, so the new code has to be added there (and
      *         the programs rebuilt) before a live run is allowed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CourseRecode.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every file is recoded through the same generic pass, so the
      * file name is assigned at run time.
           SELECT RecodeFile ASSIGN TO DYNAMIC Recode-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Recode-File-Status.

           SELECT WorkFile ASSIGN TO "RECODE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Work-File-Status.

           SELECT AuditFile ASSIGN TO "STUDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-File-Status.

           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCal-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT RecodeReport ASSIGN TO "RECODE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RecodeFile.
       01 RecodeRecord               PIC X(256).

       FD WorkFile.
       01 WorkRecord                 PIC X(256).

       FD AuditFile.
       COPY STUDAUD.

       FD TermCalFile.
       COPY TCALREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD RecodeReport.
       01 Recode-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Recode-File-Name          PIC X(13).
       01  Recode-File-Status        PIC XX.
       01  Work-File-Status          PIC XX.
       01  Audit-File-Status         PIC XX.
       01  TermCal-File-Status       PIC XX.
       01  BusDate-File-Status       PIC XX.
       01  Run-Date                  PIC 9(8).
       01  Backup-File-Name          PIC X(30).
       01  Rename-Return-Code        PIC S9(9)  COMP-5 VALUE ZEROS.
       01  End-Of-Recode-Switch      PIC X      VALUE "N".
           88  End-Of-Recode         VALUE "Y".

      * One entry per file: where its CourseCode sits, how it is
      * recoded, and up to three further positions that hold a
      * reference to another course.  Rules - K course table keyed
      * by the code (plus Suffix-Length bytes after it), S the
      * student master, P the pending transaction batch, A the
      * applicant file (Date-Pos is apStudentID - a converted
      * applicant is left alone), T term history (Date-Pos is the
      * year, the term follows it), D dated history (Date-Pos is the
      * date).
       01  Recode-File-Values.
           02  FILLER                PIC X(30)
               VALUE "CRSCAT.DAT   001K0000050000000".
           02  FILLER                PIC X(30)
               VALUE "COURSEFEE.DAT001K0000000000000".
           02  FILLER                PIC X(30)
               VALUE "COURSECAP.DAT001K0000000000000".
           02  FILLER                PIC X(30)
               VALUE "FEESCHED.DAT 001K6000000000000".
           02  FILLER                PIC X(30)
               VALUE "SECTIONS.DAT 001K2000000000000".
           02  FILLER                PIC X(30)
               VALUE "PROGREQ.DAT  001K0000013019025".
           02  FILLER                PIC X(30)
               VALUE "STUDENTS.DAT 031S0000000000000".
           02  FILLER                PIC X(30)
               VALUE "TRANSINS.DAT 032P0000000000000".
           02  FILLER                PIC X(30)
               VALUE "APPLICNT.DAT 133A0194000000000".
           02  FILLER                PIC X(30)
               VALUE "REGIST.DAT   011T0017000000000".
           02  FILLER                PIC X(30)
               VALUE "GRADES.DAT   011T0017000000000".
           02  FILLER                PIC X(30)
               VALUE "BILLED.DAT   019D0011000000000".
       01  Recode-File-Table REDEFINES Recode-File-Values.
           02  Recode-File-Entry     OCCURS 12 TIMES.
               03  rfName            PIC X(13).
               03  rfCodePos         PIC 9(3).
               03  rfRule            PIC X.
                   88  rfKeyed-Table     VALUE "K".
                   88  rfStudent-Master  VALUE "S".
                   88  rfPending-Trans   VALUE "P".
                   88  rfApplicants      VALUE "A".
                   88  rfTerm-History    VALUE "T".
                   88  rfDated-History   VALUE "D".
               03  rfSuffixLength    PIC 9.
               03  rfDatePos         PIC 9(3).
               03  rfExtraPos        PIC 9(3)   OCCURS 3 TIMES.
       01  Recode-File-Count         PIC 99     VALUE 12.
       01  File-Index                PIC 99     VALUE ZEROS.
       01  Extra-Index               PIC 9      VALUE ZEROS.
       01  Code-Pos                  PIC 9(3)   VALUE ZEROS.
       01  Date-Pos                  PIC 9(3)   VALUE ZEROS.
       01  Extra-Pos                 PIC 9(3)   VALUE ZEROS.
       01  Suffix-Pos                PIC 9(3)   VALUE ZEROS.
       01  Suffix-Length             PIC 9      VALUE ZEROS.

      * Counts per file, printed on the report.
       01  File-Counts.
           02  fcRead                PIC 9(7).
           02  fcRecoded             PIC 9(7).
           02  fcKept                PIC 9(7).
           02  fcConflict            PIC 9(7).
           02  fcReference           PIC 9(7).
       01  File-Missing-Switch       PIC X      VALUE "N".
           88  File-Missing          VALUE "Y".
       01  Record-Changed-Switch     PIC X      VALUE "N".
           88  Record-Changed        VALUE "Y".
       01  Total-Read                PIC 9(7)   VALUE ZEROS.
       01  Total-Recoded             PIC 9(7)   VALUE ZEROS.
       01  Total-Kept                PIC 9(7)   VALUE ZEROS.
       01  Total-Reference           PIC 9(7)   VALUE ZEROS.
       01  Total-Changed             PIC 9(7)   VALUE ZEROS.
       01  Total-Conflict            PIC 9(7)   VALUE ZEROS.
       01  Students-Recoded          PIC 9(7)   VALUE ZEROS.
       01  Files-Replaced            PIC 99     VALUE ZEROS.

      * Keys the new code already holds in the course table being
      * recoded - the bytes after the code (a section, a cohort) or
      * just its presence when the code alone is the key.
       01  New-Key-Table.
           02  nkSuffix              PIC X(6)   OCCURS 500 TIMES.
       01  New-Key-Count             PIC 9(3)   VALUE ZEROS.
       01  New-Key-Index             PIC 9(3)   VALUE ZEROS.
       01  Conflict-Switch           PIC X      VALUE "N".
           88  Key-Conflict          VALUE "Y".
       01  Record-Suffix             PIC X(6).

      * When each term ended, from TERMCAL.DAT; a term not on the
      * calendar ends in May (SP), August (SU) or December (FA).
       01  Term-End-Table.
           02  Term-End-Entry        OCCURS 60 TIMES.
               03  teYear            PIC 9(4).
               03  teTerm            PIC X(2).
               03  teLastMonth       PIC 9(6).
       01  Term-End-Count            PIC 99     VALUE ZEROS.
       01  Term-End-Index            PIC 99     VALUE ZEROS.
       01  Record-Year               PIC 9(4).
       01  Record-Term               PIC X(2).
       01  Record-Term-End           PIC 9(6).
       01  Record-Date               PIC 9(8).

       01  Old-CourseCode            PIC X(6).
       01  New-CourseCode            PIC X(6).
       01  Effective-Date            PIC 9(8)   VALUE ZEROS.
       01  Effective-Date-Parts REDEFINES Effective-Date.
           02  edYear                PIC 9(4).
           02  edMonth               PIC 99.
           02  edDay                 PIC 99.
       01  Effective-Month           PIC 9(6)   VALUE ZEROS.
       01  Run-Mode                  PIC X      VALUE SPACE.
           88  Dry-Run               VALUE "D".
           88  Live-Run              VALUE "L".
       01  Requesting-Operator       PIC X(8)   VALUE SPACES.

      * Valid-CourseCode edit table, shared with InputSort and
      * AcceptAndDisplay via CRSEDIT.
       COPY CRSEDIT.

       01  Course-Index              PIC 9(3)   VALUE ZEROS.
       01  New-Code-Edit-Switch      PIC X      VALUE "N".
           88  New-Code-In-Edit      VALUE "Y".
       01  Old-Code-Edit-Switch      PIC X      VALUE "N".
           88  Old-Code-In-Edit      VALUE "Y".

      * Two-person control: the action queues on PENDACT.DAT and
      * only runs once a different supervisor has approved it with
      * ActionApprove (ActionGate answers G or W).
       COPY APPRREQ.

      * Exclusive run lock over the student master chain via
      * RunLock, shared with the nightly batch.
       COPY LOCKREQ.

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

      * The indexed registration and grade files are recoded through
      * their sequential images; an image is only read when its index
      * was unloaded to it this run.
       COPY IDXBLD.

       01  Regist-Image-Switch       PIC X      VALUE "N".
           88  Regist-Image-Ready    VALUE "Y".
       01  Grade-Image-Switch        PIC X      VALUE "N".
           88  Grade-Image-Ready     VALUE "Y".
       01  Regist-Reload-Switch      PIC X      VALUE "N".
           88  Regist-Reload-Needed  VALUE "Y".
       01  Grade-Reload-Switch       PIC X      VALUE "N".
           88  Grade-Reload-Needed   VALUE "Y".

       01  Recode-Header-1.
           02  FILLER                PIC X(20)
               VALUE "COURSE CODE RECODE  ".
           02  rh1OldCode            PIC X(6).
           02  FILLER                PIC X(4)   VALUE " TO ".
           02  rh1NewCode            PIC X(6).
           02  FILLER                PIC X(12)  VALUE "  EFFECTIVE ".
           02  rh1Effective          PIC 9999/99/99.
           02  FILLER                PIC X(2)   VALUE SPACES.
           02  rh1Mode               PIC X(8).
       01  Recode-Header-2.
           02  FILLER                PIC X(6)   VALUE "AS AT ".
           02  rh2RunDate            PIC 9999/99/99.
       01  Recode-LineBreak          PIC X(80)  VALUE ALL "-".
       01  Recode-Blank-Line         PIC X(80)  VALUE SPACES.
       01  Column-Heading-Line.
           02  FILLER                PIC X(40)
               VALUE "FILE                READ  RECODED  KEPT ".
           02  FILLER                PIC X(32)
               VALUE "AS HISTORY  CONFLICT  REFERENCE".
       01  Recode-Detail-Line.
           02  rdlFile               PIC X(13).
           02  rdlRead               PIC Z(8)9.
           02  rdlRecoded            PIC Z(8)9.
           02  FILLER                PIC X(6)   VALUE SPACES.
           02  rdlKept               PIC Z(8)9.
           02  FILLER                PIC X      VALUE SPACES.
           02  rdlConflict           PIC Z(8)9.
           02  FILLER                PIC X      VALUE SPACES.
           02  rdlReference          PIC Z(8)9.
       01  Recode-Missing-Line.
           02  rmlFile               PIC X(13).
           02  FILLER                PIC X(23)
               VALUE "  not on file - skipped".
       01  Recode-Total-Line.
           02  FILLER                PIC X(13)  VALUE "TOTAL".
           02  rtlRead               PIC Z(8)9.
           02  rtlRecoded            PIC Z(8)9.
           02  FILLER                PIC X(6)   VALUE SPACES.
           02  rtlKept               PIC Z(8)9.
           02  FILLER                PIC X      VALUE SPACES.
           02  rtlConflict           PIC Z(8)9.
           02  FILLER                PIC X      VALUE SPACES.
           02  rtlReference          PIC Z(8)9.
       01  Conflict-Line.
           02  FILLER                PIC X(11)  VALUE "  CONFLICT ".
           02  clFile                PIC X(13).
           02  FILLER                PIC X      VALUE SPACE.
           02  clRecord              PIC X(40).
       01  Recode-Note-Line          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "CourseRecode - recode a retired or renamed "
               "CourseCode across the student files"
           DISPLAY "CourseCode to retire        : " WITH NO ADVANCING
           ACCEPT Old-CourseCode
           DISPLAY "New CourseCode              : " WITH NO ADVANCING
           ACCEPT New-CourseCode
           DISPLAY "Effective date (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING
           ACCEPT Effective-Date
           DISPLAY "(D)ry run or (L)ive run     : " WITH NO ADVANCING
           ACCEPT Run-Mode
           IF Old-CourseCode = SPACES OR New-CourseCode = SPACES
               DISPLAY "Error - both the old and the new CourseCode "
                   "are needed, nothing recoded"
               STOP RUN
           END-IF
           IF Old-CourseCode = New-CourseCode
               DISPLAY "Error - old and new CourseCode are the same, "
                   "nothing recoded"
               STOP RUN
           END-IF
           IF Effective-Date = ZEROS
               MOVE Run-Date TO Effective-Date
           END-IF
           IF edMonth < 1 OR edMonth > 12 OR edDay < 1 OR edDay > 31
                   OR edYear < 1900
               DISPLAY "Error - effective date " Effective-Date
                   " is not a valid date, nothing recoded"
               STOP RUN
           END-IF
           MOVE Effective-Date (1:6) TO Effective-Month
           IF NOT Dry-Run AND NOT Live-Run
               DISPLAY "Error - run mode must be D or L, nothing "
                   "recoded"
               STOP RUN
           END-IF
           PERFORM CHECK-EDIT-TABLE
           IF Live-Run AND NOT New-Code-In-Edit
               DISPLAY "Error - " New-CourseCode " is not in the "
                   "CRSEDIT edit table yet; add it and rebuild the "
                   "entry programs before a live recode"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Live-Run
               PERFORM GET-APPROVAL
               PERFORM TAKE-RUN-LOCK
           END-IF

           PERFORM LOAD-TERM-CALENDAR
           OPEN OUTPUT RecodeReport
           PERFORM WRITE-REPORT-HEADINGS
           IF Live-Run
               OPEN EXTEND AuditFile
               IF Audit-File-Status NOT = "00"
                   OPEN OUTPUT AuditFile
               END-IF
           END-IF
           PERFORM UNLOAD-ACADEMIC-FILES
           PERFORM RECODE-ONE-FILE
               VARYING File-Index FROM 1 BY 1
               UNTIL File-Index > Recode-File-Count
           IF Live-Run
               CLOSE AuditFile
               CALL "CBL_DELETE_FILE" USING "RECODE.WRK"
               PERFORM RELOAD-ACADEMIC-FILES
           END-IF
           PERFORM WRITE-REPORT-FOOTING
           CLOSE RecodeReport

           IF Live-Run AND Students-Recoded > 0
               DISPLAY "CourseRecode - rebuilding STUDENTS.IDX"
               CALL "StudentIndexBuild"
               CANCEL "StudentIndexBuild"
           END-IF
           IF Live-Run
               PERFORM RELEASE-RUN-LOCK
           END-IF
           IF Dry-Run
               DISPLAY "CourseRecode - dry run, " Total-Changed
                   " record(s) would change; nothing was touched"
           ELSE
               DISPLAY "CourseRecode - " Total-Changed
                   " record(s) recoded in " Files-Replaced
                   " file(s)"
           END-IF
           DISPLAY "              counts per file on RECODE.RPT"
           MOVE ZEROS TO RETURN-CODE
           IF Total-Conflict > 0
               DISPLAY "              " Total-Conflict
                   " conflicting record(s) left for the registrar"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-LOG
           STOP RUN.

       WRITE-JOB-LOG.
           MOVE "CourseRecode" TO jlProgramName
           MOVE Total-Read TO jlRecordsRead
           IF Live-Run
               MOVE Total-Changed TO jlRecordsWritten
           ELSE
               MOVE ZEROS TO jlRecordsWritten
           END-IF
           MOVE Total-Conflict TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       CHECK-EDIT-TABLE.
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Edit-Table-Count
               IF cetCode (Course-Index) = New-CourseCode
                   SET New-Code-In-Edit TO TRUE
               END-IF
               IF cetCode (Course-Index) = Old-CourseCode
                   SET Old-Code-In-Edit TO TRUE
               END-IF
           END-PERFORM.

      * The request is identified on PENDACT.DAT by the two codes and
      * the effective date, so the approving supervisor sees exactly
      * what will change.
       GET-APPROVAL.
           DISPLAY "Requesting operator ID     : "
               WITH NO ADVANCING
           ACCEPT Requesting-Operator
           IF Requesting-Operator = SPACES
               MOVE "CONSOLE" TO Requesting-Operator
           END-IF
           MOVE "CourseRecode" TO agProgram
           MOVE SPACES TO agParm1 agParm2
           STRING Old-CourseCode " TO " New-CourseCode
               DELIMITED BY SIZE INTO agParm1
           STRING "EFFECTIVE " Effective-Date
               DELIMITED BY SIZE INTO agParm2
           MOVE Requesting-Operator TO agOperator
           CALL "ActionGate" USING Action-Gate-Area
           IF agWaiting
               DISPLAY "CourseRecode - this action is queued as "
                   "number " agActionNo " on PENDACT.DAT and needs "
                   "a different supervisor's approval "
                   "(ActionApprove) before it will run.  Nothing "
                   "was touched."
               STOP RUN
           END-IF
           DISPLAY "CourseRecode - approved action " agActionNo
               " found, proceeding".

       TAKE-RUN-LOCK.
           MOVE "T" TO lkqAction
           MOVE "STUDENT-CHAIN" TO lkqResource
           MOVE "CourseRecode" TO lkqHolder
           CALL "RunLock" USING Run-Lock-Area
           IF lkqRefused
               DISPLAY "CourseRecode - the STUDENT-CHAIN lock is "
                   "held by " lkqHeldBy " - wait for it to finish "
                   "or clear a stale lock with LockClear"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE "R" TO lkqAction
           MOVE "STUDENT-CHAIN" TO lkqResource
           MOVE "CourseRecode" TO lkqHolder
           CALL "RunLock" USING Run-Lock-Area.

      * One pass per file: read it, recode what qualifies into the
      * work file, and on a live run swap the work file in for the
      * original once something has changed, keeping the original
      * as <name>.RCD.<date>.
       RECODE-ONE-FILE.
           MOVE rfName (File-Index) TO Recode-File-Name
           MOVE rfCodePos (File-Index) TO Code-Pos
           MOVE rfDatePos (File-Index) TO Date-Pos
           MOVE rfSuffixLength (File-Index) TO Suffix-Length
           COMPUTE Suffix-Pos = Code-Pos + 6
           INITIALIZE File-Counts
           MOVE "N" TO File-Missing-Switch
           IF rfKeyed-Table (File-Index)
               PERFORM LOAD-NEW-CODE-KEYS
           END-IF
           IF (Recode-File-Name = "REGIST.DAT"
                   AND NOT Regist-Image-Ready)
                   OR (Recode-File-Name = "GRADES.DAT"
                   AND NOT Grade-Image-Ready)
               SET File-Missing TO TRUE
               PERFORM WRITE-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RecodeFile
           IF Recode-File-Status NOT = "00"
               SET File-Missing TO TRUE
               PERFORM WRITE-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           IF Live-Run
               OPEN OUTPUT WorkFile
           END-IF
           MOVE "N" TO End-Of-Recode-Switch
           PERFORM READ-NEXT-RECODE
           PERFORM UNTIL End-Of-Recode
               PERFORM RECODE-ONE-RECORD
               IF Live-Run
                   WRITE WorkRecord FROM RecodeRecord
               END-IF
               PERFORM READ-NEXT-RECODE
           END-PERFORM
           CLOSE RecodeFile
           IF Live-Run
               CLOSE WorkFile
               IF fcRecoded > 0 OR fcReference > 0
                   PERFORM REPLACE-RECODED-FILE
               END-IF
           END-IF
           ADD fcRead TO Total-Read
           ADD fcRecoded fcReference TO Total-Changed
           ADD fcRecoded TO Total-Recoded
           ADD fcKept TO Total-Kept
           ADD fcReference TO Total-Reference
           ADD fcConflict TO Total-Conflict
           IF rfStudent-Master (File-Index)
               MOVE fcRecoded TO Students-Recoded
           END-IF
           PERFORM WRITE-FILE-LINE.

       READ-NEXT-RECODE.
           MOVE SPACES TO RecodeRecord
           READ RecodeFile
               AT END SET End-Of-Recode TO TRUE
           END-READ.

       RECODE-ONE-RECORD.
           IF (rfStudent-Master (File-Index)
                   OR rfPending-Trans (File-Index))
                   AND (RecodeRecord (1:3) = "HDR"
                       OR RecodeRecord (1:3) = "TRL")
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO fcRead
           PERFORM VARYING Extra-Index FROM 1 BY 1
                   UNTIL Extra-Index > 3
               MOVE rfExtraPos (File-Index Extra-Index) TO Extra-Pos
               IF Extra-Pos > 0
                   IF RecodeRecord (Extra-Pos:6) = Old-CourseCode
                       MOVE New-CourseCode TO
                           RecodeRecord (Extra-Pos:6)
                       ADD 1 TO fcReference
                   END-IF
               END-IF
           END-PERFORM
           IF RecodeRecord (Code-Pos:6) NOT = Old-CourseCode
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN rfKeyed-Table (File-Index)
                   PERFORM CHECK-KEY-CONFLICT
                   IF Key-Conflict
                       ADD 1 TO fcConflict
                       MOVE Recode-File-Name TO clFile
                       MOVE RecodeRecord TO clRecord
                       WRITE Recode-Line FROM Conflict-Line
                       EXIT PARAGRAPH
                   END-IF
               WHEN rfApplicants (File-Index)
                   IF RecodeRecord (Date-Pos:10) NOT = SPACES
                       ADD 1 TO fcKept
                       EXIT PARAGRAPH
                   END-IF
               WHEN rfTerm-History (File-Index)
                   MOVE RecodeRecord (Date-Pos:4) TO Record-Year
                   MOVE RecodeRecord (Date-Pos + 4:2) TO Record-Term
                   PERFORM FIND-TERM-END
                   IF Record-Term-End < Effective-Month
                       ADD 1 TO fcKept
                       EXIT PARAGRAPH
                   END-IF
               WHEN rfDated-History (File-Index)
                   MOVE RecodeRecord (Date-Pos:8) TO Record-Date
                   IF Record-Date < Effective-Date
                       ADD 1 TO fcKept
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           IF rfStudent-Master (File-Index) AND Live-Run
               MOVE RecodeRecord (1:10) TO sauStudentID
               MOVE Run-Date TO sauRunDate
               MOVE "RECODE" TO sauTransSource
               MOVE "U" TO sauTransCode
               SET sauBefore-Image TO TRUE
               MOVE RecodeRecord (1:48) TO sauImage
               WRITE StudentAuditRecord
           END-IF
           MOVE New-CourseCode TO RecodeRecord (Code-Pos:6)
           ADD 1 TO fcRecoded
           IF rfStudent-Master (File-Index) AND Live-Run
               SET sauAfter-Image TO TRUE
               MOVE RecodeRecord (1:48) TO sauImage
               WRITE StudentAuditRecord
           END-IF.

      * The new code's own records in a course table, read ahead of
      * the recode pass so an old-code record that would duplicate
      * one of them is caught instead of written.
       LOAD-NEW-CODE-KEYS.
           MOVE ZEROS TO New-Key-Count
           OPEN INPUT RecodeFile
           IF Recode-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO End-Of-Recode-Switch
           PERFORM READ-NEXT-RECODE
           PERFORM UNTIL End-Of-Recode
               IF RecodeRecord (Code-Pos:6) = New-CourseCode
                       AND New-Key-Count < 500
                   ADD 1 TO New-Key-Count
                   MOVE SPACES TO nkSuffix (New-Key-Count)
                   IF Suffix-Length > 0
                       MOVE RecodeRecord (Suffix-Pos:Suffix-Length)
                           TO nkSuffix (New-Key-Count)
                   END-IF
               END-IF
               PERFORM READ-NEXT-RECODE
           END-PERFORM
           CLOSE RecodeFile.

       CHECK-KEY-CONFLICT.
           MOVE "N" TO Conflict-Switch
           MOVE SPACES TO Record-Suffix
           IF Suffix-Length > 0
               MOVE RecodeRecord (Suffix-Pos:Suffix-Length)
                   TO Record-Suffix
           END-IF
           PERFORM VARYING New-Key-Index FROM 1 BY 1
                   UNTIL New-Key-Index > New-Key-Count
               IF nkSuffix (New-Key-Index) = Record-Suffix
                   SET Key-Conflict TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REPLACE-RECODED-FILE.
           MOVE SPACES TO Backup-File-Name
           STRING Recode-File-Name DELIMITED BY SPACE
               ".RCD." Run-Date DELIMITED BY SIZE
               INTO Backup-File-Name
           CALL "CBL_RENAME_FILE" USING Recode-File-Name
               Backup-File-Name
               RETURNING Rename-Return-Code
           IF Rename-Return-Code NOT = 0
               DISPLAY "Error - could not set " Recode-File-Name
                   " aside as " Backup-File-Name
                   ", file left unchanged"
               MOVE ZEROS TO fcRecoded fcReference
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING "RECODE.WRK"
               Recode-File-Name
               RETURNING Rename-Return-Code
           ADD 1 TO Files-Replaced
           IF Recode-File-Name = "REGIST.DAT"
               SET Regist-Reload-Needed TO TRUE
           END-IF
           IF Recode-File-Name = "GRADES.DAT"
               SET Grade-Reload-Needed TO TRUE
           END-IF
           DISPLAY Recode-File-Name " recoded, original kept as "
               Backup-File-Name.

       UNLOAD-ACADEMIC-FILES.
           SET ibUnload TO TRUE
           SET ibRegist-Only TO TRUE
           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               SET Regist-Image-Ready TO TRUE
           ELSE
               DISPLAY "Warning - REGIST.IDX not unloaded, "
                   "registrations not recoded"
           END-IF
           SET ibGrades-Only TO TRUE
           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               SET Grade-Image-Ready TO TRUE
           ELSE
               DISPLAY "Warning - GRADES.IDX not unloaded, "
                   "grades not recoded"
           END-IF.

      * A failed reload leaves the recoded image on disk for
      * AcadIndexRun to convert once the problem is cleared.
       RELOAD-ACADEMIC-FILES.
           SET ibLoad TO TRUE
           IF Regist-Reload-Needed
               SET ibRegist-Only TO TRUE
               CALL "AcadIndexBuild" USING Index-Build-Area
               IF ibFailed
                   DISPLAY "Error - REGIST.IDX not reloaded, convert "
                       "REGIST.DAT with AcadIndexRun"
               END-IF
           END-IF
           IF Grade-Reload-Needed
               SET ibGrades-Only TO TRUE
               CALL "AcadIndexBuild" USING Index-Build-Area
               IF ibFailed
                   DISPLAY "Error - GRADES.IDX not reloaded, convert "
                       "GRADES.DAT with AcadIndexRun"
               END-IF
           END-IF.

       FIND-TERM-END.
           EVALUATE Record-Term
               WHEN "SP"
                   COMPUTE Record-Term-End = Record-Year * 100 + 5
               WHEN "SU"
                   COMPUTE Record-Term-End = Record-Year * 100 + 8
               WHEN OTHER
                   COMPUTE Record-Term-End = Record-Year * 100 + 12
           END-EVALUATE
           PERFORM VARYING Term-End-Index FROM 1 BY 1
                   UNTIL Term-End-Index > Term-End-Count
               IF teYear (Term-End-Index) = Record-Year
                       AND teTerm (Term-End-Index) = Record-Term
                   MOVE teLastMonth (Term-End-Index) TO
                       Record-Term-End
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-TERM-CALENDAR.
           OPEN INPUT TermCalFile
           IF TermCal-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TermCalFile
               AT END SET EndOfTermCalFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermCalFile
               IF Term-End-Count < 60
                   ADD 1 TO Term-End-Count
                   MOVE tcYear TO teYear (Term-End-Count)
                   MOVE tcTerm TO teTerm (Term-End-Count)
                   MOVE tcLastMonth TO teLastMonth (Term-End-Count)
               END-IF
               READ TermCalFile
                   AT END SET EndOfTermCalFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TermCalFile.

       WRITE-REPORT-HEADINGS.
           MOVE Old-CourseCode TO rh1OldCode
           MOVE New-CourseCode TO rh1NewCode
           MOVE Effective-Date TO rh1Effective
           IF Dry-Run
               MOVE "DRY RUN" TO rh1Mode
           ELSE
               MOVE "LIVE RUN" TO rh1Mode
           END-IF
           MOVE Run-Date TO rh2RunDate
           WRITE Recode-Line FROM Recode-Header-1
           WRITE Recode-Line FROM Recode-Header-2
           WRITE Recode-Line FROM Recode-LineBreak
           WRITE Recode-Line FROM Column-Heading-Line
           WRITE Recode-Line FROM Recode-LineBreak.

       WRITE-FILE-LINE.
           IF File-Missing
               MOVE Recode-File-Name TO rmlFile
               WRITE Recode-Line FROM Recode-Missing-Line
               EXIT PARAGRAPH
           END-IF
           MOVE Recode-File-Name TO rdlFile
           MOVE fcRead TO rdlRead
           MOVE fcRecoded TO rdlRecoded
           MOVE fcKept TO rdlKept
           MOVE fcConflict TO rdlConflict
           MOVE fcReference TO rdlReference
           WRITE Recode-Line FROM Recode-Detail-Line.

       WRITE-REPORT-FOOTING.
           WRITE Recode-Line FROM Recode-LineBreak
           MOVE Total-Read TO rtlRead
           MOVE Total-Recoded TO rtlRecoded
           MOVE Total-Kept TO rtlKept
           MOVE Total-Conflict TO rtlConflict
           MOVE Total-Reference TO rtlReference
           WRITE Recode-Line FROM Recode-Total-Line
           WRITE Recode-Line FROM Recode-Blank-Line
           MOVE SPACES TO Recode-Note-Line
           IF Dry-Run
               MOVE "Dry run - no file was changed." TO
                   Recode-Note-Line
           ELSE
               STRING "Each file changed was kept as <name>.RCD."
                   Run-Date "." DELIMITED BY SIZE
                   INTO Recode-Note-Line
           END-IF
           WRITE Recode-Line FROM Recode-Note-Line
           IF Live-Run AND Students-Recoded > 0
               MOVE "STUDENTS.IDX is rebuilt from the recoded master."
                   TO Recode-Note-Line
               WRITE Recode-Line FROM Recode-Note-Line
           END-IF
           MOVE SPACES TO Recode-Note-Line
           IF New-Code-In-Edit
               STRING New-CourseCode " is in the CRSEDIT edit table."
                   DELIMITED BY SIZE INTO Recode-Note-Line
           ELSE
               STRING New-CourseCode " is NOT in the CRSEDIT edit "
                   "table - add it before a live run."
                   DELIMITED BY SIZE INTO Recode-Note-Line
           END-IF
           WRITE Recode-Line FROM Recode-Note-Line
           IF Old-Code-In-Edit
               MOVE SPACES TO Recode-Note-Line
               STRING Old-CourseCode " is still in the CRSEDIT edit "
                   "table - remove it once no entry needs it."
                   DELIMITED BY SIZE INTO Recode-Note-Line
               WRITE Recode-Line FROM Recode-Note-Line
           END-IF
           IF Total-Conflict > 0
               MOVE SPACES TO Recode-Note-Line
               STRING "CONFLICT: the new code already has that record "
                   "- the old one was left as it is."
                   DELIMITED BY SIZE INTO Recode-Note-Line
               WRITE Recode-Line FROM Recode-Note-Line
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

       END PROGRAM CourseRecode.
