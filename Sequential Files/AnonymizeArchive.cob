      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Anonymize the personal data of students who left long
      *         ago and now sit only on STUDENTS.ARC.  How long each
      *         category of personal data is kept after a student
      *         leaves is policy on RETAIN.DAT (RetentionMaint), in
      *         years: ANON.NAME (Surname and Initials), ANON.BIRTH
      *         (birth month and day), ANON.ADDRESS (the STUDADDR.DAT
      *         address and phone, and the contact details on a
      *         linked APPLICNT.DAT applicant) and ANON.NOTES (the
      *         NOTES.DAT contact-note text).  A category with no
      *         policy is never touched.  The date a student left is
      *         their graduated or withdrawn record on STUDSTAT.DAT;
      *         an archived student without one is left alone.  Due
      *         fields are overwritten with neutral values - the
      *         StudentID, CourseCode, intake, gender, year of birth
      *         and the academic and financial files are kept, so
      *         statistics and the GovStat returns still add up.  A
      *         student on legal hold (LEGALHLD.DAT) or with an open
      *         balance or financial hold (DeleteCheck) is excluded.
      *         The run queues on PENDACT.DAT through ActionGate for
      *         a different supervisor to approve with ActionApprove,
      *         and prints a certificate of everything anonymized and
      *         excluded on ANONCERT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnonymizeArchive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetainFile ASSIGN TO "RETAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Retain-File-Status.
           SELECT StatusFile ASSIGN TO "STUDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Status-File-Status.
           SELECT LegalHoldFile ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Legal-Hold-File-Status.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.
           SELECT StudentAddrFile ASSIGN TO "STUDADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Addr-File-Status.
           SELECT NoteFile ASSIGN TO "NOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Note-File-Status.
           SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Applicant-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT CertificateFile ASSIGN TO "ANONCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RetainFile.
       01  Retain-Rec.
           88  EndOfRetainFile           VALUE HIGH-VALUES.
           02  rtFileFamily              PIC X(13).
           02  rtKeepValue               PIC 9(3).

       FD StatusFile.
       COPY STATREC.

       FD LegalHoldFile.
       COPY LHLDREC.

       FD ArchiveFile.
       COPY STUDREC.

       FD  StudentAddrFile.
       01  Student-Addr-Rec.
           88  EndOfStudentAddrFile         VALUE HIGH-VALUES.
           02  saStudentID                  PIC X(10).
           02  saStreet                     PIC X(30).
           02  saCity                       PIC X(20).
           02  saPostcode                   PIC X(8).
           02  saPhone                      PIC X(12).

       FD NoteFile.
       COPY NOTEREC.

       FD ApplicantFile.
       COPY APPLREC.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD CertificateFile.
       01  Certificate-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  Retain-File-Status           PIC XX.
       01  Status-File-Status           PIC XX.
       01  Legal-Hold-File-Status       PIC XX.
       01  Archive-File-Status          PIC XX.
       01  Student-Addr-File-Status     PIC XX.
       01  Note-File-Status             PIC XX.
       01  Applicant-File-Status        PIC XX.
       01  BusDate-File-Status          PIC XX.

       01  Run-Date                     PIC 9(8).
       01  Run-Date-Parts REDEFINES Run-Date.
           02  rdYear                   PIC 9(4).
           02  rdMonthDay               PIC 9(4).

      * The neutral values an anonymized field is overwritten with.
      * The name stays a readable marker so a later run (or anyone
      * looking at the archive) can tell it was done on purpose.
       01  Anon-Surname                 PIC X(10)  VALUE "REDACTED".
       01  Anon-Initials                PIC XX     VALUE "XX".
       01  Anon-Street                  PIC X(30)
           VALUE "ADDRESS REMOVED".
       01  Anon-Note-Text               PIC X(40)
           VALUE "NOTE TEXT REMOVED".

      * Retention policy per data category, years kept after leaving,
      * from RETAIN.DAT.  A student who left on or before the cutoff
      * date (the run date that many years back) is due.
       01  Policy-Category-Values.
           02  FILLER  PIC X(13) VALUE "ANON.NAME".
           02  FILLER  PIC X(13) VALUE "ANON.BIRTH".
           02  FILLER  PIC X(13) VALUE "ANON.ADDRESS".
           02  FILLER  PIC X(13) VALUE "ANON.NOTES".
       01  Policy-Category-Table REDEFINES Policy-Category-Values.
           02  pcdCategory              PIC X(13)  OCCURS 4 TIMES.
       01  Policy-Table.
           02  Policy-Entry             OCCURS 4 TIMES.
               03  ptKeepYears          PIC 9(3).
               03  ptCutoffDate         PIC 9(8).
               03  ptHeld-Flag          PIC X.
                   88  ptHeld           VALUE "Y".
       01  Policy-Index                 PIC 9      VALUE ZEROS.
       01  Policy-Held-Count            PIC 9      VALUE ZEROS.
       01  Cutoff-Year                  PIC 9(4)   VALUE ZEROS.

      * The date each student left - their latest STUDSTAT.DAT
      * record, kept only when it is graduated or withdrawn.
       01  Departure-Table.
           02  Departure-Entry          OCCURS 2000 TIMES.
               03  dptStudentID         PIC X(10).
               03  dptStatus            PIC X.
               03  dptStatusDate        PIC 9(8).
       01  Departure-Count              PIC 9(4)   VALUE ZEROS.
       01  Departure-Index              PIC 9(4)   VALUE ZEROS.
       01  Departure-Found-Switch       PIC X      VALUE "N".
           88  Found-Departure-Entry    VALUE "Y".
       01  Departed-Date                PIC 9(8)   VALUE ZEROS.

       01  Legal-Hold-Table.
           02  Legal-Hold-Entry         OCCURS 500 TIMES.
               03  lhtStudentID         PIC X(10).
       01  Legal-Hold-Count             PIC 9(3)   VALUE ZEROS.
       01  Legal-Hold-Index             PIC 9(3)   VALUE ZEROS.
       01  Legal-Hold-Switch            PIC X      VALUE "N".
           88  Student-On-Legal-Hold    VALUE "Y".

      * Balance owing and financial holds, from the same check
      * StudentMaintenance makes before a delete.
       COPY DELCHK.

      * STUDENTS.ARC is read whole and written back when a name or
      * birth date was overwritten; the other files are handled the
      * same way, one at a time, through the shared Rewrite-Buffer.
       01  Archive-Buffer.
           02  Archive-Buffer-Entry     PIC X(48)  OCCURS 2000 TIMES.
       01  Archive-Buffer-Count         PIC 9(4)   VALUE ZEROS.
       01  Archive-Buffer-Index         PIC 9(4)   VALUE ZEROS.
       01  Archive-Overflow-Switch      PIC X      VALUE "N".
           88  Archive-Buffer-Overflow  VALUE "Y".
       01  Archive-Changed-Switch       PIC X      VALUE "N".
           88  Archive-Changed          VALUE "Y".

       01  Rewrite-Buffer.
           02  Rewrite-Buffer-Entry     PIC X(211) OCCURS 2000 TIMES.
       01  Rewrite-Buffer-Count         PIC 9(4)   VALUE ZEROS.
       01  Rewrite-Buffer-Index         PIC 9(4)   VALUE ZEROS.
       01  Rewrite-Overflow-Switch      PIC X      VALUE "N".
           88  Rewrite-Buffer-Overflow  VALUE "Y".
       01  File-Changed-Count           PIC 9(5)   VALUE ZEROS.

      * One entry per student anonymized this run: which categories
      * were due, and how many records on each file were overwritten.
       01  Anon-Table.
           02  Anon-Entry               OCCURS 2000 TIMES.
               03  antStudentID         PIC X(10).
               03  antDepartedDate      PIC 9(8).
               03  antDue-Flags.
                   04  antDue           OCCURS 4 TIMES.
                       05  antDue-Flag  PIC X.
                           88  antIs-Due VALUE "Y".
               03  antName-Done         PIC X.
               03  antBirth-Done        PIC X.
               03  antAddr-Count        PIC 9(3).
               03  antNote-Count        PIC 9(3).
               03  antAppl-Count        PIC 9(3).
       01  Anon-Count                   PIC 9(4)   VALUE ZEROS.
       01  Anon-Index                   PIC 9(4)   VALUE ZEROS.
       01  Listed-Count                 PIC 9(4)   VALUE ZEROS.
       01  Lookup-StudentID             PIC X(10)  VALUE SPACES.
       01  Anon-Found-Switch            PIC X      VALUE "N".
           88  Found-Anon-Entry         VALUE "Y".
       01  Due-Flags.
           02  Due-Flag                 PIC X      OCCURS 4 TIMES.
       01  Any-Due-Switch               PIC X      VALUE "N".
           88  Anything-Due             VALUE "Y".

       01  Excluded-Table.
           02  Excluded-Entry           OCCURS 500 TIMES.
               03  extStudentID         PIC X(10).
               03  extDepartedDate      PIC 9(8).
               03  extReason            PIC X(30).
       01  Excluded-Count               PIC 9(3)   VALUE ZEROS.
       01  Excluded-Index               PIC 9(3)   VALUE ZEROS.
       01  Exclude-Reason               PIC X(30)  VALUE SPACES.

       01  Archive-Read-Count           PIC 9(5)   VALUE ZEROS.
       01  No-Departure-Count           PIC 9(5)   VALUE ZEROS.
       01  Not-Due-Count                PIC 9(5)   VALUE ZEROS.
       01  Legal-Held-Count             PIC 9(5)   VALUE ZEROS.
       01  Balance-Held-Count           PIC 9(5)   VALUE ZEROS.
       01  Archive-Changed-Count        PIC 9(5)   VALUE ZEROS.
       01  Addr-Changed-Count           PIC 9(5)   VALUE ZEROS.
       01  Note-Changed-Count           PIC 9(5)   VALUE ZEROS.
       01  Appl-Changed-Count           PIC 9(5)   VALUE ZEROS.
       01  Addr-Status-Text             PIC X(30)  VALUE SPACES.
       01  Note-Status-Text             PIC X(30)  VALUE SPACES.
       01  Appl-Status-Text             PIC X(30)  VALUE SPACES.

      * Two-person control: the action queues on PENDACT.DAT and
      * only runs once a different supervisor has approved it with
      * ActionApprove (ActionGate answers G or W).
       COPY APPRREQ.

       01  Requesting-Operator       PIC X(8)   VALUE SPACES.

      * Certificate layout.
       01  Cert-Header.
           02  FILLER                   PIC X(40)
               VALUE "ARCHIVE ANONYMIZATION CERTIFICATE".
           02  FILLER                   PIC X(10)  VALUE "RUN DATE: ".
           02  chdRunDate               PIC 9(8).
       01  Cert-Action-Line.
           02  FILLER                   PIC X(15)
               VALUE "ACTION NUMBER: ".
           02  calActionNo              PIC 9(4).
           02  FILLER                   PIC X(16)
               VALUE "  REQUESTED BY: ".
           02  calOperator              PIC X(8).
           02  FILLER                   PIC X(15)
               VALUE "  APPROVED BY: ".
           02  calApprovedBy            PIC X(8).
       01  Cert-LineBreak               PIC X(80)  VALUE ALL "=".
       01  Cert-Section-Break           PIC X(80)  VALUE ALL "-".
       01  Cert-Blank-Line              PIC X(80)  VALUE SPACES.
       01  Cert-Title-Line              PIC X(80).

       01  Policy-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  plCategory               PIC X(13).
           02  FILLER                   PIC X(5)   VALUE "KEEP ".
           02  plKeepYears              PIC ZZ9.
           02  FILLER                   PIC X(26)
               VALUE " YEAR(S) - LEFT ON/BEFORE ".
           02  plCutoffDate             PIC 9(8).
       01  Policy-None-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pnlCategory              PIC X(13).
           02  FILLER                   PIC X(26)
               VALUE "NO POLICY - NOT ANONYMIZED".

       01  Anon-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  STUDENT ID".
           02  FILLER  PIC X(12) VALUE "   LEFT ON".
           02  FILLER  PIC X(6)  VALUE "NAME".
           02  FILLER  PIC X(6)  VALUE "BIRTH".
           02  FILLER  PIC X(10) VALUE "  ADDRESS".
           02  FILLER  PIC X(8)  VALUE "  NOTES".
           02  FILLER  PIC X(11) VALUE "  APPLICANT".
       01  Anon-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlStudentID             PIC X(10).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  adlDepartedDate          PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlName                  PIC X(6).
           02  adlBirth                 PIC X(6).
           02  adlAddr                  PIC Z(8)9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlNotes                 PIC Z(6)9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlAppl                  PIC Z(10)9.

       01  Excluded-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  STUDENT ID".
           02  FILLER  PIC X(12) VALUE "   LEFT ON".
           02  FILLER  PIC X(30) VALUE "REASON".
       01  Excluded-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  edlStudentID             PIC X(10).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  edlDepartedDate          PIC 9(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  edlReason                PIC X(30).

       01  Cert-None-Line               PIC X(40)
           VALUE "  None.".

       01  Cert-Count-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cclLabel                 PIC X(44).
           02  cclCount                 PIC ZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cclStatus                PIC X(28).

       01  Cert-Statement-1.
           02  FILLER                   PIC X(40)
               VALUE "The fields shown above were overwritten ".
           02  FILLER                   PIC X(40)
               VALUE "with neutral values on the run date.".
       01  Cert-Statement-2.
           02  FILLER                   PIC X(40)
               VALUE "StudentID, course, intake, gender, year ".
           02  FILLER                   PIC X(40)
               VALUE "of birth and the academic and financial".
       01  Cert-Statement-3             PIC X(80)
           VALUE "history of every student were kept.".
       01  Cert-Signature-Line          PIC X(80)
           VALUE "Signed: ______________________   Date: __________".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-ANON-POLICIES
           IF Policy-Held-Count = 0
               DISPLAY "Error - no ANON. retention policy on "
                   "RETAIN.DAT, run RetentionMaint to set them"
               STOP RUN
           END-IF

           DISPLAY "Requesting operator ID     : "
               WITH NO ADVANCING
           ACCEPT Requesting-Operator
           IF Requesting-Operator = SPACES
               MOVE "CONSOLE" TO Requesting-Operator
           END-IF
           MOVE "AnonymizeArchive" TO agProgram
           MOVE "ANONYMIZE" TO agParm1
           MOVE SPACES TO agParm2
           MOVE Requesting-Operator TO agOperator
           CALL "ActionGate" USING Action-Gate-Area
           IF agWaiting
               DISPLAY "AnonymizeArchive - this action is queued as "
                   "number " agActionNo " on PENDACT.DAT and needs "
                   "a different supervisor's approval "
                   "(ActionApprove) before it will run.  Nothing "
                   "was touched."
               STOP RUN
           END-IF
           DISPLAY "AnonymizeArchive - approved action " agActionNo
               " found, proceeding"

           PERFORM LOAD-DEPARTURES
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-ARCHIVE
           IF Archive-File-Status NOT = "00"
               DISPLAY "Error - unable to open STUDENTS.ARC, nothing "
                   "to anonymize"
               STOP RUN
           END-IF
           IF Archive-Buffer-Overflow
               DISPLAY "Error - STUDENTS.ARC holds more records than "
                   "the archive buffer; nothing was touched"
               STOP RUN
           END-IF

           PERFORM SELECT-ARCHIVED-STUDENT
               VARYING Archive-Buffer-Index FROM 1 BY 1
               UNTIL Archive-Buffer-Index > Archive-Buffer-Count
           IF Archive-Changed
               PERFORM REWRITE-ARCHIVE
           END-IF
           IF Anon-Count > 0
               PERFORM ANONYMIZE-ADDRESSES
               PERFORM ANONYMIZE-NOTES
               PERFORM ANONYMIZE-APPLICANTS
           END-IF
           PERFORM WRITE-CERTIFICATE

           DISPLAY "AnonymizeArchive - " Listed-Count
               " student(s) anonymized, " Excluded-Count
               " excluded - see ANONCERT.RPT"
           STOP RUN.

      * Only the ANON. families on RETAIN.DAT matter here; the
      * backup and archive-trim policies belong to RetentionSweep.
       LOAD-ANON-POLICIES.
           OPEN INPUT RetainFile
           IF Retain-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RetainFile
               AT END SET EndOfRetainFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRetainFile
               PERFORM VARYING Policy-Index FROM 1 BY 1
                       UNTIL Policy-Index > 4
                   IF rtFileFamily = pcdCategory (Policy-Index)
                       PERFORM SET-ONE-POLICY
                   END-IF
               END-PERFORM
               READ RetainFile
                   AT END SET EndOfRetainFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RetainFile.

       SET-ONE-POLICY.
           IF NOT ptHeld (Policy-Index)
               ADD 1 TO Policy-Held-Count
           END-IF
           MOVE "Y" TO ptHeld-Flag (Policy-Index)
           MOVE rtKeepValue TO ptKeepYears (Policy-Index)
           COMPUTE Cutoff-Year = rdYear - rtKeepValue
           COMPUTE ptCutoffDate (Policy-Index) =
               Cutoff-Year * 10000 + rdMonthDay.

      * Latest STUDSTAT.DAT record per student wins; reading the
      * history top to bottom leaves the current status in the table.
       LOAD-DEPARTURES.
           OPEN INPUT StatusFile
           IF Status-File-Status = "00"
               READ StatusFile
                   AT END SET EndOfStatusFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStatusFile
                   PERFORM KEEP-LATEST-STATUS
                   READ StatusFile
                       AT END SET EndOfStatusFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StatusFile
           END-IF.

       KEEP-LATEST-STATUS.
           MOVE "N" TO Departure-Found-Switch
           PERFORM VARYING Departure-Index FROM 1 BY 1
                   UNTIL Departure-Index > Departure-Count
               IF dptStudentID (Departure-Index) = ssStudentID
                   SET Found-Departure-Entry TO TRUE
                   MOVE ssStatus TO dptStatus (Departure-Index)
                   MOVE ssStatusDate TO
                       dptStatusDate (Departure-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Departure-Entry
               IF Departure-Count < 2000
                   ADD 1 TO Departure-Count
                   MOVE ssStudentID TO dptStudentID (Departure-Count)
                   MOVE ssStatus TO dptStatus (Departure-Count)
                   MOVE ssStatusDate TO
                       dptStatusDate (Departure-Count)
               END-IF
           END-IF.

       LOOKUP-DEPARTURE.
           MOVE ZEROS TO Departed-Date
           PERFORM VARYING Departure-Index FROM 1 BY 1
                   UNTIL Departure-Index > Departure-Count
               IF dptStudentID (Departure-Index) = StudentID
                   IF dptStatus (Departure-Index) = "G" OR "W"
                       MOVE dptStatusDate (Departure-Index)
                           TO Departed-Date
                   END-IF
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
                       MOVE lhStudentID TO
                           lhtStudentID (Legal-Hold-Count)
                   END-IF
                   READ LegalHoldFile
                       AT END SET EndOfLegalHoldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LegalHoldFile
           END-IF.

       CHECK-LEGAL-HOLD.
           MOVE "N" TO Legal-Hold-Switch
           PERFORM VARYING Legal-Hold-Index FROM 1 BY 1
                   UNTIL Legal-Hold-Index > Legal-Hold-Count
               IF lhtStudentID (Legal-Hold-Index) = StudentID
                   SET Student-On-Legal-Hold TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ARCHIVE.
           OPEN INPUT ArchiveFile
           IF Archive-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ArchiveFile
               AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
               ADD 1 TO Archive-Read-Count
               IF Archive-Buffer-Count < 2000
                   ADD 1 TO Archive-Buffer-Count
                   MOVE StudentRecord TO
                       Archive-Buffer-Entry (Archive-Buffer-Count)
               ELSE
                   SET Archive-Buffer-Overflow TO TRUE
               END-IF
               READ ArchiveFile
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

      * Decide, for one archived student, which categories are due
      * and whether anything stops them being done; the name and
      * birth date are overwritten in the archive buffer here, the
      * other files in their own passes afterwards.
       SELECT-ARCHIVED-STUDENT.
           MOVE Archive-Buffer-Entry (Archive-Buffer-Index)
               TO StudentRecord
           PERFORM LOOKUP-DEPARTURE
           IF Departed-Date = ZEROS
               ADD 1 TO No-Departure-Count
               EXIT PARAGRAPH
           END-IF

      * Names are held masked on STUDENTS.ARC.
           INSPECT Surname CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
           INSPECT Initials CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"

           MOVE "N" TO Any-Due-Switch
           PERFORM VARYING Policy-Index FROM 1 BY 1
                   UNTIL Policy-Index > 4
               MOVE "N" TO Due-Flag (Policy-Index)
               IF ptHeld (Policy-Index)
                       AND Departed-Date NOT >
                           ptCutoffDate (Policy-Index)
                   MOVE "Y" TO Due-Flag (Policy-Index)
               END-IF
           END-PERFORM
           IF Surname = Anon-Surname AND Initials = Anon-Initials
               MOVE "N" TO Due-Flag (1)
           END-IF
           IF MOBirth = ZEROS AND DOBirth = ZEROS
               MOVE "N" TO Due-Flag (2)
           END-IF
           IF Due-Flags NOT = "NNNN"
               SET Anything-Due TO TRUE
           END-IF
           IF NOT Anything-Due
               ADD 1 TO Not-Due-Count
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO Exclude-Reason
           PERFORM CHECK-LEGAL-HOLD
           IF Student-On-Legal-Hold
               MOVE "LEGAL HOLD ON LEGALHLD.DAT" TO Exclude-Reason
               ADD 1 TO Legal-Held-Count
           ELSE
               MOVE StudentID TO dcStudentID
               MOVE Run-Date TO dcRunDate
               CALL "DeleteCheck" USING Delete-Check-Area
               IF dcHas-Hold
                   MOVE "FINANCIAL HOLD ON HOLDS.DAT" TO
                       Exclude-Reason
                   ADD 1 TO Balance-Held-Count
               ELSE
                   IF dcHas-Balance
                       MOVE "OPEN BALANCE OWING" TO Exclude-Reason
                       ADD 1 TO Balance-Held-Count
                   END-IF
               END-IF
           END-IF
           IF Exclude-Reason NOT = SPACES
               PERFORM ADD-EXCLUDED-STUDENT
               EXIT PARAGRAPH
           END-IF

           IF Anon-Count NOT < 2000
               DISPLAY "Warning - Anon-Table full, " StudentID
                   " left for the next run"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Anon-Count
           INITIALIZE Anon-Entry (Anon-Count)
           MOVE StudentID TO antStudentID (Anon-Count)
           MOVE Departed-Date TO antDepartedDate (Anon-Count)
           MOVE Due-Flags TO antDue-Flags (Anon-Count)
           MOVE "N" TO antName-Done (Anon-Count)
           MOVE "N" TO antBirth-Done (Anon-Count)
           IF Due-Flag (1) = "Y"
               MOVE Anon-Surname TO Surname
               MOVE Anon-Initials TO Initials
               MOVE "Y" TO antName-Done (Anon-Count)
           END-IF
           IF Due-Flag (2) = "Y"
               MOVE ZEROS TO MOBirth DOBirth
               MOVE "Y" TO antBirth-Done (Anon-Count)
           END-IF
           IF Due-Flag (1) = "Y" OR Due-Flag (2) = "Y"
               INSPECT Surname CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
               INSPECT Initials CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
               MOVE StudentRecord TO
                   Archive-Buffer-Entry (Archive-Buffer-Index)
               ADD 1 TO Archive-Changed-Count
               SET Archive-Changed TO TRUE
           END-IF.

       ADD-EXCLUDED-STUDENT.
           IF Excluded-Count < 500
               ADD 1 TO Excluded-Count
               MOVE StudentID TO extStudentID (Excluded-Count)
               MOVE Departed-Date TO extDepartedDate (Excluded-Count)
               MOVE Exclude-Reason TO extReason (Excluded-Count)
           END-IF.

       REWRITE-ARCHIVE.
           OPEN OUTPUT ArchiveFile
           PERFORM VARYING Archive-Buffer-Index FROM 1 BY 1
                   UNTIL Archive-Buffer-Index > Archive-Buffer-Count
               MOVE Archive-Buffer-Entry (Archive-Buffer-Index)
                   TO StudentRecord
               WRITE StudentRecord
           END-PERFORM
           CLOSE ArchiveFile.

      * Anon-Index is left on the student's entry when one is due for
      * the category in Policy-Index.
       FIND-DUE-STUDENT.
           MOVE "N" TO Anon-Found-Switch
           PERFORM VARYING Anon-Index FROM 1 BY 1
                   UNTIL Anon-Index > Anon-Count
               IF antStudentID (Anon-Index) = Lookup-StudentID
                   IF antIs-Due (Anon-Index, Policy-Index)
                       SET Found-Anon-Entry TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * STUDADDR.DAT - the street carries the neutral marker and the
      * city, postcode and phone are blanked.
       ANONYMIZE-ADDRESSES.
           MOVE ZEROS TO Rewrite-Buffer-Count File-Changed-Count
           MOVE "N" TO Rewrite-Overflow-Switch
           MOVE 3 TO Policy-Index
           OPEN INPUT StudentAddrFile
           IF Student-Addr-File-Status NOT = "00"
               MOVE "FILE NOT PRESENT" TO Addr-Status-Text
               EXIT PARAGRAPH
           END-IF
           READ StudentAddrFile
               AT END SET EndOfStudentAddrFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentAddrFile
               MOVE saStudentID TO Lookup-StudentID
               PERFORM FIND-DUE-STUDENT
               IF Found-Anon-Entry
                       AND (saStreet NOT = Anon-Street
                            OR saCity NOT = SPACES
                            OR saPostcode NOT = SPACES
                            OR saPhone NOT = SPACES)
                   MOVE Anon-Street TO saStreet
                   MOVE SPACES TO saCity saPostcode saPhone
                   ADD 1 TO antAddr-Count (Anon-Index)
                   ADD 1 TO File-Changed-Count
               END-IF
               IF Rewrite-Buffer-Count < 2000
                   ADD 1 TO Rewrite-Buffer-Count
                   MOVE Student-Addr-Rec TO
                       Rewrite-Buffer-Entry (Rewrite-Buffer-Count)
               ELSE
                   SET Rewrite-Buffer-Overflow TO TRUE
               END-IF
               READ StudentAddrFile
                   AT END SET EndOfStudentAddrFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentAddrFile
           IF Rewrite-Buffer-Overflow
               PERFORM CLEAR-ADDRESS-COUNTS
               MOVE "NOT DONE - FILE TOO LARGE" TO Addr-Status-Text
               EXIT PARAGRAPH
           END-IF
           MOVE File-Changed-Count TO Addr-Changed-Count
           IF File-Changed-Count > 0
               OPEN OUTPUT StudentAddrFile
               PERFORM VARYING Rewrite-Buffer-Index FROM 1 BY 1
                       UNTIL Rewrite-Buffer-Index >
                           Rewrite-Buffer-Count
                   MOVE Rewrite-Buffer-Entry (Rewrite-Buffer-Index)
                       TO Student-Addr-Rec
                   WRITE Student-Addr-Rec
               END-PERFORM
               CLOSE StudentAddrFile
           END-IF.

       CLEAR-ADDRESS-COUNTS.
           PERFORM VARYING Anon-Index FROM 1 BY 1
                   UNTIL Anon-Index > Anon-Count
               MOVE ZEROS TO antAddr-Count (Anon-Index)
           END-PERFORM.

      * NOTES.DAT - the date, operator and category of each contact
      * stay; only the free text goes.
       ANONYMIZE-NOTES.
           MOVE ZEROS TO Rewrite-Buffer-Count File-Changed-Count
           MOVE "N" TO Rewrite-Overflow-Switch
           MOVE 4 TO Policy-Index
           OPEN INPUT NoteFile
           IF Note-File-Status NOT = "00"
               MOVE "FILE NOT PRESENT" TO Note-Status-Text
               EXIT PARAGRAPH
           END-IF
           READ NoteFile
               AT END SET EndOfNoteFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfNoteFile
               MOVE ntStudentID TO Lookup-StudentID
               PERFORM FIND-DUE-STUDENT
               IF Found-Anon-Entry AND ntText NOT = Anon-Note-Text
                   MOVE Anon-Note-Text TO ntText
                   ADD 1 TO antNote-Count (Anon-Index)
                   ADD 1 TO File-Changed-Count
               END-IF
               IF Rewrite-Buffer-Count < 2000
                   ADD 1 TO Rewrite-Buffer-Count
                   MOVE ContactNoteRecord TO
                       Rewrite-Buffer-Entry (Rewrite-Buffer-Count)
               ELSE
                   SET Rewrite-Buffer-Overflow TO TRUE
               END-IF
               READ NoteFile
                   AT END SET EndOfNoteFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE NoteFile
           IF Rewrite-Buffer-Overflow
               PERFORM CLEAR-NOTE-COUNTS
               MOVE "NOT DONE - FILE TOO LARGE" TO Note-Status-Text
               EXIT PARAGRAPH
           END-IF
           MOVE File-Changed-Count TO Note-Changed-Count
           IF File-Changed-Count > 0
               OPEN OUTPUT NoteFile
               PERFORM VARYING Rewrite-Buffer-Index FROM 1 BY 1
                       UNTIL Rewrite-Buffer-Index >
                           Rewrite-Buffer-Count
                   MOVE Rewrite-Buffer-Entry (Rewrite-Buffer-Index)
                       TO ContactNoteRecord
                   WRITE ContactNoteRecord
               END-PERFORM
               CLOSE NoteFile
           END-IF.

       CLEAR-NOTE-COUNTS.
           PERFORM VARYING Anon-Index FROM 1 BY 1
                   UNTIL Anon-Index > Anon-Count
               MOVE ZEROS TO antNote-Count (Anon-Index)
           END-PERFORM.

      * APPLICNT.DAT - the applicant record a student was converted
      * from carries the same personal data, and follows the same
      * categories: name, birth date, and address with phone and
      * email as contact details.
       ANONYMIZE-APPLICANTS.
           MOVE ZEROS TO Rewrite-Buffer-Count File-Changed-Count
           MOVE "N" TO Rewrite-Overflow-Switch
           OPEN INPUT ApplicantFile
           IF Applicant-File-Status NOT = "00"
               MOVE "FILE NOT PRESENT" TO Appl-Status-Text
               EXIT PARAGRAPH
           END-IF
           READ ApplicantFile
               AT END SET EndOfApplicantFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfApplicantFile
               IF apStudentID NOT = SPACES
                   PERFORM ANONYMIZE-ONE-APPLICANT
               END-IF
               IF Rewrite-Buffer-Count < 2000
                   ADD 1 TO Rewrite-Buffer-Count
                   MOVE ApplicantRecord TO
                       Rewrite-Buffer-Entry (Rewrite-Buffer-Count)
               ELSE
                   SET Rewrite-Buffer-Overflow TO TRUE
               END-IF
               READ ApplicantFile
                   AT END SET EndOfApplicantFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApplicantFile
           IF Rewrite-Buffer-Overflow
               PERFORM CLEAR-APPLICANT-COUNTS
               MOVE "NOT DONE - FILE TOO LARGE" TO Appl-Status-Text
               EXIT PARAGRAPH
           END-IF
           MOVE File-Changed-Count TO Appl-Changed-Count
           IF File-Changed-Count > 0
               OPEN OUTPUT ApplicantFile
               PERFORM VARYING Rewrite-Buffer-Index FROM 1 BY 1
                       UNTIL Rewrite-Buffer-Index >
                           Rewrite-Buffer-Count
                   MOVE Rewrite-Buffer-Entry (Rewrite-Buffer-Index)
                       TO ApplicantRecord
                   WRITE ApplicantRecord
               END-PERFORM
               CLOSE ApplicantFile
           END-IF.

       ANONYMIZE-ONE-APPLICANT.
           MOVE apStudentID TO Lookup-StudentID
           MOVE "N" TO Any-Due-Switch
           MOVE 1 TO Policy-Index
           PERFORM FIND-DUE-STUDENT
           IF Found-Anon-Entry
                   AND (apSurname NOT = Anon-Surname
                        OR apInitials NOT = Anon-Initials)
               MOVE Anon-Surname TO apSurname
               MOVE Anon-Initials TO apInitials
               SET Anything-Due TO TRUE
           END-IF
           MOVE 2 TO Policy-Index
           PERFORM FIND-DUE-STUDENT
           IF Found-Anon-Entry
                   AND (apMOBirth NOT = ZEROS
                        OR apDOBirth NOT = ZEROS)
               MOVE ZEROS TO apMOBirth apDOBirth
               SET Anything-Due TO TRUE
           END-IF
           MOVE 3 TO Policy-Index
           PERFORM FIND-DUE-STUDENT
           IF Found-Anon-Entry
                   AND (apStreet NOT = Anon-Street
                        OR apCity NOT = SPACES
                        OR apPostcode NOT = SPACES
                        OR apPhone NOT = SPACES
                        OR apEmail NOT = SPACES)
               MOVE Anon-Street TO apStreet
               MOVE SPACES TO apCity apPostcode apPhone apEmail
               SET Anything-Due TO TRUE
           END-IF
           IF Anything-Due
               PERFORM VARYING Anon-Index FROM 1 BY 1
                       UNTIL Anon-Index > Anon-Count
                   IF antStudentID (Anon-Index) = apStudentID
                       ADD 1 TO antAppl-Count (Anon-Index)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               ADD 1 TO File-Changed-Count
           END-IF.

       CLEAR-APPLICANT-COUNTS.
           PERFORM VARYING Anon-Index FROM 1 BY 1
                   UNTIL Anon-Index > Anon-Count
               MOVE ZEROS TO antAppl-Count (Anon-Index)
           END-PERFORM.

      * The certificate: the policy the run worked to, every student
      * anonymized with what was done to them, every student excluded
      * and why, and the record counts per file.  A student whose
      * files had nothing left to overwrite is not listed.
       WRITE-CERTIFICATE.
           OPEN OUTPUT CertificateFile
           MOVE Run-Date TO chdRunDate
           WRITE Certificate-Line FROM Cert-Header
           MOVE agActionNo TO calActionNo
           MOVE Requesting-Operator TO calOperator
           MOVE agApprovedBy TO calApprovedBy
           WRITE Certificate-Line FROM Cert-Action-Line
           WRITE Certificate-Line FROM Cert-LineBreak

           MOVE "RETENTION POLICY APPLIED (RETAIN.DAT)"
               TO Cert-Title-Line
           WRITE Certificate-Line FROM Cert-Title-Line
           PERFORM VARYING Policy-Index FROM 1 BY 1
                   UNTIL Policy-Index > 4
               IF ptHeld (Policy-Index)
                   MOVE pcdCategory (Policy-Index) TO plCategory
                   MOVE ptKeepYears (Policy-Index) TO plKeepYears
                   MOVE ptCutoffDate (Policy-Index) TO plCutoffDate
                   WRITE Certificate-Line FROM Policy-Line
               ELSE
                   MOVE pcdCategory (Policy-Index) TO pnlCategory
                   WRITE Certificate-Line FROM Policy-None-Line
               END-IF
           END-PERFORM
           WRITE Certificate-Line FROM Cert-Section-Break

           MOVE "STUDENTS ANONYMIZED" TO Cert-Title-Line
           WRITE Certificate-Line FROM Cert-Title-Line
           WRITE Certificate-Line FROM Anon-Column-Titles
           MOVE ZEROS TO Listed-Count
           PERFORM VARYING Anon-Index FROM 1 BY 1
                   UNTIL Anon-Index > Anon-Count
               IF antName-Done (Anon-Index) = "Y"
                       OR antBirth-Done (Anon-Index) = "Y"
                       OR antAddr-Count (Anon-Index) > 0
                       OR antNote-Count (Anon-Index) > 0
                       OR antAppl-Count (Anon-Index) > 0
                   PERFORM WRITE-ANON-DETAIL
                   ADD 1 TO Listed-Count
               END-IF
           END-PERFORM
           IF Listed-Count = 0
               WRITE Certificate-Line FROM Cert-None-Line
           END-IF
           WRITE Certificate-Line FROM Cert-Section-Break

           MOVE "STUDENTS EXCLUDED" TO Cert-Title-Line
           WRITE Certificate-Line FROM Cert-Title-Line
           WRITE Certificate-Line FROM Excluded-Column-Titles
           PERFORM VARYING Excluded-Index FROM 1 BY 1
                   UNTIL Excluded-Index > Excluded-Count
               MOVE extStudentID (Excluded-Index) TO edlStudentID
               MOVE extDepartedDate (Excluded-Index)
                   TO edlDepartedDate
               MOVE extReason (Excluded-Index) TO edlReason
               WRITE Certificate-Line FROM Excluded-Detail-Line
           END-PERFORM
           IF Excluded-Count = 0
               WRITE Certificate-Line FROM Cert-None-Line
           END-IF
           WRITE Certificate-Line FROM Cert-Section-Break

           MOVE "RUN TOTALS" TO Cert-Title-Line
           WRITE Certificate-Line FROM Cert-Title-Line
           MOVE SPACES TO cclStatus
           MOVE "STUDENTS.ARC records read" TO cclLabel
           MOVE Archive-Read-Count TO cclCount
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "No leaving date on STUDSTAT.DAT" TO cclLabel
           MOVE No-Departure-Count TO cclCount
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "Not yet due, or already anonymized" TO cclLabel
           MOVE Not-Due-Count TO cclCount
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "Excluded - legal hold" TO cclLabel
           MOVE Legal-Held-Count TO cclCount
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "Excluded - open balance or financial hold"
               TO cclLabel
           MOVE Balance-Held-Count TO cclCount
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "STUDENTS.ARC records overwritten" TO cclLabel
           MOVE Archive-Changed-Count TO cclCount
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "STUDADDR.DAT records overwritten" TO cclLabel
           MOVE Addr-Changed-Count TO cclCount
           MOVE Addr-Status-Text TO cclStatus
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "NOTES.DAT records overwritten" TO cclLabel
           MOVE Note-Changed-Count TO cclCount
           MOVE Note-Status-Text TO cclStatus
           WRITE Certificate-Line FROM Cert-Count-Line
           MOVE "APPLICNT.DAT records overwritten" TO cclLabel
           MOVE Appl-Changed-Count TO cclCount
           MOVE Appl-Status-Text TO cclStatus
           WRITE Certificate-Line FROM Cert-Count-Line
           WRITE Certificate-Line FROM Cert-LineBreak

           WRITE Certificate-Line FROM Cert-Statement-1
           WRITE Certificate-Line FROM Cert-Statement-2
           WRITE Certificate-Line FROM Cert-Statement-3
           WRITE Certificate-Line FROM Cert-Blank-Line
           WRITE Certificate-Line FROM Cert-Signature-Line
           CLOSE CertificateFile.

       WRITE-ANON-DETAIL.
           MOVE antStudentID (Anon-Index) TO adlStudentID
           MOVE antDepartedDate (Anon-Index) TO adlDepartedDate
           MOVE "-" TO adlName adlBirth
           IF antName-Done (Anon-Index) = "Y"
               MOVE "YES" TO adlName
           END-IF
           IF antBirth-Done (Anon-Index) = "Y"
               MOVE "YES" TO adlBirth
           END-IF
           MOVE antAddr-Count (Anon-Index) TO adlAddr
           MOVE antNote-Count (Anon-Index) TO adlNotes
           MOVE antAppl-Count (Anon-Index) TO adlAppl
           WRITE Certificate-Line FROM Anon-Detail-Line.

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

       END PROGRAM AnonymizeArchive.
