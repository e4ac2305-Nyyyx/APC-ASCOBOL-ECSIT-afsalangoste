      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Answer a subject access request - everything held on
      *         one student or former student - in one run instead
      *         of a file-by-file search pasted together by hand.  A
      *         supervisor signs on against OPERATOR.DAT (the
      *         WriteOff scheme; no other role may run it) and keys
      *         the StudentID, and every record about that person is
      *         gathered from STUDENTS.DAT and STUDENTS.ARC (names
      *         unmasked), APPLICNT.DAT, STUDADDR.DAT, NOTES.DAT,
      *         REGIST.IDX, GRADES.IDX, ATTEND.DAT, PAYMENTS.DAT,
      *         BILLED.DAT, HOLDS.DAT, DUNHIST.DAT, STUDAUDIT.DAT
      *         (images unmasked) and NOTIFYQ.DAT.  The dossier
      *         prints on SUBJACC.RPT with a section per file - a
      *         file holding nothing on the subject says so - and
      *         every run is logged to OPERLOG.DAT (choice code 95)
      *         under the supervisor's ID and the date, with the
      *         StudentID searched on SUBJACC.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccessRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-File-Status.
           SELECT OperLogFile ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperLog-File-Status.
           SELECT AccessLogFile ASSIGN TO "SUBJACC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Access-Log-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.
           SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Applicant-File-Status.
           SELECT StudentAddrFile ASSIGN TO "STUDADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Addr-File-Status.
           SELECT NoteFile ASSIGN TO "NOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Note-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT AttendFile ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Attend-File-Status.
           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.
           SELECT DunningFile ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dunning-File-Status.
           SELECT AuditFile ASSIGN TO "STUDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-File-Status.
           SELECT EventFile ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Event-File-Status.

           SELECT DossierFile ASSIGN TO "SUBJACC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
       01  Operator-Rec.
           88  EndOfOperatorFile            VALUE HIGH-VALUES.
           02  opOperator-ID                PIC X(8).
           02  opOperator-Name              PIC X(20).
           02  opOperator-Role              PIC X.

       FD  OperLogFile.
       01  OperLog-Record.
           02  olOperator-ID              PIC X(8).
           02  olDate                     PIC 9(8).
           02  olTime                     PIC 9(6).
           02  olChoice                   PIC 9(2).

       FD  AccessLogFile.
       01  Access-Log-Record.
           02  salOperator-ID             PIC X(8).
           02  salDate                    PIC 9(8).
           02  salTime                    PIC 9(6).
           02  salStudentID               PIC X(10).
           02  salRecordCount             PIC 9(5).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD StudentFile.
       COPY STUDREC.

       FD ArchiveFile.
       01  Archive-Record                 PIC X(48).

       FD ApplicantFile.
       COPY APPLREC.

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

       FD RegistFile.
       COPY REGREC.

       FD GradeFile.
       COPY GRDREC.

       FD AttendFile.
       COPY ATTREC.

       FD PaymentFile.
       COPY PAYREC.

       FD BilledFile.
       COPY BILLREC.

       FD HoldFile.
       COPY HOLDREC.

       FD DunningFile.
       COPY DUNREC.

       FD AuditFile.
       COPY STUDAUD.

       FD EventFile.
       COPY EVENTREC.

       FD DossierFile.
       01  Dossier-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  Operator-File-Status         PIC XX.
       01  OperLog-File-Status          PIC XX.
       01  Access-Log-File-Status       PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Student-File-Status          PIC XX.
       01  Archive-File-Status          PIC XX.
       01  Applicant-File-Status        PIC XX.
       01  Student-Addr-File-Status     PIC XX.
       01  Note-File-Status             PIC XX.
       01  Regist-File-Status           PIC XX.
       01  Grade-File-Status            PIC XX.
       01  Attend-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Billed-File-Status           PIC XX.
       01  Hold-File-Status             PIC XX.
       01  Dunning-File-Status          PIC XX.
       01  Audit-File-Status            PIC XX.
       01  Event-File-Status            PIC XX.
       01  Run-Date                     PIC 9(8).
       01  Stamp-Time                   PIC 9(8).

       01  Signon-Operator-ID           PIC X(8)   VALUE SPACES.
       01  Signon-Operator-Name         PIC X(20)  VALUE SPACES.
       01  Signon-Role                  PIC X      VALUE SPACE.
           88  Role-Supervisor          VALUE "S".
       01  Signon-Found-Switch          PIC X      VALUE "N".
           88  Signon-Found             VALUE "Y".

       01  Subject-StudentID            PIC X(10)  VALUE SPACES.
       01  Section-Count                PIC 9(5)   VALUE ZEROS.
       01  Dossier-Count                PIC 9(5)   VALUE ZEROS.
       01  Archive-EOF-Switch           PIC X      VALUE "N".
           88  EndOfArchiveFile         VALUE "Y".
       01  Master-Where                 PIC X(8)   VALUE SPACES.

      * A STUDAUD image is a STUDREC record, remapped here so the
      * masked name can be unmasked by field.
       01  Image-Area.
           02  imgStudentID             PIC X(10).
           02  imgSurname               PIC X(10).
           02  imgInitials              PIC XX.
           02  imgYOBirth               PIC 9(4).
           02  imgMOBirth               PIC 99.
           02  imgDOBirth               PIC 99.
           02  imgCourseCode            PIC X(6).
           02  imgGender                PIC X(6).
           02  imgIntakeYear            PIC 9(4).
           02  imgIntakeTerm            PIC X(2).

      * Dossier heading and per-section framing.
       01  Dossier-Header.
           02  FILLER                   PIC X(40)
               VALUE "SUBJECT ACCESS DOSSIER FOR STUDENT ID: ".
           02  dhdStudentID             PIC X(10).
       01  Dossier-Run-Line.
           02  FILLER                   PIC X(14)
               VALUE "PREPARED ON: ".
           02  drlRunDate               PIC 9(8).
           02  FILLER                   PIC X(6)   VALUE "  BY: ".
           02  drlOperator-ID           PIC X(8).
           02  FILLER                   PIC X      VALUE SPACE.
           02  drlOperator-Name         PIC X(20).
       01  Dossier-LineBreak            PIC X(80)  VALUE ALL "=".
       01  Section-LineBreak            PIC X(80)  VALUE ALL "-".
       01  Dossier-Blank-Line           PIC X(80)  VALUE SPACES.
       01  Section-Title-Line.
           02  stlFileName              PIC X(14).
           02  FILLER                   PIC X(3)   VALUE " - ".
           02  stlDescription           PIC X(40).
       01  Section-Column-Line          PIC X(80).
       01  Section-Count-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sclCount                 PIC ZZZZ9.
           02  FILLER                   PIC X(10)  VALUE " record(s)".
       01  Section-None-Line            PIC X(40)
           VALUE "  No records held on this file.".
       01  Section-Missing-Line         PIC X(40)
           VALUE "  File not present - nothing held.".
       01  Dossier-Total-Line.
           02  FILLER                   PIC X(32)
               VALUE "TOTAL RECORDS HELD ON SUBJECT: ".
           02  dtlCount                 PIC ZZZZ9.

      * One detail layout per file.
       01  Master-Column-Titles.
           02  FILLER  PIC X(22) VALUE "  NAME".
           02  FILLER  PIC X(12) VALUE "BORN".
           02  FILLER  PIC X(8)  VALUE "COURSE".
           02  FILLER  PIC X(8)  VALUE "GENDER".
           02  FILLER  PIC X(10) VALUE "INTAKE".
           02  FILLER  PIC X(8)  VALUE "HELD ON".
       01  Master-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  mdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  mdlSurname               PIC X(10).
           02  FILLER                   PIC X(7)   VALUE SPACES.
           02  mdlYOBirth               PIC 9(4).
           02  FILLER                   PIC X      VALUE "/".
           02  mdlMOBirth               PIC 99.
           02  FILLER                   PIC X      VALUE "/".
           02  mdlDOBirth               PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  mdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  mdlGender                PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  mdlIntakeTerm            PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  mdlIntakeYear            PIC 9(4).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  mdlWhere                 PIC X(8).

       01  Applicant-Detail-Line-1.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(10)  VALUE "APPLICANT ".
           02  adlApplicantNo           PIC 9(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlSurname               PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlYOBirth               PIC 9(4).
           02  FILLER                   PIC X      VALUE "/".
           02  adlMOBirth               PIC 99.
           02  FILLER                   PIC X      VALUE "/".
           02  adlDOBirth               PIC 99.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlGender                PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  adlCourseCode            PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlIntakeTerm            PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlIntakeYear            PIC 9(4).
           02  FILLER                   PIC X(9)   VALUE "  STATUS ".
           02  adlStatus                PIC X.
       01  Applicant-Detail-Line-2.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  adlStreet                PIC X(30).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlCity                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlPostcode              PIC X(8).
       01  Applicant-Detail-Line-3.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  adlPhone                 PIC X(12).
           02  FILLER                   PIC X      VALUE SPACE.
           02  adlEmail                 PIC X(30).
       01  Applicant-Detail-Line-4.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  FILLER                   PIC X(8)   VALUE "ENQUIRY ".
           02  adlEnquiryDate           PIC 9(8).
           02  FILLER                   PIC X(9)   VALUE " APPLIED ".
           02  adlAppliedDate           PIC 9(8).
           02  FILLER                   PIC X(7)   VALUE " OFFER ".
           02  adlOfferDate             PIC 9(8).
           02  FILLER                   PIC X(10)  VALUE " RESPONSE ".
           02  adlResponseDate          PIC 9(8).

       01  Address-Column-Titles.
           02  FILLER  PIC X(33) VALUE "  STREET".
           02  FILLER  PIC X(21) VALUE "CITY".
           02  FILLER  PIC X(10) VALUE "POSTCODE".
           02  FILLER  PIC X(12) VALUE "PHONE".
       01  Address-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlStreet                PIC X(30).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlCity                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  sdlPostcode              PIC X(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  sdlPhone                 PIC X(12).

       01  Note-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  DATE".
           02  FILLER  PIC X(10) VALUE "OPERATOR".
           02  FILLER  PIC X(10) VALUE "CATEGORY".
           02  FILLER  PIC X(40) VALUE "NOTE".
       01  Note-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndlDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndlOperator              PIC X(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndlCategory              PIC X(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ndlText                  PIC X(40).

       01  Regist-Column-Titles.
           02  FILLER  PIC X(10) VALUE "  COURSE".
           02  FILLER  PIC X(10) VALUE "TERM".
           02  FILLER  PIC X(8)  VALUE "SECTION".
           02  FILLER  PIC X(8)  VALUE "STATUS".
           02  FILLER  PIC X(8)  VALUE "AS OF".
       01  Regist-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rdlTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  rdlYear                  PIC 9(4).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  rdlSection               PIC X(2).
           02  FILLER                   PIC X(6)   VALUE SPACES.
           02  rdlStatus                PIC X.
           02  FILLER                   PIC X(7)   VALUE SPACES.
           02  rdlStatusDate            PIC 9(8).

       01  Grade-Column-Titles.
           02  FILLER  PIC X(10) VALUE "  COURSE".
           02  FILLER  PIC X(10) VALUE "TERM".
           02  FILLER  PIC X(5)  VALUE "GRADE".
       01  Grade-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  gdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  gdlTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  gdlYear                  PIC 9(4).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  gdlGrade                 PIC ZZ9.

       01  Attend-Column-Titles.
           02  FILLER  PIC X(10) VALUE "  COURSE".
           02  FILLER  PIC X(10) VALUE "DATE".
           02  FILLER  PIC X(4)  VALUE "MARK".
       01  Attend-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  tdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  tdlDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  tdlMark                  PIC X.

       01  Payment-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  DATE".
           02  FILLER  PIC X(14) VALUE "        AMOUNT".
           02  FILLER  PIC X(3)  VALUE SPACES.
           02  FILLER  PIC X(6)  VALUE "SOURCE".
       01  Payment-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pdlDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  pdlAmount                PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  pdlSource                PIC X(6).

       01  Billed-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  DATE".
           02  FILLER  PIC X(8)  VALUE "COURSE".
           02  FILLER  PIC X(14) VALUE "        AMOUNT".
           02  FILLER  PIC X(3)  VALUE SPACES.
           02  FILLER  PIC X(6)  VALUE "CHARGE".
       01  Billed-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  bdlDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  bdlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  bdlAmount                PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  bdlChargeCode            PIC XX.

       01  Hold-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  DATE".
           02  FILLER  PIC X(14) VALUE "       BALANCE".
           02  FILLER  PIC X(3)  VALUE SPACES.
           02  FILLER  PIC X(20) VALUE "REASON".
       01  Hold-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  hdlDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  hdlBalance               PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  hdlReason                PIC X(20).

       01  Dunning-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  SENT".
           02  FILLER  PIC X(5)  VALUE "LEVEL".
       01  Dunning-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  udlSendDate              PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  udlLevel                 PIC 9.

       01  Audit-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  RUN DATE".
           02  FILLER  PIC X(8)  VALUE "SOURCE".
           02  FILLER  PIC X(5)  VALUE "CODE".
           02  FILLER  PIC X(8)  VALUE "IMAGE".
           02  FILLER  PIC X(15) VALUE "NAME".
           02  FILLER  PIC X(12) VALUE "BORN".
           02  FILLER  PIC X(8)  VALUE "COURSE".
           02  FILLER  PIC X(6)  VALUE "GENDER".
       01  Audit-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audRunDate               PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audSource                PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audTransCode             PIC X.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  audImageType             PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  audSurname               PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audBorn.
               03  audYOBirth           PIC 9(4).
               03  FILLER               PIC X      VALUE "/".
               03  audMOBirth           PIC 99.
               03  FILLER               PIC X      VALUE "/".
               03  audDOBirth           PIC 99.
           02  audBorn-Area REDEFINES audBorn PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  audGender                PIC X(6).

       01  Event-Column-Titles.
           02  FILLER  PIC X(12) VALUE "  DATE".
           02  FILLER  PIC X(10) VALUE "TYPE".
           02  FILLER  PIC X(14) VALUE "        AMOUNT".
           02  FILLER  PIC X(3)  VALUE SPACES.
           02  FILLER  PIC X(22) VALUE "DETAIL".
           02  FILLER  PIC X(4)  VALUE "SENT".
       01  Event-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  edlDate                  PIC 9(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  edlType                  PIC X(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  edlAmount                PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  edlDetail                PIC X(20).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  edlDispatched            PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM SIGN-ON
           IF NOT Signon-Found OR NOT Role-Supervisor
               DISPLAY "SubjectAccessRpt is restricted to the "
                   "supervisor role - no dossier prepared."
               STOP RUN
           END-IF
           DISPLAY "StudentID of the subject : " WITH NO ADVANCING
           ACCEPT Subject-StudentID
           IF Subject-StudentID = SPACES
               DISPLAY "SubjectAccessRpt - no StudentID keyed, "
                   "nothing prepared"
               STOP RUN
           END-IF

           OPEN OUTPUT DossierFile
           MOVE Subject-StudentID TO dhdStudentID
           MOVE Run-Date TO drlRunDate
           MOVE Signon-Operator-ID TO drlOperator-ID
           MOVE Signon-Operator-Name TO drlOperator-Name
           WRITE Dossier-Line FROM Dossier-LineBreak
           WRITE Dossier-Line FROM Dossier-Header
           WRITE Dossier-Line FROM Dossier-Run-Line
           WRITE Dossier-Line FROM Dossier-LineBreak

           PERFORM MASTER-SECTION
           PERFORM APPLICANT-SECTION
           PERFORM ADDRESS-SECTION
           PERFORM NOTE-SECTION
           PERFORM REGIST-SECTION
           PERFORM GRADE-SECTION
           PERFORM ATTEND-SECTION
           PERFORM PAYMENT-SECTION
           PERFORM BILLED-SECTION
           PERFORM HOLD-SECTION
           PERFORM DUNNING-SECTION
           PERFORM AUDIT-SECTION
           PERFORM EVENT-SECTION

           WRITE Dossier-Line FROM Dossier-Blank-Line
           WRITE Dossier-Line FROM Dossier-LineBreak
           MOVE Dossier-Count TO dtlCount
           WRITE Dossier-Line FROM Dossier-Total-Line
           WRITE Dossier-Line FROM Dossier-LineBreak
           CLOSE DossierFile

           PERFORM LOG-THE-ACCESS
           DISPLAY "SubjectAccessRpt - " Dossier-Count
               " record(s) on " Subject-StudentID
               " written to SUBJACC.RPT and the run logged"
           STOP RUN.

      * Section framing: the caller moves the file name, description
      * and column titles, opens the file, and reports its count.
       START-SECTION.
           MOVE ZEROS TO Section-Count
           WRITE Dossier-Line FROM Dossier-Blank-Line
           WRITE Dossier-Line FROM Section-Title-Line
           WRITE Dossier-Line FROM Section-LineBreak
           WRITE Dossier-Line FROM Section-Column-Line.

       END-SECTION.
           IF Section-Count = 0
               WRITE Dossier-Line FROM Section-None-Line
           ELSE
               MOVE Section-Count TO sclCount
               WRITE Dossier-Line FROM Section-Count-Line
               ADD Section-Count TO Dossier-Count
           END-IF.

       MISSING-FILE.
           WRITE Dossier-Line FROM Section-Missing-Line.

      * The subject may be current, archived, or both after a
      * reinstatement; either copy is shown with where it is held.
       MASTER-SECTION.
           MOVE "STUDENTS.DAT" TO stlFileName
           MOVE "STUDENT MASTER, CURRENT AND ARCHIVED" TO
               stlDescription
           MOVE Master-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT StudentFile
           IF Student-File-Status = "00"
               MOVE "CURRENT" TO Master-Where
               PERFORM READ-NEXT-STUDENT
               PERFORM UNTIL EndOfStudentFile
                   IF StudentID = Subject-StudentID
                       PERFORM WRITE-MASTER-LINE
                   END-IF
                   PERFORM READ-NEXT-STUDENT
               END-PERFORM
               CLOSE StudentFile
           END-IF
           OPEN INPUT ArchiveFile
           IF Archive-File-Status = "00"
               MOVE "ARCHIVED" TO Master-Where
               PERFORM READ-NEXT-ARCHIVE
               PERFORM UNTIL EndOfArchiveFile
                   IF Archive-Record (1:10) = Subject-StudentID
                       MOVE Archive-Record TO StudentRecord
                       PERFORM WRITE-MASTER-LINE
                   END-IF
                   PERFORM READ-NEXT-ARCHIVE
               END-PERFORM
               CLOSE ArchiveFile
           END-IF
           PERFORM END-SECTION.

       WRITE-MASTER-LINE.
           PERFORM UNMASK-STUDENT-NAME
           MOVE Initials TO mdlInitials
           MOVE Surname TO mdlSurname
           MOVE YOBirth TO mdlYOBirth
           MOVE MOBirth TO mdlMOBirth
           MOVE DOBirth TO mdlDOBirth
           MOVE CourseCode TO mdlCourseCode
           MOVE Gender TO mdlGender
           MOVE IntakeTerm TO mdlIntakeTerm
           MOVE IntakeYear TO mdlIntakeYear
           MOVE Master-Where TO mdlWhere
           WRITE Dossier-Line FROM Master-Detail-Line
           ADD 1 TO Section-Count.

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
                   END-IF
               END-IF
           END-IF.

       READ-NEXT-ARCHIVE.
           READ ArchiveFile
               AT END SET EndOfArchiveFile TO TRUE
           END-READ.

      * Surname/Initials ride masked at rest on STUDENTS.DAT and
      * STUDENTS.ARC; this substitution is its own inverse, so the
      * same operation that masked the field on the way in also
      * unmasks it on the way out.
       UNMASK-STUDENT-NAME.
           INSPECT Surname CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
           INSPECT Initials CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            TO "NOPQRSTUVWXYZABCDEFGHIJKLM".

      * The applicant record a student was converted from carries
      * the StudentID it became, and holds its details unmasked.
       APPLICANT-SECTION.
           MOVE "APPLICNT.DAT" TO stlFileName
           MOVE "ADMISSIONS APPLICATION" TO stlDescription
           MOVE "  APPLICATION, ADDRESS, CONTACT AND DATES" TO
               Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT ApplicantFile
           IF Applicant-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ ApplicantFile
               AT END SET EndOfApplicantFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfApplicantFile
               IF apStudentID = Subject-StudentID
                   MOVE apApplicantNo TO adlApplicantNo
                   MOVE apInitials TO adlInitials
                   MOVE apSurname TO adlSurname
                   MOVE apYOBirth TO adlYOBirth
                   MOVE apMOBirth TO adlMOBirth
                   MOVE apDOBirth TO adlDOBirth
                   MOVE apGender TO adlGender
                   MOVE apCourseCode TO adlCourseCode
                   MOVE apIntakeTerm TO adlIntakeTerm
                   MOVE apIntakeYear TO adlIntakeYear
                   MOVE apStatus TO adlStatus
                   MOVE apStreet TO adlStreet
                   MOVE apCity TO adlCity
                   MOVE apPostcode TO adlPostcode
                   MOVE apPhone TO adlPhone
                   MOVE apEmail TO adlEmail
                   MOVE apEnquiryDate TO adlEnquiryDate
                   MOVE apAppliedDate TO adlAppliedDate
                   MOVE apOfferDate TO adlOfferDate
                   MOVE apResponseDate TO adlResponseDate
                   WRITE Dossier-Line FROM Applicant-Detail-Line-1
                   WRITE Dossier-Line FROM Applicant-Detail-Line-2
                   WRITE Dossier-Line FROM Applicant-Detail-Line-3
                   WRITE Dossier-Line FROM Applicant-Detail-Line-4
                   ADD 1 TO Section-Count
               END-IF
               READ ApplicantFile
                   AT END SET EndOfApplicantFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApplicantFile
           PERFORM END-SECTION.

       ADDRESS-SECTION.
           MOVE "STUDADDR.DAT" TO stlFileName
           MOVE "CONTACT ADDRESS" TO stlDescription
           MOVE Address-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT StudentAddrFile
           IF Student-Addr-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ StudentAddrFile
               AT END SET EndOfStudentAddrFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentAddrFile
               IF saStudentID = Subject-StudentID
                   MOVE saStreet TO sdlStreet
                   MOVE saCity TO sdlCity
                   MOVE saPostcode TO sdlPostcode
                   MOVE saPhone TO sdlPhone
                   WRITE Dossier-Line FROM Address-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ StudentAddrFile
                   AT END SET EndOfStudentAddrFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StudentAddrFile
           PERFORM END-SECTION.

       NOTE-SECTION.
           MOVE "NOTES.DAT" TO stlFileName
           MOVE "CONTACT LOG NOTES" TO stlDescription
           MOVE Note-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT NoteFile
           IF Note-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ NoteFile
               AT END SET EndOfNoteFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfNoteFile
               IF ntStudentID = Subject-StudentID
                   MOVE ntDate TO ndlDate
                   MOVE ntOperator TO ndlOperator
                   MOVE ntCategory TO ndlCategory
                   MOVE ntText TO ndlText
                   WRITE Dossier-Line FROM Note-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ NoteFile
                   AT END SET EndOfNoteFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE NoteFile
           PERFORM END-SECTION.

       REGIST-SECTION.
           MOVE "REGIST.IDX" TO stlFileName
           MOVE "COURSE REGISTRATIONS" TO stlDescription
           MOVE Regist-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO rgKey
           MOVE Subject-StudentID TO rgStudentID
           START RegistFile KEY IS >= rgKey
               INVALID KEY SET EndOfRegistFile TO TRUE
           END-START
           IF NOT EndOfRegistFile
               PERFORM READ-NEXT-SUBJECT-REGISTRATION
           END-IF
           PERFORM UNTIL EndOfRegistFile
               MOVE rgCourseCode TO rdlCourseCode
               MOVE rgTerm TO rdlTerm
               MOVE rgYear TO rdlYear
               MOVE rgSection TO rdlSection
               MOVE rgStatus TO rdlStatus
               MOVE rgStatusDate TO rdlStatusDate
               WRITE Dossier-Line FROM Regist-Detail-Line
               ADD 1 TO Section-Count
               PERFORM READ-NEXT-SUBJECT-REGISTRATION
           END-PERFORM
           CLOSE RegistFile
           PERFORM END-SECTION.

       READ-NEXT-SUBJECT-REGISTRATION.
           READ RegistFile NEXT RECORD
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           IF NOT EndOfRegistFile
               IF rgStudentID NOT = Subject-StudentID
                   SET EndOfRegistFile TO TRUE
               END-IF
           END-IF.

       GRADE-SECTION.
           MOVE "GRADES.IDX" TO stlFileName
           MOVE "COURSE GRADES" TO stlDescription
           MOVE Grade-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO gdKey
           MOVE Subject-StudentID TO gdStudentID
           START GradeFile KEY IS >= gdKey
               INVALID KEY SET EndOfGradeFile TO TRUE
           END-START
           IF NOT EndOfGradeFile
               PERFORM READ-NEXT-SUBJECT-GRADE
           END-IF
           PERFORM UNTIL EndOfGradeFile
               MOVE gdCourseCode TO gdlCourseCode
               MOVE gdTerm TO gdlTerm
               MOVE gdYear TO gdlYear
               MOVE gdGrade TO gdlGrade
               WRITE Dossier-Line FROM Grade-Detail-Line
               ADD 1 TO Section-Count
               PERFORM READ-NEXT-SUBJECT-GRADE
           END-PERFORM
           CLOSE GradeFile
           PERFORM END-SECTION.

       READ-NEXT-SUBJECT-GRADE.
           READ GradeFile NEXT RECORD
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           IF NOT EndOfGradeFile
               IF gdStudentID NOT = Subject-StudentID
                   SET EndOfGradeFile TO TRUE
               END-IF
           END-IF.

       ATTEND-SECTION.
           MOVE "ATTEND.DAT" TO stlFileName
           MOVE "ATTENDANCE MARKS" TO stlDescription
           MOVE Attend-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT AttendFile
           IF Attend-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ AttendFile
               AT END SET EndOfAttendFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAttendFile
               IF atStudentID = Subject-StudentID
                   MOVE atCourseCode TO tdlCourseCode
                   MOVE atDate TO tdlDate
                   MOVE atMark TO tdlMark
                   WRITE Dossier-Line FROM Attend-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ AttendFile
                   AT END SET EndOfAttendFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE AttendFile
           PERFORM END-SECTION.

       PAYMENT-SECTION.
           MOVE "PAYMENTS.DAT" TO stlFileName
           MOVE "PAYMENTS AND REFUNDS" TO stlDescription
           MOVE Payment-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT PaymentFile
           IF Payment-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ PaymentFile
               AT END SET EndOfPaymentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPaymentFile
               IF payStudentID = Subject-StudentID
                   MOVE payDate TO pdlDate
                   MOVE payAmount TO pdlAmount
                   MOVE paySource TO pdlSource
                   WRITE Dossier-Line FROM Payment-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ PaymentFile
                   AT END SET EndOfPaymentFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PaymentFile
           PERFORM END-SECTION.

       BILLED-SECTION.
           MOVE "BILLED.DAT" TO stlFileName
           MOVE "CHARGES BILLED" TO stlDescription
           MOVE Billed-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT BilledFile
           IF Billed-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ BilledFile
               AT END SET EndOfBilledFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBilledFile
               IF blStudentID = Subject-StudentID
                   MOVE blBillDate TO bdlDate
                   MOVE blCourseCode TO bdlCourseCode
                   MOVE blAmount TO bdlAmount
                   MOVE blChargeCode TO bdlChargeCode
                   WRITE Dossier-Line FROM Billed-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE BilledFile
           PERFORM END-SECTION.

       HOLD-SECTION.
           MOVE "HOLDS.DAT" TO stlFileName
           MOVE "FINANCIAL HOLDS" TO stlDescription
           MOVE Hold-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT HoldFile
           IF Hold-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ HoldFile
               AT END SET EndOfHoldFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfHoldFile
               IF hdStudentID = Subject-StudentID
                   MOVE hdHoldDate TO hdlDate
                   MOVE hdBalance TO hdlBalance
                   MOVE hdReason TO hdlReason
                   WRITE Dossier-Line FROM Hold-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ HoldFile
                   AT END SET EndOfHoldFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE HoldFile
           PERFORM END-SECTION.

       DUNNING-SECTION.
           MOVE "DUNHIST.DAT" TO stlFileName
           MOVE "DUNNING LETTERS SENT" TO stlDescription
           MOVE Dunning-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT DunningFile
           IF Dunning-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ DunningFile
               AT END SET EndOfDunningFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDunningFile
               IF dnStudentID = Subject-StudentID
                   MOVE dnSendDate TO udlSendDate
                   MOVE dnLevel TO udlLevel
                   WRITE Dossier-Line FROM Dunning-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ DunningFile
                   AT END SET EndOfDunningFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DunningFile
           PERFORM END-SECTION.

      * A delete's blank after-image passes through the unmask
      * unchanged and prints as deleted.
       AUDIT-SECTION.
           MOVE "STUDAUDIT.DAT" TO stlFileName
           MOVE "MASTER RECORD CHANGE HISTORY" TO stlDescription
           MOVE Audit-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT AuditFile
           IF Audit-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ AuditFile
               AT END SET EndOfAuditFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAuditFile
               IF sauStudentID = Subject-StudentID
                   MOVE sauImage TO Image-Area
                   INSPECT imgSurname CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
                   INSPECT imgInitials CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    TO "NOPQRSTUVWXYZABCDEFGHIJKLM"
                   MOVE sauRunDate TO audRunDate
                   MOVE sauTransSource TO audSource
                   MOVE sauTransCode TO audTransCode
                   IF sauBefore-Image
                       MOVE "BEFORE" TO audImageType
                   ELSE
                       MOVE "AFTER" TO audImageType
                   END-IF
                   IF Image-Area = SPACES
                       MOVE SPACES TO audInitials audCourseCode
                           audGender audBorn-Area
                       MOVE "(DELETED)" TO audSurname
                   ELSE
                       MOVE imgInitials TO audInitials
                       MOVE imgSurname TO audSurname
                       MOVE "/  /" TO audBorn-Area (5:4)
                       MOVE imgYOBirth TO audYOBirth
                       MOVE imgMOBirth TO audMOBirth
                       MOVE imgDOBirth TO audDOBirth
                       MOVE imgCourseCode TO audCourseCode
                       MOVE imgGender TO audGender
                   END-IF
                   WRITE Dossier-Line FROM Audit-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE AuditFile
           PERFORM END-SECTION.

       EVENT-SECTION.
           MOVE "NOTIFYQ.DAT" TO stlFileName
           MOVE "NOTIFICATIONS" TO stlDescription
           MOVE Event-Column-Titles TO Section-Column-Line
           PERFORM START-SECTION
           OPEN INPUT EventFile
           IF Event-File-Status NOT = "00"
               PERFORM MISSING-FILE
               EXIT PARAGRAPH
           END-IF
           READ EventFile
               AT END SET EndOfEventFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEventFile
               IF evStudentID = Subject-StudentID
                   MOVE evDate TO edlDate
                   MOVE evType TO edlType
                   MOVE evAmount TO edlAmount
                   MOVE evDetail TO edlDetail
                   MOVE evDispatched TO edlDispatched
                   WRITE Dossier-Line FROM Event-Detail-Line
                   ADD 1 TO Section-Count
               END-IF
               READ EventFile
                   AT END SET EndOfEventFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE EventFile
           PERFORM END-SECTION.

      * Choice code 95 marks a subject access run on the operator
      * log, out of the way of OperatorMenu's real menu numbers; the
      * StudentID searched goes on SUBJACC.LOG beside it.
       LOG-THE-ACCESS.
           ACCEPT Stamp-Time FROM TIME
           MOVE Signon-Operator-ID TO olOperator-ID
           MOVE Run-Date TO olDate
           MOVE Stamp-Time (1:6) TO olTime
           MOVE 95 TO olChoice
           OPEN EXTEND OperLogFile
           IF OperLog-File-Status NOT = "00"
               OPEN OUTPUT OperLogFile
           END-IF
           WRITE OperLog-Record
           CLOSE OperLogFile
           MOVE Signon-Operator-ID TO salOperator-ID
           MOVE Run-Date TO salDate
           MOVE Stamp-Time (1:6) TO salTime
           MOVE Subject-StudentID TO salStudentID
           MOVE Dossier-Count TO salRecordCount
           OPEN EXTEND AccessLogFile
           IF Access-Log-File-Status NOT = "00"
               OPEN OUTPUT AccessLogFile
           END-IF
           WRITE Access-Log-Record
           CLOSE AccessLogFile.

      * With no operator master on disk the console gets supervisor
      * with a warning, the WriteOff tolerance.
       SIGN-ON.
           OPEN INPUT OperatorFile
           IF Operator-File-Status NOT = "00"
               DISPLAY "Warning - OPERATOR.DAT not found; supervisor "
                   "access granted to the console."
               MOVE "CONSOLE" TO Signon-Operator-ID
               MOVE "S" TO Signon-Role
               SET Signon-Found TO TRUE
               EXIT PARAGRAPH
           END-IF
           CLOSE OperatorFile
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT Signon-Operator-ID
           PERFORM LOOKUP-OPERATOR
           IF NOT Signon-Found
               DISPLAY "Operator ID not recognized."
           END-IF.

       LOOKUP-OPERATOR.
           MOVE "N" TO Signon-Found-Switch
           OPEN INPUT OperatorFile
           READ OperatorFile
               AT END SET EndOfOperatorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperatorFile OR Signon-Found
               IF opOperator-ID = Signon-Operator-ID
                   SET Signon-Found TO TRUE
                   MOVE opOperator-Role TO Signon-Role
                   MOVE opOperator-Name TO Signon-Operator-Name
                   DISPLAY "Signed on: " opOperator-Name
               ELSE
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OperatorFile.

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

       END PROGRAM SubjectAccessRpt.
