      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Enrollment verification letters on request.  Given a
      *         StudentID and a letter type (GN general, BK bank or
      *         lender, VS visa or embassy, IN insurer, EM employer)
      *         the front desk gets a printed letter confirming the
      *         student's current STUDSTAT.DAT lifecycle status, the
      *         programme's CRSCAT.DAT title, the intake term, the
      *         current term's enrolled REGIST.IDX registrations and
      *         the expected completion term (intake plus the
      *         programme's PROGREQ.DAT standard length in regular
      *         spring/fall terms).  A suspended or withdrawn student
      *         gets no letter unless the operator overrides, the way
      *         RegistrationEntry takes a prerequisite override.
      *         Every letter carries the next LTRNO.DAT serial number
      *         (read, used, incremented and saved, the same scheme
      *         RCPTNO.DAT uses for receipts) and is logged on
      *         VERIFLOG.DAT (VLTRREC); the verify option looks a
      *         serial number up on the log so a caller checking a
      *         letter can be answered by phone.  Letters print to
      *         VERIFLTR.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyLetter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT StatusFile ASSIGN TO "STUDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Status-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.
           SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgReq-File-Status.
           SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCal-File-Status.
           SELECT LetterNoFile ASSIGN TO "LTRNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LetterNo-File-Status.
           SELECT VerifyLogFile ASSIGN TO "VERIFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Verify-Log-File-Status.
           SELECT LetterFile ASSIGN TO "VERIFLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD StatusFile.
       COPY STATREC.

       FD RegistFile.
       COPY REGREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD ProgReqFile.
       COPY PROGREQ.

       FD TermCalFile.
       COPY TCALREC.

       FD LetterNoFile.
       01 LetterNo-Rec.
           02 lnNextNumber           PIC 9(6).

       FD VerifyLogFile.
       COPY VLTRREC.

       FD LetterFile.
       01  Letter-Line                  PIC X(64).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Student-File-Status          PIC XX.
       01  Status-File-Status           PIC XX.
       01  Regist-File-Status           PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  ProgReq-File-Status          PIC XX.
       01  TermCal-File-Status          PIC XX.
       01  LetterNo-File-Status         PIC XX.
       01  Verify-Log-File-Status       PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Run-Mode                     PIC X      VALUE "I".
           88  Mode-Issue               VALUE "I", "i", " ".
           88  Mode-Verify              VALUE "V", "v".

       01  Entry-StudentID              PIC X(10).
       01  Entry-LetterType             PIC X(2).
           88  Valid-Letter-Type        VALUE "GN", "BK", "VS",
                                              "IN", "EM".
       01  Entry-SerialNo               PIC X(6).
       01  More-Letters-Switch          PIC X      VALUE "Y".
           88  More-Letters             VALUE "Y".
       01  Override-Answer              PIC X      VALUE "N".
           88  Override-Yes             VALUE "Y", "y".
       01  Override-Flag                PIC X      VALUE "N".
       01  Letter-Count                 PIC 9(5)   VALUE ZEROS.
       01  Letter-Number                PIC 9(6)   VALUE ZEROS.

      * The student as found on STUDENTS.DAT, name unmasked.
       01  Student-Found-Switch         PIC X      VALUE "N".
           88  Found-Student            VALUE "Y".
       01  Letter-Surname               PIC X(10).
       01  Letter-Initials              PIC XX.
       01  Letter-CourseCode            PIC X(6).
       01  Letter-IntakeYear            PIC 9(4).
       01  Letter-IntakeTerm            PIC X(2).

      * Latest STUDSTAT.DAT record wins; no record means active.
       01  Student-Status               PIC X      VALUE "A".
           88  Status-Blocks-Letter     VALUE "S", "W".
       01  Status-Word                  PIC X(10).

       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 50 TIMES.
               03  cctgCode             PIC X(6).
               03  cctgTitle            PIC X(30).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.
       01  Lookup-CourseCode            PIC X(6).
       01  Lookup-Title                 PIC X(30).

       01  ProgReq-Table.
           02  ProgReq-Entry            OCCURS 50 TIMES.
               03  prtCourseCode        PIC X(6).
               03  prtStandardTerms     PIC 9(2).
       01  ProgReq-Count                PIC 9(3)   VALUE ZEROS.
       01  ProgReq-Index                PIC 9(3)   VALUE ZEROS.
       01  Standard-Terms               PIC 9(2)   VALUE ZEROS.

       01  TermCal-Table.
           02  TermCal-Entry            OCCURS 60 TIMES.
               03  tctYear              PIC 9(4).
               03  tctTerm              PIC X(2).
               03  tctFirstMonth        PIC 9(6).
               03  tctLastMonth         PIC 9(6).
       01  TermCal-Count                PIC 9(3)   VALUE ZEROS.
       01  TermCal-Index                PIC 9(3)   VALUE ZEROS.
       01  Current-Year                 PIC 9(4).
       01  Current-Term                 PIC X(2).
       01  Run-Month                    PIC 9(6).

      * Regular terms counted as year * 2, plus one for fall; a
      * summer intake starts counting from the fall that follows.
       01  Term-Sequence                PIC 9(5)   VALUE ZEROS.
       01  Completion-Year              PIC 9(4)   VALUE ZEROS.
       01  Completion-Remainder         PIC 9      VALUE ZEROS.
       01  Completion-Term              PIC X(2)   VALUE SPACES.

       01  Registered-Count             PIC 9(3)   VALUE ZEROS.

       01  Letter-Separator             PIC X(64)  VALUE ALL "=".
       01  Letter-Blank-Line            PIC X(64)  VALUE SPACES.
       01  Letter-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "ENROLLMENT VERIFICATION".
           02  FILLER                   PIC X(11)  VALUE "LETTER NO: ".
           02  lhlSerialNo              PIC 9(6).
       01  Letter-Date-Line.
           02  FILLER                   PIC X(6)   VALUE "DATE: ".
           02  ldlDate                  PIC 9(8).
       01  Letter-Addressee-Line        PIC X(64).

       01  Letter-Confirm-Line          PIC X(40)
           VALUE "This is to confirm that".
       01  Letter-Name-Line.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  lnlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  lnlSurname               PIC X(10).
           02  FILLER                   PIC X(14)
               VALUE "   STUDENT ID ".
           02  lnlStudentID             PIC X(10).
       01  Letter-Programme-Line-1      PIC X(40)
           VALUE "is a student of this institution on the".
       01  Letter-Programme-Line-2.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  lplTitle                 PIC X(30).
           02  FILLER                   PIC X(2)   VALUE " (".
           02  lplCourseCode            PIC X(6).
           02  FILLER                   PIC X(12)  VALUE ") programme".
       01  Letter-Intake-Line.
           02  FILLER                   PIC X(27)
               VALUE "having enrolled in the     ".
           02  lilTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lilYear                  PIC 9(4).
           02  FILLER                   PIC X(8)   VALUE " intake.".
       01  Letter-Status-Line.
           02  FILLER                   PIC X(27)
               VALUE "Current status:            ".
           02  lslStatus                PIC X(10).
       01  Letter-Completion-Line.
           02  FILLER                   PIC X(27)
               VALUE "Expected completion:       ".
           02  FILLER                   PIC X(11)  VALUE "end of the ".
           02  lclTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lclYear                  PIC 9(4).
           02  FILLER                   PIC X(6)   VALUE " term.".
       01  Letter-Registered-Line.
           02  FILLER                   PIC X(27)
               VALUE "Registered courses for    ".
           02  lrlTerm                  PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lrlYear                  PIC 9(4).
           02  FILLER                   PIC X      VALUE ":".
       01  Letter-Course-Line.
           02  FILLER                   PIC X(4)   VALUE SPACES.
           02  lolCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  lolTitle                 PIC X(30).
       01  Letter-No-Course-Line        PIC X(40)
           VALUE "    (none registered this term)".
       01  Letter-Verify-Line-1         PIC X(50)
           VALUE "To verify this letter, telephone the Registry".
       01  Letter-Verify-Line-2.
           02  FILLER                   PIC X(22)
               VALUE "quoting letter number ".
           02  lvlSerialNo              PIC 9(6).
           02  FILLER                   PIC X      VALUE ".".
       01  Letter-Close-Line            PIC X(16)
           VALUE "  The Registrar".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "VerifyLetter - enrollment verification letters"
           DISPLAY "Issue letters or verify a letter number (I/V) : "
               WITH NO ADVANCING
           ACCEPT Run-Mode
           IF Mode-Verify
               PERFORM VERIFY-LETTERS
               STOP RUN
           END-IF

           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-PROG-REQS
           PERFORM LOAD-TERM-CALENDAR
           PERFORM SET-CURRENT-TERM
           OPEN OUTPUT LetterFile
           OPEN EXTEND VerifyLogFile
           IF Verify-Log-File-Status NOT = "00"
               OPEN OUTPUT VerifyLogFile
           END-IF
           DISPLAY "Enter a StudentID and letter type, or blank "
               "StudentID to finish."
           PERFORM UNTIL NOT More-Letters
               DISPLAY "StudentID (blank to end)      : "
                   WITH NO ADVANCING
               ACCEPT Entry-StudentID
               IF Entry-StudentID = SPACES
                   MOVE "N" TO More-Letters-Switch
               ELSE
                   PERFORM ISSUE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE VerifyLogFile
           CLOSE LetterFile
           DISPLAY "VerifyLetter - " Letter-Count
               " letter(s) written to VERIFLTR.RPT and logged on "
               "VERIFLOG.DAT"
           STOP RUN.

       ISSUE-ONE-LETTER.
           PERFORM FIND-STUDENT
           IF NOT Found-Student
               DISPLAY "No student found for StudentID "
                   Entry-StudentID ", no letter issued"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Letter type GN/BK/VS/IN/EM    : "
               WITH NO ADVANCING
           ACCEPT Entry-LetterType
           IF NOT Valid-Letter-Type
               DISPLAY "Error - letter type must be GN, BK, VS, IN "
                   "or EM, no letter issued"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CURRENT-STATUS
           MOVE "N" TO Override-Flag
           IF Status-Blocks-Letter
               DISPLAY "Warning - " Entry-StudentID " is "
                   Status-Word " on STUDSTAT.DAT"
               DISPLAY "Override and issue anyway (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT Override-Answer
               IF Override-Yes
                   MOVE "Y" TO Override-Flag
               ELSE
                   DISPLAY "No letter issued"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ASSIGN-LETTER-NUMBER
           PERFORM PRINT-LETTER
           PERFORM WRITE-LETTER-LOG
           ADD 1 TO Letter-Count
           DISPLAY "Letter " Letter-Number " issued for "
               Entry-StudentID.

       PRINT-LETTER.
           WRITE Letter-Line FROM Letter-Separator
           MOVE Letter-Number TO lhlSerialNo
           WRITE Letter-Line FROM Letter-Heading-Line
           MOVE Run-Date TO ldlDate
           WRITE Letter-Line FROM Letter-Date-Line
           WRITE Letter-Line FROM Letter-Blank-Line
           EVALUATE Entry-LetterType
               WHEN "BK"
                   MOVE "To the bank or lender concerned"
                       TO Letter-Addressee-Line
               WHEN "VS"
                   MOVE "To the embassy or visa office concerned"
                       TO Letter-Addressee-Line
               WHEN "IN"
                   MOVE "To the insurer concerned"
                       TO Letter-Addressee-Line
               WHEN "EM"
                   MOVE "To the employer concerned"
                       TO Letter-Addressee-Line
               WHEN OTHER
                   MOVE "To whom it may concern"
                       TO Letter-Addressee-Line
           END-EVALUATE
           WRITE Letter-Line FROM Letter-Addressee-Line
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Confirm-Line
           MOVE Letter-Initials TO lnlInitials
           MOVE Letter-Surname TO lnlSurname
           MOVE Entry-StudentID TO lnlStudentID
           WRITE Letter-Line FROM Letter-Name-Line
           WRITE Letter-Line FROM Letter-Programme-Line-1
           MOVE Letter-CourseCode TO Lookup-CourseCode
           PERFORM LOOKUP-COURSE-TITLE
           MOVE Lookup-Title TO lplTitle
           MOVE Letter-CourseCode TO lplCourseCode
           WRITE Letter-Line FROM Letter-Programme-Line-2
           MOVE Letter-IntakeTerm TO lilTerm
           MOVE Letter-IntakeYear TO lilYear
           WRITE Letter-Line FROM Letter-Intake-Line
           WRITE Letter-Line FROM Letter-Blank-Line
           MOVE Status-Word TO lslStatus
           WRITE Letter-Line FROM Letter-Status-Line
           PERFORM COMPUTE-COMPLETION-TERM
           IF Completion-Term NOT = SPACES
               MOVE Completion-Term TO lclTerm
               MOVE Completion-Year TO lclYear
               WRITE Letter-Line FROM Letter-Completion-Line
           END-IF
           WRITE Letter-Line FROM Letter-Blank-Line
           MOVE Current-Term TO lrlTerm
           MOVE Current-Year TO lrlYear
           WRITE Letter-Line FROM Letter-Registered-Line
           PERFORM PRINT-CURRENT-REGISTRATIONS
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Verify-Line-1
           MOVE Letter-Number TO lvlSerialNo
           WRITE Letter-Line FROM Letter-Verify-Line-2
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Close-Line
           WRITE Letter-Line FROM Letter-Blank-Line.

       PRINT-CURRENT-REGISTRATIONS.
           MOVE ZEROS TO Registered-Count
           OPEN INPUT RegistFile
           IF Regist-File-Status = "00"
               MOVE LOW-VALUES TO rgKey
               MOVE Entry-StudentID TO rgStudentID
               START RegistFile KEY IS >= rgKey
                   INVALID KEY SET EndOfRegistFile TO TRUE
               END-START
               IF NOT EndOfRegistFile
                   PERFORM READ-NEXT-STUDENT-REGISTRATION
               END-IF
               PERFORM UNTIL EndOfRegistFile
                   IF rgYear = Current-Year
                           AND rgTerm = Current-Term
                           AND rgStatus-Enrolled
                       MOVE rgCourseCode TO lolCourseCode
                       MOVE rgCourseCode TO Lookup-CourseCode
                       PERFORM LOOKUP-COURSE-TITLE
                       MOVE Lookup-Title TO lolTitle
                       WRITE Letter-Line FROM Letter-Course-Line
                       ADD 1 TO Registered-Count
                   END-IF
                   PERFORM READ-NEXT-STUDENT-REGISTRATION
               END-PERFORM
               CLOSE RegistFile
           END-IF
           IF Registered-Count = 0
               WRITE Letter-Line FROM Letter-No-Course-Line
           END-IF.

       READ-NEXT-STUDENT-REGISTRATION.
           READ RegistFile NEXT RECORD
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           IF NOT EndOfRegistFile
               IF rgStudentID NOT = Entry-StudentID
                   SET EndOfRegistFile TO TRUE
               END-IF
           END-IF.

      * Intake term plus the programme's standard length less one,
      * counting spring and fall only.  No standard length on
      * PROGREQ.DAT, or no intake stamp, states no completion term.
       COMPUTE-COMPLETION-TERM.
           MOVE SPACES TO Completion-Term
           MOVE ZEROS TO Standard-Terms
           PERFORM VARYING ProgReq-Index FROM 1 BY 1
                   UNTIL ProgReq-Index > ProgReq-Count
               IF prtCourseCode (ProgReq-Index) = Letter-CourseCode
                   MOVE prtStandardTerms (ProgReq-Index)
                       TO Standard-Terms
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Standard-Terms = 0 OR Letter-IntakeYear = 0
               EXIT PARAGRAPH
           END-IF
           IF Letter-IntakeTerm = "SP"
               COMPUTE Term-Sequence = Letter-IntakeYear * 2
           ELSE
               COMPUTE Term-Sequence = Letter-IntakeYear * 2 + 1
           END-IF
           COMPUTE Term-Sequence = Term-Sequence + Standard-Terms - 1
           DIVIDE Term-Sequence BY 2 GIVING Completion-Year
               REMAINDER Completion-Remainder
           IF Completion-Remainder = 0
               MOVE "SP" TO Completion-Term
           ELSE
               MOVE "FA" TO Completion-Term
           END-IF.

       LOOKUP-COURSE-TITLE.
           MOVE Lookup-CourseCode TO Lookup-Title
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = Lookup-CourseCode
                   MOVE cctgTitle (CourseCat-Index) TO Lookup-Title
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-STUDENT.
           MOVE "N" TO Student-Found-Switch
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile OR Found-Student
               IF StudentID = Entry-StudentID
                   SET Found-Student TO TRUE
                   PERFORM UNMASK-STUDENT-NAME
                   MOVE Surname TO Letter-Surname
                   MOVE Initials TO Letter-Initials
                   MOVE CourseCode TO Letter-CourseCode
                   IF IntakeYear NUMERIC
                       MOVE IntakeYear TO Letter-IntakeYear
                   ELSE
                       MOVE ZEROS TO Letter-IntakeYear
                   END-IF
                   MOVE IntakeTerm TO Letter-IntakeTerm
               ELSE
                   PERFORM READ-NEXT-STUDENT
               END-IF
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

      * Reading the history top to bottom leaves the latest status.
       FIND-CURRENT-STATUS.
           MOVE "A" TO Student-Status
           OPEN INPUT StatusFile
           IF Status-File-Status = "00"
               READ StatusFile
                   AT END SET EndOfStatusFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStatusFile
                   IF ssStudentID = Entry-StudentID
                       MOVE ssStatus TO Student-Status
                   END-IF
                   READ StatusFile
                       AT END SET EndOfStatusFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StatusFile
           END-IF
           EVALUATE Student-Status
               WHEN "L"
                   MOVE "ON LEAVE" TO Status-Word
               WHEN "S"
                   MOVE "SUSPENDED" TO Status-Word
               WHEN "W"
                   MOVE "WITHDRAWN" TO Status-Word
               WHEN "G"
                   MOVE "GRADUATED" TO Status-Word
               WHEN OTHER
                   MOVE "ACTIVE" TO Status-Word
           END-EVALUATE.

      * The next letter number is read, used, incremented and saved,
      * the same scheme RCPTNO.DAT uses for receipts.
       ASSIGN-LETTER-NUMBER.
           OPEN INPUT LetterNoFile
           IF LetterNo-File-Status = "00"
               READ LetterNoFile
                   AT END MOVE 100001 TO lnNextNumber
               END-READ
               CLOSE LetterNoFile
           ELSE
               MOVE 100001 TO lnNextNumber
           END-IF
           MOVE lnNextNumber TO Letter-Number
           ADD 1 TO lnNextNumber
           OPEN OUTPUT LetterNoFile
           WRITE LetterNo-Rec
           CLOSE LetterNoFile.

       WRITE-LETTER-LOG.
           MOVE Letter-Number TO vlSerialNo
           MOVE Entry-StudentID TO vlStudentID
           MOVE Entry-LetterType TO vlLetterType
           MOVE Run-Date TO vlIssueDate
           MOVE Letter-CourseCode TO vlCourseCode
           MOVE Student-Status TO vlStatus
           MOVE Override-Flag TO vlOverride
           WRITE VerifyLetterRecord.

      * A caller quotes the number printed on the letter; the log
      * says whether we issued it, to whom and what it stated.
       VERIFY-LETTERS.
           PERFORM UNTIL NOT More-Letters
               DISPLAY "Letter number (blank to end)  : "
                   WITH NO ADVANCING
               ACCEPT Entry-SerialNo
               IF Entry-SerialNo = SPACES
                   MOVE "N" TO More-Letters-Switch
               ELSE
                   IF Entry-SerialNo NUMERIC
                       PERFORM VERIFY-ONE-LETTER
                   ELSE
                       DISPLAY "Error - letter number must be six "
                           "digits"
                   END-IF
               END-IF
           END-PERFORM.

       VERIFY-ONE-LETTER.
           OPEN INPUT VerifyLogFile
           IF Verify-Log-File-Status NOT = "00"
               DISPLAY "No letters have been issued - VERIFLOG.DAT "
                   "not found"
               EXIT PARAGRAPH
           END-IF
           READ VerifyLogFile
               AT END SET EndOfVerifyLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfVerifyLogFile
               IF vlSerialNo = Entry-SerialNo
                   EXIT PERFORM
               END-IF
               READ VerifyLogFile
                   AT END SET EndOfVerifyLogFile TO TRUE
               END-READ
           END-PERFORM
           IF EndOfVerifyLogFile
               DISPLAY "Letter " Entry-SerialNo " was NOT issued by "
                   "this office"
           ELSE
               DISPLAY "Letter " vlSerialNo " issued " vlIssueDate
                   " type " vlLetterType " for StudentID "
                   vlStudentID
               DISPLAY "  programme " vlCourseCode " status "
                   vlStatus " override " vlOverride
           END-IF
           CLOSE VerifyLogFile.

      * The current term is the TERMCAL.DAT term whose months take in
      * the run date, or the default months (SP January-May, SU
      * June-August, FA September-December) when none does.
       SET-CURRENT-TERM.
           MOVE Run-Date (1:6) TO Run-Month
           MOVE Run-Date (1:4) TO Current-Year
           EVALUATE Run-Date (5:2)
               WHEN "01" THRU "05"
                   MOVE "SP" TO Current-Term
               WHEN "06" THRU "08"
                   MOVE "SU" TO Current-Term
               WHEN OTHER
                   MOVE "FA" TO Current-Term
           END-EVALUATE
           PERFORM VARYING TermCal-Index FROM 1 BY 1
                   UNTIL TermCal-Index > TermCal-Count
               IF Run-Month >= tctFirstMonth (TermCal-Index)
                       AND Run-Month <= tctLastMonth (TermCal-Index)
                   MOVE tctYear (TermCal-Index) TO Current-Year
                   MOVE tctTerm (TermCal-Index) TO Current-Term
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status = "00"
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseCatFile
                   IF CourseCat-Count < 50
                       ADD 1 TO CourseCat-Count
                       MOVE ctlgCourseCode TO
                           cctgCode (CourseCat-Count)
                       MOVE ctlgTitle TO cctgTitle (CourseCat-Count)
                   END-IF
                   READ CourseCatFile
                       AT END SET EndOfCourseCatFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseCatFile
           END-IF.

       LOAD-PROG-REQS.
           OPEN INPUT ProgReqFile
           IF ProgReq-File-Status = "00"
               READ ProgReqFile
                   AT END SET EndOfProgReqFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProgReqFile
                   IF ProgReq-Count < 50
                       ADD 1 TO ProgReq-Count
                       MOVE prCourseCode TO
                           prtCourseCode (ProgReq-Count)
                       IF prStandardTerms NUMERIC
                           MOVE prStandardTerms TO
                               prtStandardTerms (ProgReq-Count)
                       ELSE
                           MOVE ZEROS TO
                               prtStandardTerms (ProgReq-Count)
                       END-IF
                   END-IF
                   READ ProgReqFile
                       AT END SET EndOfProgReqFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProgReqFile
           END-IF.

       LOAD-TERM-CALENDAR.
           OPEN INPUT TermCalFile
           IF TermCal-File-Status = "00"
               READ TermCalFile
                   AT END SET EndOfTermCalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTermCalFile
                   IF TermCal-Count < 60
                       ADD 1 TO TermCal-Count
                       MOVE tcYear TO tctYear (TermCal-Count)
                       MOVE tcTerm TO tctTerm (TermCal-Count)
                       MOVE tcFirstMonth TO
                           tctFirstMonth (TermCal-Count)
                       MOVE tcLastMonth TO
                           tctLastMonth (TermCal-Count)
                   END-IF
                   READ TermCalFile
                       AT END SET EndOfTermCalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TermCalFile
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

       END PROGRAM VerifyLetter.
