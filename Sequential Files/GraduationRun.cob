      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Graduation run for a conferral date, in two steps.
      *         Prepare takes every candidate GradAuditRpt audited as
      *         eligible (GRADELIG.DAT), drops anyone already put
      *         forward on GRADLIST.DAT, no longer on the master,
      *         moved programme since the audit, suspended, withdrawn
      *         or already graduated on STUDSTAT.DAT, on financial
      *         hold (HOLDS.DAT), or still owing on BILLED.DAT after
      *         PAYMENTS.DAT and CREDITS.DAT; gives each remaining
      *         graduate the next CERTNO.DAT certificate serial (the
      *         RCPTNO.DAT numbering scheme) and honours from the
      *         cumulative average on their latest STANDING.DAT
      *         record; records them pending on GRADLIST.DAT
      *         (GRADLREC); and prints the ceremony list by programme
      *         on GRADCERE.RPT, with who was held back and why, and
      *         the certificates on GRADCERT.RPT.  Confirm, run after
      *         the ceremony, walks that date's pending graduates and
      *         posts each confirmed one's ssGraduated status to
      *         STUDSTAT.DAT dated the conferral date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GraduationRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EligibleFile ASSIGN TO "GRADELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Eligible-File-Status.
           SELECT GraduateFile ASSIGN TO "GRADLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Graduate-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT StatusFile ASSIGN TO "STUDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Status-File-Status.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.
           SELECT BilledFile ASSIGN TO "BILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Billed-File-Status.
           SELECT PaymentFile ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-File-Status.
           SELECT CreditFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-File-Status.
           SELECT StandingFile ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Standing-File-Status.
           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.
           SELECT CertNoFile ASSIGN TO "CERTNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertNo-File-Status.
           SELECT CeremonyFile ASSIGN TO "GRADCERE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CertificateFile ASSIGN TO "GRADCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EligibleFile.
       COPY GELIGREC.

       FD GraduateFile.
       COPY GRADLREC.

       FD StudentFile.
       COPY STUDREC.

       FD StatusFile.
       COPY STATREC.

       FD HoldFile.
       COPY HOLDREC.

       FD BilledFile.
       COPY BILLREC.

       FD PaymentFile.
       COPY PAYREC.

       FD CreditFile.
       COPY CREDREC.

       FD StandingFile.
       COPY STANDREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD CertNoFile.
       01 CertNo-Rec.
           02 cnNextNumber           PIC 9(6).

       FD CeremonyFile.
       01  Ceremony-Line                PIC X(72).

       FD CertificateFile.
       01  Certificate-Line             PIC X(64).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Eligible-File-Status         PIC XX.
       01  Graduate-File-Status         PIC XX.
       01  Student-File-Status          PIC XX.
       01  Status-File-Status           PIC XX.
       01  Hold-File-Status             PIC XX.
       01  Billed-File-Status           PIC XX.
       01  Payment-File-Status          PIC XX.
       01  Credit-File-Status           PIC XX.
       01  Standing-File-Status         PIC XX.
       01  CourseCat-File-Status        PIC XX.
       01  CertNo-File-Status           PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).

       01  Run-Mode                     PIC X      VALUE "P".
           88  Mode-Prepare             VALUE "P", "p".
           88  Mode-Confirm             VALUE "C", "c".
       01  Entry-ConferralDate          PIC X(8).
       01  Conferral-Date               PIC 9(8)   VALUE ZEROS.

      * Latest eligible audit per student, with everything the
      * screening needs gathered alongside it.
       01  Candidate-Table.
           02  Candidate-Entry          OCCURS 500 TIMES.
               03  cndStudentID         PIC X(10).
               03  cndCourseCode        PIC X(6).
               03  cndMasterCourse      PIC X(6).
               03  cndSurname           PIC X(10).
               03  cndInitials          PIC XX.
               03  cndOnMaster          PIC X.
               03  cndOnList            PIC X.
               03  cndStatus            PIC X.
               03  cndHold              PIC X.
               03  cndBalance           PIC S9(8)V99.
               03  cndCumAverage        PIC 9(3)V9.
               03  cndReason            PIC X(28).
       01  Candidate-Count              PIC 9(3)   VALUE ZEROS.
       01  Candidate-Index              PIC 9(3)   VALUE ZEROS.
       01  Candidate-Found-Switch       PIC X      VALUE "N".
           88  Found-Candidate          VALUE "Y".
       01  Lookup-StudentID             PIC X(10).

      * The ceremony list, programme then name first so a whole-entry
      * compare sorts it.
       01  Ceremony-Table.
           02  Ceremony-Entry           OCCURS 500 TIMES.
               03  cerCourseCode        PIC X(6).
               03  cerSurname           PIC X(10).
               03  cerInitials          PIC XX.
               03  cerStudentID         PIC X(10).
               03  cerSerialNo          PIC 9(6).
               03  cerCumAverage        PIC 9(3)V9.
               03  cerHonours           PIC X.
       01  Ceremony-Count               PIC 9(3)   VALUE ZEROS.
       01  Ceremony-Index               PIC 9(3)   VALUE ZEROS.
       01  Sort-Index                   PIC 9(3)   VALUE ZEROS.
       01  Compare-Index                PIC 9(3)   VALUE ZEROS.
       01  Hold-Ceremony-Entry          PIC X(39).
       01  Current-CourseCode           PIC X(6)   VALUE SPACES.
       01  Programme-Count              PIC 9(3)   VALUE ZEROS.
       01  Held-Back-Count              PIC 9(3)   VALUE ZEROS.
       01  Already-Listed-Count         PIC 9(3)   VALUE ZEROS.

      * Every GRADLIST.DAT record, for the confirm step's rewrite.
       01  Graduate-Table.
           02  Graduate-Entry           OCCURS 2000 TIMES.
               03  grtRecord            PIC X(44).
       01  Graduate-Count               PIC 9(4)   VALUE ZEROS.
       01  Graduate-Index               PIC 9(4)   VALUE ZEROS.
       01  Confirm-Answer               PIC X      VALUE "N".
           88  Confirm-Yes              VALUE "Y", "y".
           88  Confirm-All              VALUE "A", "a".
       01  Confirm-All-Switch           PIC X      VALUE "N".
           88  Confirming-All           VALUE "Y".
       01  Confirmed-Count              PIC 9(4)   VALUE ZEROS.
       01  Pending-Count                PIC 9(4)   VALUE ZEROS.

       01  CourseCat-Table.
           02  CourseCat-Entry          OCCURS 50 TIMES.
               03  cctgCode             PIC X(6).
               03  cctgTitle            PIC X(30).
       01  CourseCat-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseCat-Index              PIC 9(3)   VALUE ZEROS.
       01  Programme-Title              PIC X(30).

       01  Certificate-Number           PIC 9(6)   VALUE ZEROS.
       01  Honours-Text                 PIC X(16).

       01  Ceremony-Header.
           02  FILLER                   PIC X(39)
               VALUE "GRADUATION CEREMONY LIST - CONFERRAL  ".
           02  chdDate                  PIC 9(8).
       01  Ceremony-LineBreak           PIC X(72)  VALUE ALL "-".
       01  Ceremony-Blank-Line          PIC X(72)  VALUE SPACES.
       01  Ceremony-Programme-Line.
           02  FILLER                   PIC X(11)  VALUE "PROGRAMME: ".
           02  cplCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cplTitle                 PIC X(30).
       01  Ceremony-Column-Titles.
           02  FILLER                   PIC X(23)
               VALUE "  CERT NO  STUDENT ID  ".
           02  FILLER                   PIC X(22)
               VALUE "NAME          CUM AVG ".
           02  FILLER                   PIC X(7)   VALUE "HONOURS".
       01  Ceremony-Detail-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlSerialNo              PIC 9(6).
           02  FILLER                   PIC X(3)   VALUE SPACES.
           02  cdlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  cdlSurname               PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlCumAverage            PIC ZZ9.9.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  cdlHonours               PIC X(16).
       01  Ceremony-Programme-Total.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  FILLER                   PIC X(12)  VALUE "GRADUATES : ".
           02  cptCount                 PIC ZZ9.
       01  Ceremony-Total-Line.
           02  FILLER                   PIC X(18)
               VALUE "TOTAL GRADUATES : ".
           02  ctlCount                 PIC ZZ9.
       01  Ceremony-Held-Title          PIC X(40)
           VALUE "ELIGIBLE BUT NOT PUT FORWARD:".
       01  Ceremony-Held-Line.
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  chlStudentID             PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  chlCourseCode            PIC X(6).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  chlReason                PIC X(28).
           02  FILLER                   PIC X      VALUE SPACE.
           02  chlBalance               PIC $$$,$$9.99-.
       01  Ceremony-None-Line           PIC X(40)
           VALUE "  (none)".

       01  Certificate-Separator        PIC X(64)  VALUE ALL "=".
       01  Certificate-Blank-Line       PIC X(64)  VALUE SPACES.
       01  Certificate-Title-Line       PIC X(44)
           VALUE "              CERTIFICATE OF GRADUATION".
       01  Certificate-Number-Line.
           02  FILLER                   PIC X(30)
               VALUE "              CERTIFICATE NO: ".
           02  ctnSerialNo              PIC 9(6).
       01  Certificate-Certify-Line     PIC X(30)
           VALUE "This is to certify that".
       01  Certificate-Name-Line.
           02  FILLER                   PIC X(10)  VALUE SPACES.
           02  ctmInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  ctmSurname               PIC X(10).
       01  Certificate-Completed-Line   PIC X(50)
           VALUE "having completed the requirements of the".
       01  Certificate-Programme-Line.
           02  FILLER                   PIC X(10)  VALUE SPACES.
           02  ctpTitle                 PIC X(30).
           02  FILLER                   PIC X(10)  VALUE " programme".
       01  Certificate-Awarded-Line.
           02  FILLER                   PIC X(31)
               VALUE "has been awarded the same      ".
           02  ctaHonours               PIC X(16).
       01  Certificate-Date-Line.
           02  FILLER                   PIC X(13)
               VALUE "Conferred on ".
           02  ctdDate                  PIC 9(8).
       01  Certificate-Sign-Line        PIC X(16)
           VALUE "  The Registrar".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "GraduationRun - graduation list and certificates"
           DISPLAY "Prepare list or confirm graduates (P/C) : "
               WITH NO ADVANCING
           ACCEPT Run-Mode
           DISPLAY "Conferral date (YYYYMMDD)               : "
               WITH NO ADVANCING
           ACCEPT Entry-ConferralDate
           IF Entry-ConferralDate NOT NUMERIC
               DISPLAY "Error - conferral date must be YYYYMMDD"
               STOP RUN
           END-IF
           MOVE Entry-ConferralDate TO Conferral-Date
           EVALUATE TRUE
               WHEN Mode-Prepare
                   PERFORM PREPARE-GRADUATION
               WHEN Mode-Confirm
                   PERFORM CONFIRM-GRADUATES
               WHEN OTHER
                   DISPLAY "Error - enter P to prepare or C to confirm"
           END-EVALUATE
           STOP RUN.

       PREPARE-GRADUATION.
           PERFORM LOAD-CANDIDATES
           IF Candidate-Count = 0
               DISPLAY "No eligible candidates on GRADELIG.DAT - run "
                   "GradAuditRpt first"
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-ALREADY-LISTED
           PERFORM LOAD-STUDENT-DETAILS
           PERFORM LOAD-CURRENT-STATUSES
           PERFORM LOAD-HOLDS
           PERFORM TOTAL-BALANCES
           PERFORM LOAD-CUMULATIVE-AVERAGES
           PERFORM LOAD-COURSE-CATALOG

           OPEN EXTEND GraduateFile
           IF Graduate-File-Status NOT = "00"
               OPEN OUTPUT GraduateFile
           END-IF
           PERFORM VARYING Candidate-Index FROM 1 BY 1
                   UNTIL Candidate-Index > Candidate-Count
               PERFORM SCREEN-ONE-CANDIDATE
           END-PERFORM
           CLOSE GraduateFile

           PERFORM SORT-CEREMONY-LIST
           PERFORM PRINT-CEREMONY-LIST
           PERFORM PRINT-CERTIFICATES
           DISPLAY "GraduationRun - " Ceremony-Count
               " graduate(s) on GRADCERE.RPT and GRADCERT.RPT, "
               Held-Back-Count " held back, " Already-Listed-Count
               " already listed".

      * The first reason that applies is the one reported.
       SCREEN-ONE-CANDIDATE.
           MOVE SPACES TO cndReason (Candidate-Index)
           EVALUATE TRUE
               WHEN cndOnList (Candidate-Index) = "Y"
                   ADD 1 TO Already-Listed-Count
                   EXIT PARAGRAPH
               WHEN cndOnMaster (Candidate-Index) NOT = "Y"
                   MOVE "NOT ON STUDENT MASTER"
                       TO cndReason (Candidate-Index)
               WHEN cndMasterCourse (Candidate-Index) NOT =
                       cndCourseCode (Candidate-Index)
                   MOVE "PROGRAMME CHANGED - RE-AUDIT"
                       TO cndReason (Candidate-Index)
               WHEN cndStatus (Candidate-Index) = "G"
                   MOVE "ALREADY GRADUATED"
                       TO cndReason (Candidate-Index)
               WHEN cndStatus (Candidate-Index) = "S"
                   MOVE "SUSPENDED"
                       TO cndReason (Candidate-Index)
               WHEN cndStatus (Candidate-Index) = "W"
                   MOVE "WITHDRAWN"
                       TO cndReason (Candidate-Index)
               WHEN cndHold (Candidate-Index) = "Y"
                   MOVE "FINANCIAL HOLD"
                       TO cndReason (Candidate-Index)
               WHEN cndBalance (Candidate-Index) > ZEROS
                   MOVE "OUTSTANDING BALANCE"
                       TO cndReason (Candidate-Index)
           END-EVALUATE
           IF cndReason (Candidate-Index) NOT = SPACES
               ADD 1 TO Held-Back-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-CERTIFICATE-NUMBER
           MOVE Certificate-Number TO glSerialNo
           MOVE cndStudentID (Candidate-Index) TO glStudentID
           MOVE cndCourseCode (Candidate-Index) TO glCourseCode
           MOVE Conferral-Date TO glConferralDate
           MOVE cndCumAverage (Candidate-Index) TO glCumAverage
           EVALUATE TRUE
               WHEN cndCumAverage (Candidate-Index) >= 85.0
                   SET glDistinction TO TRUE
               WHEN cndCumAverage (Candidate-Index) >= 75.0
                   SET glMerit TO TRUE
               WHEN OTHER
                   SET glNoHonours TO TRUE
           END-EVALUATE
           SET glPending TO TRUE
           MOVE ZEROS TO glConfirmedDate
           WRITE GraduateRecord
           IF Ceremony-Count < 500
               ADD 1 TO Ceremony-Count
               MOVE glCourseCode TO cerCourseCode (Ceremony-Count)
               MOVE cndSurname (Candidate-Index)
                   TO cerSurname (Ceremony-Count)
               MOVE cndInitials (Candidate-Index)
                   TO cerInitials (Ceremony-Count)
               MOVE glStudentID TO cerStudentID (Ceremony-Count)
               MOVE glSerialNo TO cerSerialNo (Ceremony-Count)
               MOVE glCumAverage TO cerCumAverage (Ceremony-Count)
               MOVE glHonours TO cerHonours (Ceremony-Count)
           END-IF.

      * The next certificate number is read, used, incremented and
      * saved, the same scheme RCPTNO.DAT uses for receipts.
       ASSIGN-CERTIFICATE-NUMBER.
           OPEN INPUT CertNoFile
           IF CertNo-File-Status = "00"
               READ CertNoFile
                   AT END MOVE 500001 TO cnNextNumber
               END-READ
               CLOSE CertNoFile
           ELSE
               MOVE 500001 TO cnNextNumber
           END-IF
           MOVE cnNextNumber TO Certificate-Number
           ADD 1 TO cnNextNumber
           OPEN OUTPUT CertNoFile
           WRITE CertNo-Rec
           CLOSE CertNoFile.

      * Ascending bubble sort on the whole entry - programme, then
      * name - the same small-table approach ClassListRpt uses.
       SORT-CEREMONY-LIST.
           IF Ceremony-Count > 1
               PERFORM VARYING Sort-Index FROM 1 BY 1
                       UNTIL Sort-Index > Ceremony-Count - 1
                   PERFORM VARYING Compare-Index FROM 1 BY 1
                           UNTIL Compare-Index >
                               Ceremony-Count - Sort-Index
                       IF Ceremony-Entry (Compare-Index) >
                               Ceremony-Entry (Compare-Index + 1)
                           MOVE Ceremony-Entry (Compare-Index)
                               TO Hold-Ceremony-Entry
                           MOVE Ceremony-Entry (Compare-Index + 1)
                               TO Ceremony-Entry (Compare-Index)
                           MOVE Hold-Ceremony-Entry
                               TO Ceremony-Entry (Compare-Index + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-CEREMONY-LIST.
           OPEN OUTPUT CeremonyFile
           MOVE Conferral-Date TO chdDate
           WRITE Ceremony-Line FROM Ceremony-Header
           WRITE Ceremony-Line FROM Ceremony-LineBreak
           MOVE SPACES TO Current-CourseCode
           PERFORM VARYING Ceremony-Index FROM 1 BY 1
                   UNTIL Ceremony-Index > Ceremony-Count
               IF cerCourseCode (Ceremony-Index) NOT =
                       Current-CourseCode
                   IF Current-CourseCode NOT = SPACES
                       MOVE Programme-Count TO cptCount
                       WRITE Ceremony-Line
                           FROM Ceremony-Programme-Total
                   END-IF
                   MOVE cerCourseCode (Ceremony-Index)
                       TO Current-CourseCode
                   MOVE ZEROS TO Programme-Count
                   WRITE Ceremony-Line FROM Ceremony-Blank-Line
                   MOVE Current-CourseCode TO cplCourseCode
                   PERFORM LOOKUP-PROGRAMME-TITLE
                   MOVE Programme-Title TO cplTitle
                   WRITE Ceremony-Line FROM Ceremony-Programme-Line
                   WRITE Ceremony-Line FROM Ceremony-Column-Titles
               END-IF
               MOVE cerSerialNo (Ceremony-Index) TO cdlSerialNo
               MOVE cerStudentID (Ceremony-Index) TO cdlStudentID
               MOVE cerInitials (Ceremony-Index) TO cdlInitials
               MOVE cerSurname (Ceremony-Index) TO cdlSurname
               MOVE cerCumAverage (Ceremony-Index) TO cdlCumAverage
               MOVE cerHonours (Ceremony-Index) TO glHonours
               PERFORM SET-HONOURS-TEXT
               MOVE Honours-Text TO cdlHonours
               WRITE Ceremony-Line FROM Ceremony-Detail-Line
               ADD 1 TO Programme-Count
           END-PERFORM
           IF Current-CourseCode NOT = SPACES
               MOVE Programme-Count TO cptCount
               WRITE Ceremony-Line FROM Ceremony-Programme-Total
           END-IF
           WRITE Ceremony-Line FROM Ceremony-LineBreak
           MOVE Ceremony-Count TO ctlCount
           WRITE Ceremony-Line FROM Ceremony-Total-Line
           WRITE Ceremony-Line FROM Ceremony-Blank-Line
           WRITE Ceremony-Line FROM Ceremony-Held-Title
           IF Held-Back-Count = 0
               WRITE Ceremony-Line FROM Ceremony-None-Line
           END-IF
           PERFORM VARYING Candidate-Index FROM 1 BY 1
                   UNTIL Candidate-Index > Candidate-Count
               IF cndReason (Candidate-Index) NOT = SPACES
                   MOVE cndStudentID (Candidate-Index) TO chlStudentID
                   MOVE cndCourseCode (Candidate-Index)
                       TO chlCourseCode
                   MOVE cndReason (Candidate-Index) TO chlReason
                   MOVE cndBalance (Candidate-Index) TO chlBalance
                   WRITE Ceremony-Line FROM Ceremony-Held-Line
               END-IF
           END-PERFORM
           CLOSE CeremonyFile.

       PRINT-CERTIFICATES.
           OPEN OUTPUT CertificateFile
           PERFORM VARYING Ceremony-Index FROM 1 BY 1
                   UNTIL Ceremony-Index > Ceremony-Count
               WRITE Certificate-Line FROM Certificate-Separator
               WRITE Certificate-Line FROM Certificate-Blank-Line
               WRITE Certificate-Line FROM Certificate-Title-Line
               MOVE cerSerialNo (Ceremony-Index) TO ctnSerialNo
               WRITE Certificate-Line FROM Certificate-Number-Line
               WRITE Certificate-Line FROM Certificate-Blank-Line
               WRITE Certificate-Line FROM Certificate-Certify-Line
               MOVE cerInitials (Ceremony-Index) TO ctmInitials
               MOVE cerSurname (Ceremony-Index) TO ctmSurname
               WRITE Certificate-Line FROM Certificate-Name-Line
               WRITE Certificate-Line FROM Certificate-Completed-Line
               MOVE cerCourseCode (Ceremony-Index)
                   TO Current-CourseCode
               PERFORM LOOKUP-PROGRAMME-TITLE
               MOVE Programme-Title TO ctpTitle
               WRITE Certificate-Line FROM Certificate-Programme-Line
               MOVE cerHonours (Ceremony-Index) TO glHonours
               PERFORM SET-HONOURS-TEXT
               MOVE Honours-Text TO ctaHonours
               WRITE Certificate-Line FROM Certificate-Awarded-Line
               WRITE Certificate-Line FROM Certificate-Blank-Line
               MOVE Conferral-Date TO ctdDate
               WRITE Certificate-Line FROM Certificate-Date-Line
               WRITE Certificate-Line FROM Certificate-Blank-Line
               WRITE Certificate-Line FROM Certificate-Sign-Line
               WRITE Certificate-Line FROM Certificate-Blank-Line
           END-PERFORM
           CLOSE CertificateFile.

       SET-HONOURS-TEXT.
           EVALUATE TRUE
               WHEN glDistinction
                   MOVE "WITH DISTINCTION" TO Honours-Text
               WHEN glMerit
                   MOVE "WITH MERIT" TO Honours-Text
               WHEN OTHER
                   MOVE SPACES TO Honours-Text
           END-EVALUATE.

      * A programme not on the catalog prints under its CourseCode.
       LOOKUP-PROGRAMME-TITLE.
           MOVE Current-CourseCode TO Programme-Title
           PERFORM VARYING CourseCat-Index FROM 1 BY 1
                   UNTIL CourseCat-Index > CourseCat-Count
               IF cctgCode (CourseCat-Index) = Current-CourseCode
                   MOVE cctgTitle (CourseCat-Index) TO Programme-Title
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * After the ceremony: each pending graduate for the date is
      * confirmed (or left pending) and the confirmed ones are posted
      * graduated on STUDSTAT.DAT as of the conferral date.
       CONFIRM-GRADUATES.
           PERFORM LOAD-GRADUATE-LIST
           OPEN EXTEND StatusFile
           IF Status-File-Status NOT = "00"
               OPEN OUTPUT StatusFile
           END-IF
           DISPLAY "Confirm each graduate Y/N, or A to confirm all "
               "remaining."
           PERFORM VARYING Graduate-Index FROM 1 BY 1
                   UNTIL Graduate-Index > Graduate-Count
               MOVE grtRecord (Graduate-Index) TO GraduateRecord
               IF glPending AND glConferralDate = Conferral-Date
                   PERFORM CONFIRM-ONE-GRADUATE
               END-IF
           END-PERFORM
           CLOSE StatusFile
           PERFORM SAVE-GRADUATE-LIST
           DISPLAY "GraduationRun - " Confirmed-Count
               " graduate(s) confirmed and posted graduated on "
               "STUDSTAT.DAT, " Pending-Count " left pending".

       CONFIRM-ONE-GRADUATE.
           IF NOT Confirming-All
               DISPLAY "Certificate " glSerialNo "  " glStudentID
                   "  " glCourseCode " - confirm (Y/N/A)? "
                   WITH NO ADVANCING
               ACCEPT Confirm-Answer
               IF Confirm-All
                   SET Confirming-All TO TRUE
               END-IF
           END-IF
           IF Confirming-All OR Confirm-Yes
               MOVE glStudentID TO ssStudentID
               SET ssGraduated TO TRUE
               MOVE Conferral-Date TO ssStatusDate
               WRITE StudentStatusRecord
               SET glConfirmed TO TRUE
               MOVE Run-Date TO glConfirmedDate
               MOVE GraduateRecord TO grtRecord (Graduate-Index)
               ADD 1 TO Confirmed-Count
           ELSE
               ADD 1 TO Pending-Count
           END-IF.

       LOAD-GRADUATE-LIST.
           OPEN INPUT GraduateFile
           IF Graduate-File-Status NOT = "00"
               DISPLAY "Error - GRADLIST.DAT not found, prepare the "
                   "graduation list first"
               STOP RUN
           END-IF
           READ GraduateFile
               AT END SET EndOfGraduateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGraduateFile
               IF Graduate-Count < 2000
                   ADD 1 TO Graduate-Count
                   MOVE GraduateRecord TO grtRecord (Graduate-Count)
               ELSE
                   DISPLAY "Error - GRADLIST.DAT is larger than the "
                       "session table, nothing confirmed"
                   CLOSE GraduateFile
                   STOP RUN
               END-IF
               READ GraduateFile
                   AT END SET EndOfGraduateFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GraduateFile.

       SAVE-GRADUATE-LIST.
           OPEN OUTPUT GraduateFile
           PERFORM VARYING Graduate-Index FROM 1 BY 1
                   UNTIL Graduate-Index > Graduate-Count
               MOVE grtRecord (Graduate-Index) TO GraduateRecord
               WRITE GraduateRecord
           END-PERFORM
           CLOSE GraduateFile.

      * Later audits of the same student replace earlier ones.
       LOAD-CANDIDATES.
           OPEN INPUT EligibleFile
           IF Eligible-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ EligibleFile
               AT END SET EndOfGradEligibleFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradEligibleFile
               MOVE geStudentID TO Lookup-StudentID
               PERFORM FIND-CANDIDATE
               IF NOT Found-Candidate
                   IF Candidate-Count < 500
                       ADD 1 TO Candidate-Count
                       MOVE Candidate-Count TO Candidate-Index
                       MOVE geStudentID
                           TO cndStudentID (Candidate-Index)
                       MOVE "N" TO cndOnMaster (Candidate-Index)
                       MOVE "N" TO cndOnList (Candidate-Index)
                       MOVE "A" TO cndStatus (Candidate-Index)
                       MOVE "N" TO cndHold (Candidate-Index)
                       MOVE ZEROS TO cndBalance (Candidate-Index)
                       MOVE ZEROS TO cndCumAverage (Candidate-Index)
                       MOVE SPACES TO cndMasterCourse (Candidate-Index)
                       MOVE SPACES TO cndSurname (Candidate-Index)
                       MOVE SPACES TO cndInitials (Candidate-Index)
                   ELSE
                       DISPLAY "Warning - Candidate-Table full, "
                           geStudentID " not considered"
                       MOVE ZEROS TO Candidate-Index
                   END-IF
               END-IF
               IF Candidate-Index > 0
                   MOVE geCourseCode TO cndCourseCode (Candidate-Index)
               END-IF
               READ EligibleFile
                   AT END SET EndOfGradEligibleFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE EligibleFile.

       FIND-CANDIDATE.
           MOVE "N" TO Candidate-Found-Switch
           PERFORM VARYING Candidate-Index FROM 1 BY 1
                   UNTIL Candidate-Index > Candidate-Count
               IF cndStudentID (Candidate-Index) = Lookup-StudentID
                   SET Found-Candidate TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Candidate
               MOVE ZEROS TO Candidate-Index
           END-IF.

       MARK-ALREADY-LISTED.
           OPEN INPUT GraduateFile
           IF Graduate-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GraduateFile
               AT END SET EndOfGraduateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGraduateFile
               MOVE glStudentID TO Lookup-StudentID
               PERFORM FIND-CANDIDATE
               IF Found-Candidate
                   MOVE "Y" TO cndOnList (Candidate-Index)
               END-IF
               READ GraduateFile
                   AT END SET EndOfGraduateFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GraduateFile.

       LOAD-STUDENT-DETAILS.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               MOVE StudentID TO Lookup-StudentID
               PERFORM FIND-CANDIDATE
               IF Found-Candidate
                   MOVE "Y" TO cndOnMaster (Candidate-Index)
                   MOVE CourseCode TO cndMasterCourse (Candidate-Index)
                   MOVE Surname TO cndSurname (Candidate-Index)
                   MOVE Initials TO cndInitials (Candidate-Index)
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

      * Reading the history top to bottom leaves the latest status.
       LOAD-CURRENT-STATUSES.
           OPEN INPUT StatusFile
           IF Status-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ StatusFile
               AT END SET EndOfStatusFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStatusFile
               MOVE ssStudentID TO Lookup-StudentID
               PERFORM FIND-CANDIDATE
               IF Found-Candidate
                   MOVE ssStatus TO cndStatus (Candidate-Index)
               END-IF
               READ StatusFile
                   AT END SET EndOfStatusFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StatusFile.

       LOAD-HOLDS.
           OPEN INPUT HoldFile
           IF Hold-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HoldFile
               AT END SET EndOfHoldFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfHoldFile
               MOVE hdStudentID TO Lookup-StudentID
               PERFORM FIND-CANDIDATE
               IF Found-Candidate
                   MOVE "Y" TO cndHold (Candidate-Index)
               END-IF
               READ HoldFile
                   AT END SET EndOfHoldFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE HoldFile.

      * Everything billed - invoices and finance charges alike - less
      * payments and credit notes, the position FinancialHoldPost
      * holds on, taken fresh so a balance run up since the last
      * hold run still stops the certificate.
       TOTAL-BALANCES.
           OPEN INPUT BilledFile
           IF Billed-File-Status = "00"
               READ BilledFile
                   AT END SET EndOfBilledFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBilledFile
                   MOVE blStudentID TO Lookup-StudentID
                   PERFORM FIND-CANDIDATE
                   IF Found-Candidate
                       ADD blAmount TO cndBalance (Candidate-Index)
                   END-IF
                   READ BilledFile
                       AT END SET EndOfBilledFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BilledFile
           END-IF
           OPEN INPUT PaymentFile
           IF Payment-File-Status = "00"
               READ PaymentFile
                   AT END SET EndOfPaymentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPaymentFile
                   MOVE payStudentID TO Lookup-StudentID
                   PERFORM FIND-CANDIDATE
                   IF Found-Candidate
                       SUBTRACT payAmount
                           FROM cndBalance (Candidate-Index)
                   END-IF
                   READ PaymentFile
                       AT END SET EndOfPaymentFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaymentFile
           END-IF
           OPEN INPUT CreditFile
           IF Credit-File-Status = "00"
               READ CreditFile
                   AT END SET EndOfCreditFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCreditFile
                   MOVE crStudentID TO Lookup-StudentID
                   PERFORM FIND-CANDIDATE
                   IF Found-Candidate
                       SUBTRACT crAmount
                           FROM cndBalance (Candidate-Index)
                   END-IF
                   READ CreditFile
                       AT END SET EndOfCreditFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CreditFile
           END-IF.

      * A student's current standing is their most recent record.
       LOAD-CUMULATIVE-AVERAGES.
           OPEN INPUT StandingFile
           IF Standing-File-Status NOT = "00"
               DISPLAY "Warning - STANDING.DAT not found, no honours "
                   "awarded - run AcademicStanding"
               EXIT PARAGRAPH
           END-IF
           READ StandingFile
               AT END SET EndOfStandingFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStandingFile
               MOVE snStudentID TO Lookup-StudentID
               PERFORM FIND-CANDIDATE
               IF Found-Candidate
                   MOVE snCumAverage TO cndCumAverage (Candidate-Index)
               END-IF
               READ StandingFile
                   AT END SET EndOfStandingFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StandingFile.

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

       END PROGRAM GraduationRun.
