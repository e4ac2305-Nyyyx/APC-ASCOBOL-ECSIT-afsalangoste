      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Print offer letters for APPLICNT.DAT applicants who
      *         have been offered a place and not yet sent one - the
      *         applicant-side counterpart of AdmitLetters, which can
      *         only write once a student is on STUDENTS.DAT.  Each
      *         letter is addressed from the applicant's contact
      *         details, states the programme and intake term offered
      *         and quotes the COURSEFEE.DAT fee.  The date printed is
      *         stamped in apOfferLetterDate so the next run does not
      *         send it again; ApplicantMaint clears it when a fresh
      *         offer is made.  Letters print one per applicant on
      *         OFFERLTR.RPT ready for the mailroom.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfferLetters.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantFile ASSIGN TO "APPLICNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Applicant-File-Status.
           SELECT CourseFeeFile ASSIGN TO "COURSEFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseFee-File-Status.
           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.
           SELECT LetterFile ASSIGN TO "OFFERLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ApplicantFile.
       COPY APPLREC.

       FD CourseFeeFile.
       01  CourseFee-Rec.
           88  EndOfCourseFeeFile        VALUE HIGH-VALUES.
           02  cfCourseCode              PIC X(6).
           02  cfFee                     PIC 9(5)V99.

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD LetterFile.
       01  Letter-Line                  PIC X(64).

       WORKING-STORAGE SECTION.
       01  Applicant-File-Status        PIC XX.
       01  CourseFee-File-Status        PIC XX.
       01  BusDate-File-Status          PIC XX.
       01  Run-Date                     PIC 9(8).
       01  Letter-Count                 PIC 9(5)   VALUE ZEROS.

       01  Applicant-Table.
           02  Applicant-Entry          OCCURS 2000 TIMES.
               03  aptApplicantNo       PIC 9(6).
               03  aptRest              PIC X(205).
       01  Applicant-Count              PIC 9(4)   VALUE ZEROS.
       01  Applicant-Index              PIC 9(4)   VALUE ZEROS.

       01  CourseFee-Table.
           02  CourseFee-Entry          OCCURS 50 TIMES.
               03  cftCourseCode        PIC X(6).
               03  cftFee               PIC 9(5)V99 VALUE ZEROS.
       01  CourseFee-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseFee-Index              PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-CourseFee          VALUE "Y".
       01  Applicant-Fee                PIC 9(5)V99 VALUE ZEROS.

       01  Letter-Blank-Line            PIC X(64)  VALUE SPACES.
       01  Letter-Separator             PIC X(56)  VALUE ALL "=".

       01  Letter-Name-Line.
           02  lnlInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  lnlSurname               PIC X(10).
       01  Letter-Street-Line           PIC X(30).
       01  Letter-City-Line.
           02  lclCity                  PIC X(20).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lclPostcode              PIC X(8).

       01  Letter-Number-Line.
           02  FILLER                   PIC X(25)
               VALUE "Your applicant number is:".
           02  FILLER                   PIC X      VALUE SPACE.
           02  lnoApplicantNo           PIC 9(6).

       01  Letter-Salute-Line.
           02  FILLER                   PIC X(6)   VALUE "Dear ".
           02  lslInitials              PIC XX.
           02  FILLER                   PIC X      VALUE SPACE.
           02  lslSurname               PIC X(10).
           02  FILLER                   PIC X      VALUE ",".

       01  Letter-Offer-Line-1          PIC X(52)
           VALUE "We are pleased to offer you a place on the".
       01  Letter-Offer-Line-2.
           02  FILLER                   PIC X(1)   VALUE SPACE.
           02  lolCourseCode            PIC X(6).
           02  FILLER                   PIC X(29)
               VALUE " programme, starting in term ".
           02  lolIntakeTerm            PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  lolIntakeYear            PIC 9(4).
           02  FILLER                   PIC X      VALUE ".".

       01  Letter-Fee-Line.
           02  FILLER                   PIC X(25)
               VALUE "The tuition fee will be: ".
           02  lflFee                   PIC $$$$,$$9.99.

       01  Letter-Reply-Line-1          PIC X(56)
           VALUE "Please let the Admissions Office know whether you".
       01  Letter-Reply-Line-2          PIC X(56)
           VALUE "accept this offer, quoting your applicant number.".
       01  Letter-Close-Line            PIC X(16)
           VALUE "  The Registrar".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-APPLICANTS
           IF Applicant-Count = 0
               DISPLAY "Error - no applicants found on APPLICNT.DAT, "
                   "run ApplicantMaint first"
               STOP RUN
           END-IF
           PERFORM LOAD-COURSE-FEES
           OPEN OUTPUT LetterFile
           PERFORM VARYING Applicant-Index FROM 1 BY 1
                   UNTIL Applicant-Index > Applicant-Count
               MOVE Applicant-Entry (Applicant-Index) TO
                   ApplicantRecord
               IF apOffered AND apOfferLetterDate = ZEROS
                   PERFORM LETTER-ONE-APPLICANT
                   MOVE Run-Date TO apOfferLetterDate
                   MOVE ApplicantRecord TO
                       Applicant-Entry (Applicant-Index)
               END-IF
           END-PERFORM
           CLOSE LetterFile
           IF Letter-Count > 0
               PERFORM SAVE-APPLICANTS
           END-IF
           DISPLAY "OfferLetters - " Letter-Count
               " offer letter(s) written to OFFERLTR.RPT"
           STOP RUN.

       LETTER-ONE-APPLICANT.
           MOVE apInitials TO lnlInitials
           MOVE apSurname TO lnlSurname
           MOVE apStreet TO Letter-Street-Line
           MOVE apCity TO lclCity
           MOVE apPostcode TO lclPostcode
           MOVE apApplicantNo TO lnoApplicantNo
           MOVE apInitials TO lslInitials
           MOVE apSurname TO lslSurname
           MOVE apCourseCode TO lolCourseCode
           MOVE apIntakeTerm TO lolIntakeTerm
           MOVE apIntakeYear TO lolIntakeYear
           PERFORM LOOKUP-COURSE-FEE
           WRITE Letter-Line FROM Letter-Separator
           WRITE Letter-Line FROM Letter-Name-Line
           IF apStreet NOT = SPACES
               WRITE Letter-Line FROM Letter-Street-Line
           END-IF
           IF apCity NOT = SPACES OR apPostcode NOT = SPACES
               WRITE Letter-Line FROM Letter-City-Line
           END-IF
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Number-Line
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Salute-Line
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Offer-Line-1
           WRITE Letter-Line FROM Letter-Offer-Line-2
           IF Found-CourseFee
               MOVE Applicant-Fee TO lflFee
               WRITE Letter-Line FROM Letter-Fee-Line
           END-IF
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Reply-Line-1
           WRITE Letter-Line FROM Letter-Reply-Line-2
           WRITE Letter-Line FROM Letter-Blank-Line
           WRITE Letter-Line FROM Letter-Close-Line
           WRITE Letter-Line FROM Letter-Blank-Line
           ADD 1 TO Letter-Count.

       LOAD-APPLICANTS.
           OPEN INPUT ApplicantFile
           IF Applicant-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ApplicantFile
               AT END SET EndOfApplicantFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfApplicantFile
               IF Applicant-Count < 2000
                   ADD 1 TO Applicant-Count
                   MOVE ApplicantRecord TO
                       Applicant-Entry (Applicant-Count)
               ELSE
                   DISPLAY "Warning - Applicant-Table full, "
                       "applicant " apApplicantNo " not loaded"
               END-IF
               READ ApplicantFile
                   AT END SET EndOfApplicantFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ApplicantFile.

       SAVE-APPLICANTS.
           OPEN OUTPUT ApplicantFile
           PERFORM VARYING Applicant-Index FROM 1 BY 1
                   UNTIL Applicant-Index > Applicant-Count
               MOVE Applicant-Entry (Applicant-Index) TO
                   ApplicantRecord
               WRITE ApplicantRecord
           END-PERFORM
           CLOSE ApplicantFile.

       LOAD-COURSE-FEES.
           OPEN INPUT CourseFeeFile
           IF CourseFee-File-Status = "00"
               READ CourseFeeFile
                   AT END SET EndOfCourseFeeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCourseFeeFile
                   IF CourseFee-Count < 50
                       ADD 1 TO CourseFee-Count
                       MOVE cfCourseCode TO
                           cftCourseCode (CourseFee-Count)
                       MOVE cfFee TO cftFee (CourseFee-Count)
                   END-IF
                   READ CourseFeeFile
                       AT END SET EndOfCourseFeeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourseFeeFile
           ELSE
               DISPLAY "Warning - COURSEFEE.DAT not found, letters "
                   "will not quote a fee"
           END-IF.

       LOOKUP-COURSE-FEE.
           MOVE "N" TO Found-Switch
           MOVE ZEROS TO Applicant-Fee
           PERFORM VARYING CourseFee-Index FROM 1 BY 1
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = apCourseCode
                   SET Found-CourseFee TO TRUE
                   MOVE cftFee (CourseFee-Index) TO Applicant-Fee
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       END PROGRAM OfferLetters.
