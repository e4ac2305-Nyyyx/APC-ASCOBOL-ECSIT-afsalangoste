      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Next-term course demand forecast and section plan,
      *         run at the end of a term.  For every active CRSCAT.DAT
      *         course the next term's demand is built up from:
      *           FIRM - REGIST.IDX registrations already taken for
      *                  the next term;
      *           REPT - students who failed it this term;
      *           PROG - students newly eligible because they passed
      *                  its ctlgPrereq this term;
      *           COMP - active students whose programme needs it
      *                  (the programme itself and its PROGREQ.DAT
      *                  companions) and who have met its prerequisite
      *                  but not yet passed it;
      *           INTK - the next term's expected new intake into
      *                  the programmes that start with it, from the
      *                  intake trend on STUDENTS.DAT and STUDENTS.ARC,
      *                  less the students already admitted for it;
      *           WAIT - applicants queued on WAITLIST.DAT for those
      *                  programmes.
      *         PROG and COMP are weighted by the course's usual
      *         progression rate - the share of students who passed
      *         the prerequisite in earlier terms and went on to take
      *         the course.  Demand is then set against the seats
      *         offered (the room capacity of each SECTIONS.DAT
      *         section) and the COURSECAP.DAT capacity, and sections
      *         to add or cancel are recommended.  The report goes to
      *         CRSDEMND.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CourseDemandFcst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseCatFile ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCat-File-Status.
           SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgReq-File-Status.
           SELECT GradeFile ASSIGN TO "GRADES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS gdKey
               ALTERNATE RECORD KEY IS gdCourseCode WITH DUPLICATES
               FILE STATUS IS Grade-File-Status.
           SELECT TransferFile ASSIGN TO "XFERCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Transfer-File-Status.
           SELECT RegistFile ASSIGN TO "REGIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rgKey
               ALTERNATE RECORD KEY IS rgRosterKey WITH DUPLICATES
               FILE STATUS IS Regist-File-Status.
           SELECT StatusFile ASSIGN TO "STUDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Status-File-Status.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-File-Status.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-File-Status.
           SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Waitlist-File-Status.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Room-File-Status.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Section-File-Status.
           SELECT CourseCapFile ASSIGN TO "COURSECAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCap-File-Status.
           SELECT ForecastFile ASSIGN TO "CRSDEMND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CourseCatFile.
       COPY CRSCAT.

       FD ProgReqFile.
       COPY PROGREQ.

       FD GradeFile.
       COPY GRDREC.

       FD TransferFile.
       COPY XFERREC.

       FD RegistFile.
       COPY REGREC.

       FD StatusFile.
       COPY STATREC.

       FD ArchiveFile.
       01 ArchiveRecord              PIC X(48).

       FD StudentFile.
       COPY STUDREC.

       FD WaitlistFile.
       COPY WAITREC.

       FD RoomFile.
       COPY ROOMREC.

       FD SectionFile.
       COPY SECTREC.

       FD CourseCapFile.
       01 CourseCap-Rec.
           88 EndOfCourseCapFile     VALUE HIGH-VALUES.
           02 ccCourseCode           PIC X(6).
           02 ccCapacity             PIC 9(5).

       FD ForecastFile.
       01  Forecast-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  CourseCat-File-Status        PIC XX.
       01  ProgReq-File-Status          PIC XX.
       01  Grade-File-Status            PIC XX.
       01  Transfer-File-Status         PIC XX.
       01  Regist-File-Status           PIC XX.
       01  Status-File-Status           PIC XX.
       01  Archive-File-Status          PIC XX.
       01  Student-File-Status          PIC XX.
       01  Waitlist-File-Status         PIC XX.
       01  Room-File-Status             PIC XX.
       01  Section-File-Status          PIC XX.
       01  CourseCap-File-Status        PIC XX.

       01  Filter-Year                  PIC 9(4).
       01  Filter-Term                  PIC X(2).
           88  Valid-Filter-Term        VALUE "SP", "SU", "FA".
       01  Next-Year                    PIC 9(4).
       01  Next-Term                    PIC X(2).

      * Terms compare as year * 10 plus the term's place in the year
      * (Spring 1, Summer 2, Fall 3), so a later term is a larger key.
       01  Key-Year                     PIC 9(4).
       01  Key-Term                     PIC X(2).
       01  Term-Key                     PIC 9(5)   VALUE ZEROS.
       01  Current-Key                  PIC 9(5)   VALUE ZEROS.
       01  Next-Key                     PIC 9(5)   VALUE ZEROS.

      * 50 counts as passing, as it does for RegistrationEntry's
      * prerequisite check.
       01  Pass-Grade                   PIC 9(3)   VALUE 50.
      * Seats assumed for a section whose room is not on ROOMS.DAT,
      * and for a course that has no sections yet.
       01  Default-Section-Seats        PIC 9(3)   VALUE 30.

       01  Course-Table.
           02  Course-Entry             OCCURS 50 TIMES.
               03  ctCourseCode         PIC X(6).
               03  ctPrereq             PIC X(6).
               03  ctFirm               PIC 9(4).
               03  ctRepeat             PIC 9(4).
               03  ctProgressing        PIC 9(4).
               03  ctCompanion          PIC 9(4).
               03  ctIntake             PIC 9(4).
               03  ctWaiting            PIC 9(4).
               03  ctPassers            PIC 9(4).
               03  ctTakers             PIC 9(4).
               03  ctRatePct            PIC 9(3).
               03  ctDemand             PIC 9(5).
               03  ctSections           PIC 9(3).
               03  ctSeats              PIC 9(5).
               03  ctCapacity           PIC 9(5).
       01  Course-Count                 PIC 9(3)   VALUE ZEROS.
       01  Course-Index                 PIC 9(3)   VALUE ZEROS.
       01  Seek-CourseCode              PIC X(6).
       01  Course-Found-Switch          PIC X      VALUE "N".
           88  Found-Course             VALUE "Y".

       01  ProgReq-Table.
           02  ProgReq-Entry            OCCURS 50 TIMES.
               03  prtCourseCode        PIC X(6).
               03  prtCompanion         PIC X(6)   OCCURS 3 TIMES.
       01  ProgReq-Count                PIC 9(3)   VALUE ZEROS.
       01  ProgReq-Index                PIC 9(3)   VALUE ZEROS.
       01  Companion-Index              PIC 9      VALUE ZEROS.
       01  Seek-Programme               PIC X(6).
       01  Programme-Course-Switch      PIC X      VALUE "N".
           88  Programme-Course         VALUE "Y".

      * One entry per student/course graded up to the forecast term:
      * the best grade, this term's grade, and the first term passed.
       01  Result-Table.
           02  Result-Entry             OCCURS 3000 TIMES.
               03  rsStudentID          PIC X(10).
               03  rsCourseCode         PIC X(6).
               03  rsBestGrade          PIC 9(3).
               03  rsCurrentGraded      PIC X.
               03  rsCurrentGrade       PIC 9(3).
               03  rsFirstPassKey       PIC 9(5).
       01  Result-Count                 PIC 9(4)   VALUE ZEROS.
       01  Result-Index                 PIC 9(4)   VALUE ZEROS.

       01  Transfer-Table.
           02  Transfer-Entry           OCCURS 1000 TIMES.
               03  xftStudentID         PIC X(10).
               03  xftCourseCode        PIC X(6).
       01  Transfer-Count               PIC 9(4)   VALUE ZEROS.
       01  Transfer-Index               PIC 9(4)   VALUE ZEROS.

       01  Regist-Table.
           02  Regist-Entry             OCCURS 5000 TIMES.
               03  rgtStudentID         PIC X(10).
               03  rgtCourseCode        PIC X(6).
               03  rgtKey               PIC 9(5).
               03  rgtStatus            PIC X.
       01  Regist-Count                 PIC 9(4)   VALUE ZEROS.
       01  Regist-Index                 PIC 9(4)   VALUE ZEROS.

       01  Status-Table.
           02  Status-Entry             OCCURS 2000 TIMES.
               03  sttStudentID         PIC X(10).
               03  sttStatus            PIC X.
       01  Status-Count                 PIC 9(4)   VALUE ZEROS.
       01  Status-Index                 PIC 9(4)   VALUE ZEROS.
       01  Current-Status               PIC X.

      * The one student being tallied: pointers to their own rows of
      * the result, transfer and registration tables, so each course
      * is checked against a handful of rows instead of every row.
       01  Student-Result-Table.
           02  srIndex                  PIC 9(4)   OCCURS 100 TIMES.
       01  Student-Result-Count         PIC 9(3)   VALUE ZEROS.
       01  Student-Transfer-Table.
           02  sxIndex                  PIC 9(4)   OCCURS 50 TIMES.
       01  Student-Transfer-Count       PIC 9(3)   VALUE ZEROS.
       01  Student-Regist-Table.
           02  sgIndex                  PIC 9(4)   OCCURS 100 TIMES.
       01  Student-Regist-Count         PIC 9(3)   VALUE ZEROS.
       01  Student-Row-Index            PIC 9(3)   VALUE ZEROS.
       01  Seek-StudentID               PIC X(10).
       01  Active-Student-Count         PIC 9(5)   VALUE ZEROS.

       01  Check-CourseCode             PIC X(6).
       01  Check-Key                    PIC 9(5).
       01  Check-Result-Switch          PIC X      VALUE "N".
           88  Found-Check-Result       VALUE "Y".
       01  Check-Best-Grade             PIC 9(3)   VALUE ZEROS.
       01  Check-Current-Graded         PIC X      VALUE "N".
       01  Check-Current-Grade          PIC 9(3)   VALUE ZEROS.
       01  Check-First-Pass-Key         PIC 9(5)   VALUE ZEROS.
       01  Check-Passed-Switch          PIC X      VALUE "N".
           88  Check-Passed             VALUE "Y".
       01  Check-Regist-Switch          PIC X      VALUE "N".
           88  Found-Check-Regist       VALUE "Y".

      * New-intake headcount by programme for the terms the trend
      * needs: the next term a year ago, this term and this term a
      * year ago, and students already admitted for the next term.
       01  Intake-Table.
           02  Intake-Entry             OCCURS 50 TIMES.
               03  itCourseCode         PIC X(6).
               03  itLastYear           PIC 9(4).
               03  itCurrent            PIC 9(4).
               03  itPriorCurrent       PIC 9(4).
               03  itAdmitted           PIC 9(4).
               03  itExpected           PIC 9(4).
               03  itWaiting            PIC 9(4).
       01  Intake-Count                 PIC 9(3)   VALUE ZEROS.
       01  Intake-Index                 PIC 9(3)   VALUE ZEROS.
       01  Intake-Forecast              PIC 9(5)   VALUE ZEROS.
       01  Prior-Year                   PIC 9(4).
       01  Next-Prior-Year              PIC 9(4).

       01  Wait-Trans-Area.
           02  wtaStudentID             PIC X(10).
           02  wtaCode                  PIC X.
           02  wtaSurname               PIC X(10).
           02  wtaInitials              PIC XX.
           02  wtaYOBirth               PIC 9(4).
           02  wtaMOBirth               PIC 99.
           02  wtaDOBirth               PIC 99.
           02  wtaCourseCode            PIC X(6).
           02  wtaGender                PIC X(6).
           02  wtaSource                PIC X(6).
           02  wtaAppliedDate           PIC 9(8).

       01  Room-Table.
           02  Room-Entry               OCCURS 200 TIMES.
               03  rmtRoomCode          PIC X(6).
               03  rmtCapacity          PIC 9(3).
       01  Room-Count                   PIC 9(3)   VALUE ZEROS.
       01  Room-Index                   PIC 9(3)   VALUE ZEROS.

       01  Weighted-Demand              PIC 9(5)V99 VALUE ZEROS.
       01  Section-Size                 PIC 9(5)   VALUE ZEROS.
       01  Sections-Needed              PIC 9(3)   VALUE ZEROS.
       01  Section-Change               PIC 9(3)   VALUE ZEROS.
       01  Add-Count                    PIC 9(3)   VALUE ZEROS.
       01  Cancel-Count                 PIC 9(3)   VALUE ZEROS.
       01  Capped-Count                 PIC 9(3)   VALUE ZEROS.
       01  Total-Demand                 PIC 9(6)   VALUE ZEROS.
       01  Total-Seats                  PIC 9(6)   VALUE ZEROS.

       01  Forecast-Header.
           02  FILLER                   PIC X(31)
               VALUE "COURSE DEMAND FORECAST FOR TERM".
           02  FILLER                   PIC X      VALUE SPACE.
           02  fhNextTerm               PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  fhNextYear               PIC 9(4).
           02  FILLER                   PIC X(16)
               VALUE "  (FROM RESULTS ".
           02  fhTerm                   PIC X(2).
           02  FILLER                   PIC X      VALUE SPACE.
           02  fhYear                   PIC 9(4).
           02  FILLER                   PIC X      VALUE ")".
       01  Forecast-LineBreak           PIC X(80)  VALUE ALL "-".
       01  Forecast-Blank-Line          PIC X(80)  VALUE SPACES.

       01  Column-Heading-Line.
           02  FILLER                   PIC X(37)
               VALUE "COURSE FIRM REPT PROG COMP INTK WAIT ".
           02  FILLER                   PIC X(34)
               VALUE "RATE DEMAND SECT SEATS RECOMMEND".

       01  Forecast-Detail-Line.
           02  fdlCourseCode            PIC X(6).
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlFirm                  PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlRepeat                PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlProgressing           PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlCompanion             PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlIntake                PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlWaiting               PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlRatePct               PIC ZZ9.
           02  FILLER                   PIC X      VALUE "%".
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlDemand                PIC ZZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlSections              PIC ZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlSeats                 PIC ZZZZ9.
           02  FILLER                   PIC X      VALUE SPACE.
           02  fdlRecommend             PIC X(20).

       01  Recommend-Add.
           02  FILLER                   PIC X(3)   VALUE "ADD".
           02  raCount                  PIC ZZ9.
           02  FILLER                   PIC X(11)  VALUE " SECTION(S)".
       01  Recommend-Cancel.
           02  FILLER                   PIC X(6)   VALUE "CANCEL".
           02  rcCount                  PIC ZZ9.
           02  FILLER                   PIC X(11)  VALUE " SECTION(S)".

       01  Capacity-Note-Line.
           02  FILLER                   PIC X(7)   VALUE SPACES.
           02  FILLER                   PIC X(25)
               VALUE "COURSECAP.DAT CAPACITY OF".
           02  cnlCapacity              PIC ZZZZ9.
           02  FILLER                   PIC X(33)
               VALUE " IS BELOW DEMAND - RAISE THE CAP".

       01  Forecast-Total-Line.
           02  FILLER                   PIC X(17)
               VALUE "TOTAL DEMAND   : ".
           02  ftlDemand                PIC ZZZZZ9.
           02  FILLER                   PIC X(17)
               VALUE "   SEATS OFFERED ".
           02  FILLER                   PIC X(2)   VALUE ": ".
           02  ftlSeats                 PIC ZZZZZ9.
       01  Forecast-Action-Line.
           02  FILLER                   PIC X(17)
               VALUE "COURSES TO GROW: ".
           02  falAdd                   PIC ZZ9.
           02  FILLER                   PIC X(18)
               VALUE "   TO CUT BACK:   ".
           02  falCancel                PIC ZZ9.
           02  FILLER                   PIC X(19)
               VALUE "   CAP BELOW DEMAND".
           02  FILLER                   PIC X(2)   VALUE ": ".
           02  falCapped                PIC ZZ9.
       01  Legend-Line-1.
           02  FILLER                   PIC X(40)
               VALUE "RATE: share of earlier prerequisite pass".
           02  FILLER                   PIC X(36)
               VALUE "ers who went on to take the course".
       01  Legend-Line-2.
           02  FILLER                   PIC X(40)
               VALUE "DEMAND = FIRM + REPT + INTK + WAIT + (PR".
           02  FILLER                   PIC X(20)
               VALUE "OG + COMP) x RATE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Year just taught (e.g. 2026) : " WITH NO ADVANCING
           ACCEPT Filter-Year
           DISPLAY "Term just taught (SP/SU/FA)  : " WITH NO ADVANCING
           ACCEPT Filter-Term
           IF NOT Valid-Filter-Term
               DISPLAY "Error - term must be SP, SU or FA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-NEXT-TERM
           PERFORM LOAD-COURSE-CATALOG
           IF Course-Count = 0
               DISPLAY "No active courses found on CRSCAT.DAT, run "
                   "CourseCatMaint first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PROGRAMME-REQUIREMENTS
           PERFORM LOAD-RESULTS
           PERFORM LOAD-TRANSFER-CREDITS
           PERFORM LOAD-REGISTRATIONS
           PERFORM LOAD-CURRENT-STATUSES
           PERFORM COMPUTE-PROGRESSION-RATES
           PERFORM TALLY-CONTINUING-STUDENTS
           PERFORM TALLY-INTAKE
           PERFORM TALLY-WAITLIST
           PERFORM DISTRIBUTE-INTAKE
           PERFORM LOAD-ROOMS
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-COURSE-CAPACITIES
           PERFORM PRINT-FORECAST
           DISPLAY "CourseDemandFcst - " Course-Count
               " course(s) forecast for " Next-Term " " Next-Year
               " to CRSDEMND.RPT"
           DISPLAY "                   " Add-Count " to grow, "
               Cancel-Count " to cut back"
           GOBACK.

       SET-NEXT-TERM.
           MOVE Filter-Year TO Key-Year
           MOVE Filter-Term TO Key-Term
           PERFORM COMPUTE-TERM-KEY
           MOVE Term-Key TO Current-Key
           EVALUATE Filter-Term
               WHEN "SP"
                   MOVE Filter-Year TO Next-Year
                   MOVE "SU" TO Next-Term
               WHEN "SU"
                   MOVE Filter-Year TO Next-Year
                   MOVE "FA" TO Next-Term
               WHEN OTHER
                   COMPUTE Next-Year = Filter-Year + 1
                   MOVE "SP" TO Next-Term
           END-EVALUATE
           MOVE Next-Year TO Key-Year
           MOVE Next-Term TO Key-Term
           PERFORM COMPUTE-TERM-KEY
           MOVE Term-Key TO Next-Key
           COMPUTE Prior-Year = Filter-Year - 1
           COMPUTE Next-Prior-Year = Next-Year - 1.

       COMPUTE-TERM-KEY.
           EVALUATE Key-Term
               WHEN "SP"
                   COMPUTE Term-Key = Key-Year * 10 + 1
               WHEN "SU"
                   COMPUTE Term-Key = Key-Year * 10 + 2
               WHEN OTHER
                   COMPUTE Term-Key = Key-Year * 10 + 3
           END-EVALUATE.

      * Closed courses are not offered, so they are not forecast.
       LOAD-COURSE-CATALOG.
           OPEN INPUT CourseCatFile
           IF CourseCat-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CourseCatFile
               AT END SET EndOfCourseCatFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseCatFile
               IF NOT ctlgClosed
                   IF Course-Count < 50
                       ADD 1 TO Course-Count
                       INITIALIZE Course-Entry (Course-Count)
                       MOVE ctlgCourseCode
                           TO ctCourseCode (Course-Count)
                       MOVE ctlgPrereq TO ctPrereq (Course-Count)
                   ELSE
                       DISPLAY "Warning - Course-Table full, "
                           ctlgCourseCode " not forecast"
                   END-IF
               END-IF
               READ CourseCatFile
                   AT END SET EndOfCourseCatFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CourseCatFile.

       FIND-COURSE.
           MOVE "N" TO Course-Found-Switch
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Count
               IF ctCourseCode (Course-Index) = Seek-CourseCode
                   SET Found-Course TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PROGRAMME-REQUIREMENTS.
           OPEN INPUT ProgReqFile
           IF ProgReq-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ProgReqFile
               AT END SET EndOfProgReqFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfProgReqFile
               IF ProgReq-Count < 50
                   ADD 1 TO ProgReq-Count
                   MOVE prCourseCode TO prtCourseCode (ProgReq-Count)
                   MOVE prCompanion-1
                       TO prtCompanion (ProgReq-Count, 1)
                   MOVE prCompanion-2
                       TO prtCompanion (ProgReq-Count, 2)
                   MOVE prCompanion-3
                       TO prtCompanion (ProgReq-Count, 3)
               END-IF
               READ ProgReqFile
                   AT END SET EndOfProgReqFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ProgReqFile.

      * Programme-Course is set when Check-CourseCode is the
      * programme in Seek-Programme or one of its companions.
       CHECK-PROGRAMME-COURSE.
           MOVE "N" TO Programme-Course-Switch
           IF Check-CourseCode = Seek-Programme
               SET Programme-Course TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ProgReq-Index FROM 1 BY 1
                   UNTIL ProgReq-Index > ProgReq-Count
               IF prtCourseCode (ProgReq-Index) = Seek-Programme
                   PERFORM VARYING Companion-Index FROM 1 BY 1
                           UNTIL Companion-Index > 3
                       IF prtCompanion (ProgReq-Index, Companion-Index)
                               = Check-CourseCode
                           SET Programme-Course TO TRUE
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Results after the forecast term are ignored, so the forecast
      * can be rerun for an earlier term.
       LOAD-RESULTS.
           OPEN INPUT GradeFile
           IF Grade-File-Status NOT = "00"
               DISPLAY "Warning - GRADES.IDX not found, no repeats or "
                   "progression can be forecast"
               EXIT PARAGRAPH
           END-IF
           READ GradeFile
               AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile
               MOVE gdYear TO Key-Year
               MOVE gdTerm TO Key-Term
               PERFORM COMPUTE-TERM-KEY
               IF Term-Key NOT > Current-Key
                   PERFORM FIND-OR-ADD-RESULT
                   IF Result-Index > 0
                       PERFORM POST-ONE-RESULT
                   END-IF
               END-IF
               READ GradeFile
                   AT END SET EndOfGradeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE GradeFile.

       FIND-OR-ADD-RESULT.
           PERFORM VARYING Result-Index FROM 1 BY 1
                   UNTIL Result-Index > Result-Count
               IF rsStudentID (Result-Index) = gdStudentID
                       AND rsCourseCode (Result-Index) = gdCourseCode
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF Result-Count < 3000
               ADD 1 TO Result-Count
               MOVE Result-Count TO Result-Index
               MOVE gdStudentID TO rsStudentID (Result-Index)
               MOVE gdCourseCode TO rsCourseCode (Result-Index)
               MOVE ZEROS TO rsBestGrade (Result-Index)
                   rsCurrentGrade (Result-Index)
                   rsFirstPassKey (Result-Index)
               MOVE "N" TO rsCurrentGraded (Result-Index)
           ELSE
               DISPLAY "Warning - Result-Table full, result "
                   gdStudentID "/" gdCourseCode " not counted"
               MOVE ZEROS TO Result-Index
           END-IF.

       POST-ONE-RESULT.
           IF gdGrade > rsBestGrade (Result-Index)
               MOVE gdGrade TO rsBestGrade (Result-Index)
           END-IF
           IF Term-Key = Current-Key
               IF rsCurrentGraded (Result-Index) NOT = "Y"
                       OR gdGrade > rsCurrentGrade (Result-Index)
                   MOVE gdGrade TO rsCurrentGrade (Result-Index)
               END-IF
               MOVE "Y" TO rsCurrentGraded (Result-Index)
           END-IF
           IF gdGrade NOT < Pass-Grade
               IF rsFirstPassKey (Result-Index) = ZEROS
                       OR Term-Key < rsFirstPassKey (Result-Index)
                   MOVE Term-Key TO rsFirstPassKey (Result-Index)
               END-IF
           END-IF.

       LOAD-TRANSFER-CREDITS.
           OPEN INPUT TransferFile
           IF Transfer-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TransferFile
               AT END SET EndOfTransferCreditFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTransferCreditFile
               IF Transfer-Count < 1000
                   ADD 1 TO Transfer-Count
                   MOVE xcStudentID TO xftStudentID (Transfer-Count)
                   MOVE xcCourseCode TO xftCourseCode (Transfer-Count)
               END-IF
               READ TransferFile
                   AT END SET EndOfTransferCreditFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE TransferFile.

      * Next-term registrations already on file are firm demand.
       LOAD-REGISTRATIONS.
           OPEN INPUT RegistFile
           IF Regist-File-Status NOT = "00"
               DISPLAY "Warning - REGIST.IDX not found, no firm "
                   "demand or progression history"
               EXIT PARAGRAPH
           END-IF
           READ RegistFile
               AT END SET EndOfRegistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegistFile
               MOVE rgYear TO Key-Year
               MOVE rgTerm TO Key-Term
               PERFORM COMPUTE-TERM-KEY
               IF Regist-Count < 5000
                   ADD 1 TO Regist-Count
                   MOVE rgStudentID TO rgtStudentID (Regist-Count)
                   MOVE rgCourseCode TO rgtCourseCode (Regist-Count)
                   MOVE Term-Key TO rgtKey (Regist-Count)
                   MOVE rgStatus TO rgtStatus (Regist-Count)
               ELSE
                   DISPLAY "Warning - Regist-Table full, registration "
                       rgStudentID "/" rgCourseCode " not counted"
               END-IF
               IF Term-Key = Next-Key AND NOT rgStatus-Withdrawn
                   MOVE rgCourseCode TO Seek-CourseCode
                   PERFORM FIND-COURSE
                   IF Found-Course
                       ADD 1 TO ctFirm (Course-Index)
                   END-IF
               END-IF
               READ RegistFile
                   AT END SET EndOfRegistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RegistFile.

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
               PERFORM VARYING Status-Index FROM 1 BY 1
                       UNTIL Status-Index > Status-Count
                   IF sttStudentID (Status-Index) = ssStudentID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF Status-Index > Status-Count
                   IF Status-Count < 2000
                       ADD 1 TO Status-Count
                       MOVE ssStudentID TO sttStudentID (Status-Count)
                       MOVE ssStatus TO sttStatus (Status-Count)
                   END-IF
               ELSE
                   MOVE ssStatus TO sttStatus (Status-Index)
               END-IF
               READ StatusFile
                   AT END SET EndOfStatusFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StatusFile.

      * A course's usual progression rate: of the students who first
      * passed its prerequisite before the forecast term, the share
      * registered for it in any later term.  A course with no
      * prerequisite, or no history yet, is taken at 100%.
       COMPUTE-PROGRESSION-RATES.
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Count
               MOVE 100 TO ctRatePct (Course-Index)
               IF ctPrereq (Course-Index) NOT = SPACES
                   PERFORM VARYING Result-Index FROM 1 BY 1
                           UNTIL Result-Index > Result-Count
                       IF rsCourseCode (Result-Index)
                               = ctPrereq (Course-Index)
                               AND rsFirstPassKey (Result-Index) > 0
                               AND rsFirstPassKey (Result-Index)
                                   < Current-Key
                           PERFORM COUNT-ONE-PASSER
                       END-IF
                   END-PERFORM
                   IF ctPassers (Course-Index) > 0
                       COMPUTE ctRatePct (Course-Index) ROUNDED =
                           ctTakers (Course-Index) * 100
                               / ctPassers (Course-Index)
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-ONE-PASSER.
           ADD 1 TO ctPassers (Course-Index)
           PERFORM VARYING Regist-Index FROM 1 BY 1
                   UNTIL Regist-Index > Regist-Count
               IF rgtStudentID (Regist-Index)
                       = rsStudentID (Result-Index)
                       AND rgtCourseCode (Regist-Index)
                           = ctCourseCode (Course-Index)
                       AND rgtKey (Regist-Index)
                           > rsFirstPassKey (Result-Index)
                   ADD 1 TO ctTakers (Course-Index)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Every active student on the master (no status, or status A)
      * is checked against every course.
       TALLY-CONTINUING-STUDENTS.
           OPEN INPUT StudentFile
           IF Student-File-Status NOT = "00"
               DISPLAY "Warning - STUDENTS.DAT not found, no "
                   "continuing demand"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-STUDENT
           PERFORM UNTIL EndOfStudentFile
               MOVE "A" TO Current-Status
               PERFORM VARYING Status-Index FROM 1 BY 1
                       UNTIL Status-Index > Status-Count
                   IF sttStudentID (Status-Index) = StudentID
                       MOVE sttStatus (Status-Index) TO Current-Status
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF Current-Status = "A"
                   ADD 1 TO Active-Student-Count
                   PERFORM GATHER-STUDENT-ROWS
                   PERFORM VARYING Course-Index FROM 1 BY 1
                           UNTIL Course-Index > Course-Count
                       PERFORM TALLY-STUDENT-COURSE
                   END-PERFORM
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
                   END-IF
               END-IF
           END-IF.

       GATHER-STUDENT-ROWS.
           MOVE ZEROS TO Student-Result-Count Student-Transfer-Count
               Student-Regist-Count
           PERFORM VARYING Result-Index FROM 1 BY 1
                   UNTIL Result-Index > Result-Count
               IF rsStudentID (Result-Index) = StudentID
                       AND Student-Result-Count < 100
                   ADD 1 TO Student-Result-Count
                   MOVE Result-Index TO srIndex (Student-Result-Count)
               END-IF
           END-PERFORM
           PERFORM VARYING Transfer-Index FROM 1 BY 1
                   UNTIL Transfer-Index > Transfer-Count
               IF xftStudentID (Transfer-Index) = StudentID
                       AND Student-Transfer-Count < 50
                   ADD 1 TO Student-Transfer-Count
                   MOVE Transfer-Index
                       TO sxIndex (Student-Transfer-Count)
               END-IF
           END-PERFORM
           PERFORM VARYING Regist-Index FROM 1 BY 1
                   UNTIL Regist-Index > Regist-Count
               IF rgtStudentID (Regist-Index) = StudentID
                       AND Student-Regist-Count < 100
                   ADD 1 TO Student-Regist-Count
                   MOVE Regist-Index TO sgIndex (Student-Regist-Count)
               END-IF
           END-PERFORM.

      * The first test that applies places the student: passed
      * already (nothing), registered for next term (counted as
      * firm), failed this term (repeat), still in progress this
      * term (nothing), newly eligible by a prerequisite passed this
      * term (progression), or owing it to their programme with the
      * prerequisite met (companion).
       TALLY-STUDENT-COURSE.
           MOVE ctCourseCode (Course-Index) TO Check-CourseCode
           PERFORM CHECK-STUDENT-RESULT
           IF Check-Passed
               EXIT PARAGRAPH
           END-IF
           MOVE Next-Key TO Check-Key
           PERFORM CHECK-STUDENT-REGIST
           IF Found-Check-Regist
               EXIT PARAGRAPH
           END-IF
           IF Check-Current-Graded = "Y"
                   AND Check-Current-Grade < Pass-Grade
               ADD 1 TO ctRepeat (Course-Index)
               EXIT PARAGRAPH
           END-IF
           MOVE Current-Key TO Check-Key
           PERFORM CHECK-STUDENT-REGIST
           IF Found-Check-Regist AND Check-Current-Graded NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE CourseCode TO Seek-Programme
           PERFORM CHECK-PROGRAMME-COURSE
           IF ctPrereq (Course-Index) = SPACES
               IF Programme-Course
                   ADD 1 TO ctCompanion (Course-Index)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ctPrereq (Course-Index) TO Check-CourseCode
           PERFORM CHECK-STUDENT-RESULT
           IF Check-First-Pass-Key = Current-Key
               ADD 1 TO ctProgressing (Course-Index)
               EXIT PARAGRAPH
           END-IF
           IF Check-Passed AND Programme-Course
               ADD 1 TO ctCompanion (Course-Index)
           END-IF.

      * The student's result in Check-CourseCode; a transfer credit
      * counts as passed.
       CHECK-STUDENT-RESULT.
           MOVE "N" TO Check-Passed-Switch Check-Current-Graded
           MOVE ZEROS TO Check-Best-Grade Check-Current-Grade
               Check-First-Pass-Key
           PERFORM VARYING Student-Row-Index FROM 1 BY 1
                   UNTIL Student-Row-Index > Student-Result-Count
               MOVE srIndex (Student-Row-Index) TO Result-Index
               IF rsCourseCode (Result-Index) = Check-CourseCode
                   MOVE rsBestGrade (Result-Index) TO Check-Best-Grade
                   MOVE rsCurrentGraded (Result-Index)
                       TO Check-Current-Graded
                   MOVE rsCurrentGrade (Result-Index)
                       TO Check-Current-Grade
                   MOVE rsFirstPassKey (Result-Index)
                       TO Check-First-Pass-Key
                   IF Check-Best-Grade NOT < Pass-Grade
                       SET Check-Passed TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING Student-Row-Index FROM 1 BY 1
                   UNTIL Student-Row-Index > Student-Transfer-Count
               MOVE sxIndex (Student-Row-Index) TO Transfer-Index
               IF xftCourseCode (Transfer-Index) = Check-CourseCode
                   SET Check-Passed TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Whether the student holds a registration, not withdrawn, for
      * Check-CourseCode in the term keyed by Check-Key.
       CHECK-STUDENT-REGIST.
           MOVE "N" TO Check-Regist-Switch
           PERFORM VARYING Student-Row-Index FROM 1 BY 1
                   UNTIL Student-Row-Index > Student-Regist-Count
               MOVE sgIndex (Student-Row-Index) TO Regist-Index
               IF rgtCourseCode (Regist-Index) = Check-CourseCode
                       AND rgtKey (Regist-Index) = Check-Key
                       AND rgtStatus (Regist-Index) NOT = "W"
                   SET Found-Check-Regist TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * STUDENTS.ARC records share the STUDREC layout; reading them
      * through the StudentFile record area lets both passes use the
      * same accumulation.
       TALLY-INTAKE.
           MOVE SPACES TO StudentRecord
           OPEN INPUT ArchiveFile
           IF Archive-File-Status = "00"
               READ ArchiveFile
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentFile
                   MOVE ArchiveRecord TO StudentRecord
                   PERFORM ACCUMULATE-ONE-INTAKE
                   READ ArchiveFile
                       AT END SET EndOfStudentFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
           END-IF
           MOVE SPACES TO StudentRecord
           OPEN INPUT StudentFile
           IF Student-File-Status = "00"
               PERFORM READ-NEXT-STUDENT
               PERFORM UNTIL EndOfStudentFile
                   PERFORM ACCUMULATE-ONE-INTAKE
                   PERFORM READ-NEXT-STUDENT
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ACCUMULATE-ONE-INTAKE.
           MOVE CourseCode TO Seek-Programme
           PERFORM FIND-OR-ADD-INTAKE
           IF Intake-Index = 0
               EXIT PARAGRAPH
           END-IF
           IF IntakeYear = Next-Prior-Year AND IntakeTerm = Next-Term
               ADD 1 TO itLastYear (Intake-Index)
           END-IF
           IF IntakeYear = Filter-Year AND IntakeTerm = Filter-Term
               ADD 1 TO itCurrent (Intake-Index)
           END-IF
           IF IntakeYear = Prior-Year AND IntakeTerm = Filter-Term
               ADD 1 TO itPriorCurrent (Intake-Index)
           END-IF
           IF IntakeYear = Next-Year AND IntakeTerm = Next-Term
               ADD 1 TO itAdmitted (Intake-Index)
           END-IF.

       FIND-OR-ADD-INTAKE.
           PERFORM VARYING Intake-Index FROM 1 BY 1
                   UNTIL Intake-Index > Intake-Count
               IF itCourseCode (Intake-Index) = Seek-Programme
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF Intake-Count < 50
               ADD 1 TO Intake-Count
               MOVE Intake-Count TO Intake-Index
               INITIALIZE Intake-Entry (Intake-Index)
               MOVE Seek-Programme TO itCourseCode (Intake-Index)
           ELSE
               MOVE ZEROS TO Intake-Index
           END-IF.

      * Waitlisted applicants are demand the intake trend cannot see:
      * the trend counts the students admitted, and these are the
      * ones turned away once the programme was full.
       TALLY-WAITLIST.
           OPEN INPUT WaitlistFile
           IF Waitlist-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WaitlistFile
               AT END SET EndOfWaitlistFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfWaitlistFile
               MOVE wlTransRecord TO Wait-Trans-Area
               MOVE wtaCourseCode TO Seek-Programme
               PERFORM FIND-OR-ADD-INTAKE
               IF Intake-Index > 0
                   ADD 1 TO itWaiting (Intake-Index)
               END-IF
               READ WaitlistFile
                   AT END SET EndOfWaitlistFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE WaitlistFile.

      * Expected intake is last year's intake for the next term,
      * scaled by how this term's intake compares with the same term
      * a year earlier, less those already admitted.  It and the
      * waitlist fall on the programme's entry courses - the
      * programme itself and its companions with no prerequisite.
       DISTRIBUTE-INTAKE.
           PERFORM VARYING Intake-Index FROM 1 BY 1
                   UNTIL Intake-Index > Intake-Count
               IF itPriorCurrent (Intake-Index) > 0
                   COMPUTE Intake-Forecast ROUNDED =
                       itLastYear (Intake-Index)
                           * itCurrent (Intake-Index)
                           / itPriorCurrent (Intake-Index)
               ELSE
                   MOVE itLastYear (Intake-Index) TO Intake-Forecast
               END-IF
               IF Intake-Forecast > itAdmitted (Intake-Index)
                   COMPUTE itExpected (Intake-Index) =
                       Intake-Forecast - itAdmitted (Intake-Index)
               ELSE
                   MOVE ZEROS TO itExpected (Intake-Index)
               END-IF
               MOVE itCourseCode (Intake-Index) TO Seek-Programme
               PERFORM VARYING Course-Index FROM 1 BY 1
                       UNTIL Course-Index > Course-Count
                   IF ctPrereq (Course-Index) = SPACES
                       MOVE ctCourseCode (Course-Index)
                           TO Check-CourseCode
                       PERFORM CHECK-PROGRAMME-COURSE
                       IF Programme-Course
                           ADD itExpected (Intake-Index)
                               TO ctIntake (Course-Index)
                           ADD itWaiting (Intake-Index)
                               TO ctWaiting (Course-Index)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ROOMS.
           OPEN INPUT RoomFile
           IF Room-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RoomFile
               AT END SET EndOfRoomFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRoomFile
               IF Room-Count < 200
                   ADD 1 TO Room-Count
                   MOVE rmRoomCode TO rmtRoomCode (Room-Count)
                   MOVE rmCapacity TO rmtCapacity (Room-Count)
               END-IF
               READ RoomFile
                   AT END SET EndOfRoomFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE RoomFile.

      * A section offers its room's capacity in seats.
       LOAD-SECTIONS.
           OPEN INPUT SectionFile
           IF Section-File-Status NOT = "00"
               DISPLAY "Warning - SECTIONS.DAT not found, every "
                   "course will show no seats offered"
               EXIT PARAGRAPH
           END-IF
           READ SectionFile
               AT END SET EndOfSectionFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSectionFile
               MOVE scCourseCode TO Seek-CourseCode
               PERFORM FIND-COURSE
               IF Found-Course
                   ADD 1 TO ctSections (Course-Index)
                   PERFORM VARYING Room-Index FROM 1 BY 1
                           UNTIL Room-Index > Room-Count
                       IF rmtRoomCode (Room-Index) = scRoom
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF Room-Index > Room-Count
                       ADD Default-Section-Seats
                           TO ctSeats (Course-Index)
                   ELSE
                       ADD rmtCapacity (Room-Index)
                           TO ctSeats (Course-Index)
                   END-IF
               END-IF
               READ SectionFile
                   AT END SET EndOfSectionFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectionFile.

       LOAD-COURSE-CAPACITIES.
           OPEN INPUT CourseCapFile
           IF CourseCap-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CourseCapFile
               AT END SET EndOfCourseCapFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseCapFile
               MOVE ccCourseCode TO Seek-CourseCode
               PERFORM FIND-COURSE
               IF Found-Course
                   MOVE ccCapacity TO ctCapacity (Course-Index)
               END-IF
               READ CourseCapFile
                   AT END SET EndOfCourseCapFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CourseCapFile.

       PRINT-FORECAST.
           OPEN OUTPUT ForecastFile
           MOVE Next-Term TO fhNextTerm
           MOVE Next-Year TO fhNextYear
           MOVE Filter-Term TO fhTerm
           MOVE Filter-Year TO fhYear
           WRITE Forecast-Line FROM Forecast-Header
           WRITE Forecast-Line FROM Forecast-LineBreak
           WRITE Forecast-Line FROM Column-Heading-Line
           WRITE Forecast-Line FROM Forecast-LineBreak
           PERFORM VARYING Course-Index FROM 1 BY 1
                   UNTIL Course-Index > Course-Count
               PERFORM WRITE-COURSE-FORECAST
           END-PERFORM
           WRITE Forecast-Line FROM Forecast-LineBreak
           MOVE Total-Demand TO ftlDemand
           MOVE Total-Seats TO ftlSeats
           WRITE Forecast-Line FROM Forecast-Total-Line
           MOVE Add-Count TO falAdd
           MOVE Cancel-Count TO falCancel
           MOVE Capped-Count TO falCapped
           WRITE Forecast-Line FROM Forecast-Action-Line
           WRITE Forecast-Line FROM Forecast-Blank-Line
           WRITE Forecast-Line FROM Legend-Line-1
           WRITE Forecast-Line FROM Legend-Line-2
           CLOSE ForecastFile.

      * Sections needed is demand over the course's average section
      * size, rounded up; the difference from the sections on the
      * timetable is the recommendation.  A course with demand keeps
      * at least one section.
       WRITE-COURSE-FORECAST.
           COMPUTE Weighted-Demand =
               (ctProgressing (Course-Index)
                   + ctCompanion (Course-Index))
                   * ctRatePct (Course-Index) / 100
           COMPUTE ctDemand (Course-Index) ROUNDED =
               ctFirm (Course-Index) + ctRepeat (Course-Index)
                   + ctIntake (Course-Index)
                   + ctWaiting (Course-Index) + Weighted-Demand
           IF ctSections (Course-Index) > 0
               DIVIDE ctSeats (Course-Index)
                   BY ctSections (Course-Index)
                   GIVING Section-Size ROUNDED
           ELSE
               MOVE Default-Section-Seats TO Section-Size
           END-IF
           IF Section-Size = 0
               MOVE Default-Section-Seats TO Section-Size
           END-IF
           DIVIDE ctDemand (Course-Index) BY Section-Size
               GIVING Sections-Needed
           IF Sections-Needed * Section-Size < ctDemand (Course-Index)
               ADD 1 TO Sections-Needed
           END-IF
           EVALUATE TRUE
               WHEN Sections-Needed > ctSections (Course-Index)
                   COMPUTE Section-Change =
                       Sections-Needed - ctSections (Course-Index)
                   MOVE Section-Change TO raCount
                   MOVE Recommend-Add TO fdlRecommend
                   ADD 1 TO Add-Count
               WHEN Sections-Needed < ctSections (Course-Index)
                   COMPUTE Section-Change =
                       ctSections (Course-Index) - Sections-Needed
                   MOVE Section-Change TO rcCount
                   MOVE Recommend-Cancel TO fdlRecommend
                   ADD 1 TO Cancel-Count
               WHEN OTHER
                   MOVE "NO CHANGE" TO fdlRecommend
           END-EVALUATE
           MOVE ctCourseCode (Course-Index) TO fdlCourseCode
           MOVE ctFirm (Course-Index) TO fdlFirm
           MOVE ctRepeat (Course-Index) TO fdlRepeat
           MOVE ctProgressing (Course-Index) TO fdlProgressing
           MOVE ctCompanion (Course-Index) TO fdlCompanion
           MOVE ctIntake (Course-Index) TO fdlIntake
           MOVE ctWaiting (Course-Index) TO fdlWaiting
           MOVE ctRatePct (Course-Index) TO fdlRatePct
           MOVE ctDemand (Course-Index) TO fdlDemand
           MOVE ctSections (Course-Index) TO fdlSections
           MOVE ctSeats (Course-Index) TO fdlSeats
           WRITE Forecast-Line FROM Forecast-Detail-Line
           IF ctCapacity (Course-Index) > 0
                   AND ctCapacity (Course-Index) <
                       ctDemand (Course-Index)
               MOVE ctCapacity (Course-Index) TO cnlCapacity
               WRITE Forecast-Line FROM Capacity-Note-Line
               ADD 1 TO Capped-Count
           END-IF
           ADD ctDemand (Course-Index) TO Total-Demand
           ADD ctSeats (Course-Index) TO Total-Seats.

       END PROGRAM CourseDemandFcst.
