      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the FEESCHED.DAT cohort fee schedules, so the
      *         registrar can record the fee each intake cohort was
      *         promised for a course when COURSEFEE.DAT changes.  A
      *         schedule is keyed by CourseCode, IntakeYear and
      *         IntakeTerm; keying an existing schedule changes its
      *         fee, and a fee of zero removes it.  The course must be
      *         on COURSEFEE.DAT.  The file is rewritten in course and
      *         cohort order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeScheduleMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeScheduleFile ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Schedule-File-Status.
           SELECT CourseFeeFile ASSIGN TO "COURSEFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseFee-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FeeScheduleFile.
       COPY FSCHREC.

       FD CourseFeeFile.
       01  CourseFee-Rec.
           88  EndOfCourseFeeFile        VALUE HIGH-VALUES.
           02  cfCourseCode              PIC X(6).
           02  cfFee                     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  Fee-Schedule-File-Status     PIC XX.
       01  CourseFee-File-Status        PIC XX.

       01  CourseFee-Table.
           02  CourseFee-Entry          OCCURS 50 TIMES.
               03  cftCourseCode        PIC X(6).
               03  cftFee               PIC 9(5)V99 VALUE ZEROS.
       01  CourseFee-Count              PIC 9(3)   VALUE ZEROS.
       01  CourseFee-Index              PIC 9(3)   VALUE ZEROS.

       01  Schedule-Table.
           02  Schedule-Entry           OCCURS 500 TIMES.
               03  fstCourseCode        PIC X(6).
               03  fstIntakeYear        PIC 9(4).
               03  fstIntakeTerm        PIC X(2).
               03  fstRank              PIC 9(5).
               03  fstFee               PIC 9(5)V99.
       01  Schedule-Count               PIC 9(3)   VALUE ZEROS.
       01  Schedule-Index               PIC 9(3)   VALUE ZEROS.
       01  Insert-Index                 PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Schedule           VALUE "Y".
       01  Course-Switch                PIC X      VALUE "N".
           88  Course-On-File           VALUE "Y".

       01  Rank-Year                    PIC 9(4).
       01  Rank-Term                    PIC X(2).
       01  Cohort-Rank                  PIC 9(5)   VALUE ZEROS.

       01  Entry-CourseCode             PIC X(6).
       01  Entry-IntakeYear             PIC 9(4).
       01  Entry-IntakeTerm             PIC X(2).
           88  Entry-Term-Valid         VALUES "SP" "SU" "FA".
       01  Entry-Fee                    PIC 9(5)V99.
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-COURSE-FEES
           PERFORM LOAD-SCHEDULES
           DISPLAY "FeeScheduleMaint - cohort fee schedule maintenance"
           DISPLAY "Enter a CourseCode, intake cohort and fee, or "
               "blank CourseCode to finish."
           DISPLAY "A fee of zero removes the cohort's schedule."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "CourseCode (blank to end) : " WITH NO ADVANCING
               ACCEPT Entry-CourseCode
               IF Entry-CourseCode = SPACES
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM PROCESS-ONE-SCHEDULE
               END-IF
           END-PERFORM
           PERFORM SAVE-SCHEDULES
           STOP RUN.

       PROCESS-ONE-SCHEDULE.
           PERFORM CHECK-COURSE-ON-FILE
           IF NOT Course-On-File
               DISPLAY "Course " Entry-CourseCode
                   " is not on COURSEFEE.DAT - not changed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Intake year (e.g. 2026) : " WITH NO ADVANCING
           ACCEPT Entry-IntakeYear
           DISPLAY "Intake term (SP, SU or FA) : " WITH NO ADVANCING
           ACCEPT Entry-IntakeTerm
           IF Entry-IntakeYear = ZEROS OR NOT Entry-Term-Valid
               DISPLAY "Intake cohort " Entry-IntakeTerm
                   Entry-IntakeYear " is not valid - not changed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fee for " Entry-CourseCode " from "
               Entry-IntakeTerm Entry-IntakeYear
               " (e.g. 00450.00, zero to remove) : " WITH NO ADVANCING
           ACCEPT Entry-Fee
           MOVE Entry-IntakeYear TO Rank-Year
           MOVE Entry-IntakeTerm TO Rank-Term
           PERFORM COMPUTE-COHORT-RANK
           PERFORM FIND-SCHEDULE
           EVALUATE TRUE
               WHEN Entry-Fee = ZEROS AND Found-Schedule
                   PERFORM REMOVE-SCHEDULE
                   DISPLAY "Course " Entry-CourseCode " schedule from "
                       Entry-IntakeTerm Entry-IntakeYear " removed"
               WHEN Entry-Fee = ZEROS
                   DISPLAY "Course " Entry-CourseCode
                       " has no schedule from " Entry-IntakeTerm
                       Entry-IntakeYear
               WHEN Found-Schedule
                   MOVE Entry-Fee TO fstFee (Schedule-Index)
                   DISPLAY "Course " Entry-CourseCode " from "
                       Entry-IntakeTerm Entry-IntakeYear
                       " fee set to " Entry-Fee
               WHEN OTHER
                   PERFORM INSERT-SCHEDULE
           END-EVALUATE.

       CHECK-COURSE-ON-FILE.
           MOVE "N" TO Course-Switch
           PERFORM VARYING CourseFee-Index FROM 1 BY 1
                   UNTIL CourseFee-Index > CourseFee-Count
               IF cftCourseCode (CourseFee-Index) = Entry-CourseCode
                   SET Course-On-File TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Leaves Schedule-Index on the matching schedule when found;
      * otherwise Insert-Index is where the new schedule belongs to
      * keep the table in course and cohort order.
       FIND-SCHEDULE.
           MOVE "N" TO Found-Switch
           COMPUTE Insert-Index = Schedule-Count + 1
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               IF fstCourseCode (Schedule-Index) = Entry-CourseCode
                       AND fstRank (Schedule-Index) = Cohort-Rank
                   SET Found-Schedule TO TRUE
                   EXIT PERFORM
               END-IF
               IF fstCourseCode (Schedule-Index) > Entry-CourseCode
                       OR (fstCourseCode (Schedule-Index)
                           = Entry-CourseCode
                       AND fstRank (Schedule-Index) > Cohort-Rank)
                   MOVE Schedule-Index TO Insert-Index
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       INSERT-SCHEDULE.
           IF Schedule-Count NOT < 500
               DISPLAY "Warning - Schedule-Table full, schedule for "
                   Entry-CourseCode " not added"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-SCHEDULE
           DISPLAY "Course " Entry-CourseCode " from "
               Entry-IntakeTerm Entry-IntakeYear
               " schedule added at " Entry-Fee.

       REMOVE-SCHEDULE.
           PERFORM VARYING Schedule-Index FROM Schedule-Index BY 1
                   UNTIL Schedule-Index NOT < Schedule-Count
               MOVE Schedule-Entry (Schedule-Index + 1)
                   TO Schedule-Entry (Schedule-Index)
           END-PERFORM
           SUBTRACT 1 FROM Schedule-Count.

      * Year then term, so FA2025 sorts after SU2025 and before
      * SP2026 - the same order CohortFee matches on.
       COMPUTE-COHORT-RANK.
           EVALUATE Rank-Term
               WHEN "SP"
                   COMPUTE Cohort-Rank = Rank-Year * 10 + 1
               WHEN "SU"
                   COMPUTE Cohort-Rank = Rank-Year * 10 + 2
               WHEN "FA"
                   COMPUTE Cohort-Rank = Rank-Year * 10 + 3
               WHEN OTHER
                   COMPUTE Cohort-Rank = Rank-Year * 10
           END-EVALUATE.

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
               DISPLAY "COURSEFEE.DAT not found - no course can be "
                   "given a schedule."
           END-IF.

      * The file is kept in course and cohort order, but each record
      * is placed as it is read so a hand-edited file is put right
      * on the next save.
       LOAD-SCHEDULES.
           OPEN INPUT FeeScheduleFile
           IF Fee-Schedule-File-Status NOT = "00"
               DISPLAY "FEESCHED.DAT not found - starting a new "
                   "schedule file."
               EXIT PARAGRAPH
           END-IF
           READ FeeScheduleFile
               AT END SET EndOfFeeScheduleFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfFeeScheduleFile
               MOVE fsCourseCode TO Entry-CourseCode
               MOVE fsIntakeYear TO Entry-IntakeYear
               MOVE fsIntakeTerm TO Entry-IntakeTerm
               MOVE fsFee TO Entry-Fee
               MOVE fsIntakeYear TO Rank-Year
               MOVE fsIntakeTerm TO Rank-Term
               PERFORM COMPUTE-COHORT-RANK
               PERFORM FIND-SCHEDULE
               IF Found-Schedule
                   MOVE Entry-Fee TO fstFee (Schedule-Index)
               ELSE
                   PERFORM LOAD-ONE-SCHEDULE
               END-IF
               READ FeeScheduleFile
                   AT END SET EndOfFeeScheduleFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeeScheduleFile.

       LOAD-ONE-SCHEDULE.
           IF Schedule-Count NOT < 500
               DISPLAY "Warning - Schedule-Table full, schedule for "
                   Entry-CourseCode " not loaded"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Schedule-Index FROM Schedule-Count BY -1
                   UNTIL Schedule-Index < Insert-Index
               MOVE Schedule-Entry (Schedule-Index)
                   TO Schedule-Entry (Schedule-Index + 1)
           END-PERFORM
           ADD 1 TO Schedule-Count
           MOVE Entry-CourseCode TO fstCourseCode (Insert-Index)
           MOVE Entry-IntakeYear TO fstIntakeYear (Insert-Index)
           MOVE Entry-IntakeTerm TO fstIntakeTerm (Insert-Index)
           MOVE Cohort-Rank TO fstRank (Insert-Index)
           MOVE Entry-Fee TO fstFee (Insert-Index).

       SAVE-SCHEDULES.
           OPEN OUTPUT FeeScheduleFile
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               MOVE fstCourseCode (Schedule-Index) TO fsCourseCode
               MOVE fstIntakeYear (Schedule-Index) TO fsIntakeYear
               MOVE fstIntakeTerm (Schedule-Index) TO fsIntakeTerm
               MOVE fstFee (Schedule-Index) TO fsFee
               WRITE FeeScheduleRecord
           END-PERFORM
           CLOSE FeeScheduleFile.

       END PROGRAM FeeScheduleMaint.
