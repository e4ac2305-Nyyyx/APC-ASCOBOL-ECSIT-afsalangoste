      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Answer "what fee was this student promised" on behalf
      *         of whichever program CALLs it, the way WorkdayCheck
      *         answers working-day questions.  The FEESCHED.DAT
      *         cohort fee schedules FeeScheduleMaint maintains are
      *         searched for the caller's CourseCode, and the latest
      *         schedule whose intake cohort is at or before the
      *         student's own IntakeYear and IntakeTerm is the fee in
      *         force when the student started.  A student older
      *         than every schedule for the course - or a course
      *         with none - answers no schedule, and the caller
      *         charges the current COURSEFEE.DAT rate.  Cohorts
      *         order by year, then SP, SU, FA within the year.  The
      *         schedules are read on the first CALL and kept for
      *         the rest of the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CohortFee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeScheduleFile ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Schedule-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FeeScheduleFile.
       COPY FSCHREC.

       WORKING-STORAGE SECTION.
       01  Fee-Schedule-File-Status  PIC XX.
       01  Loaded-Switch             PIC X      VALUE "N".
           88  Schedules-Loaded      VALUE "Y".

       01  Schedule-Table.
           02  Schedule-Entry        OCCURS 500 TIMES.
               03  fstCourseCode     PIC X(6).
               03  fstIntakeYear     PIC 9(4).
               03  fstIntakeTerm     PIC X(2).
               03  fstRank           PIC 9(5).
               03  fstFee            PIC 9(5)V99.
       01  Schedule-Count            PIC 9(3)   VALUE ZEROS.
       01  Schedule-Index            PIC 9(3)   VALUE ZEROS.

       01  Rank-Year                 PIC 9(4).
       01  Rank-Term                 PIC X(2).
       01  Cohort-Rank               PIC 9(5)   VALUE ZEROS.
       01  Student-Rank              PIC 9(5)   VALUE ZEROS.
       01  Best-Rank                 PIC 9(5)   VALUE ZEROS.

       LINKAGE SECTION.
       COPY COHFEE.

       PROCEDURE DIVISION USING Cohort-Fee-Area.
       MAIN-PROCEDURE.
           IF NOT Schedules-Loaded
               PERFORM LOAD-SCHEDULES
           END-IF
           SET cfaNo-Schedule TO TRUE
           MOVE ZEROS TO cfaFee cfaFromYear Best-Rank
           MOVE SPACES TO cfaFromTerm
           MOVE cfaIntakeYear TO Rank-Year
           MOVE cfaIntakeTerm TO Rank-Term
           PERFORM COMPUTE-COHORT-RANK
           MOVE Cohort-Rank TO Student-Rank
           PERFORM VARYING Schedule-Index FROM 1 BY 1
                   UNTIL Schedule-Index > Schedule-Count
               IF fstCourseCode (Schedule-Index) = cfaCourseCode
                       AND fstRank (Schedule-Index) NOT > Student-Rank
                       AND fstRank (Schedule-Index) > Best-Rank
                   SET cfaSchedule-Found TO TRUE
                   MOVE fstRank (Schedule-Index) TO Best-Rank
                   MOVE fstFee (Schedule-Index) TO cfaFee
                   MOVE fstIntakeYear (Schedule-Index) TO cfaFromYear
                   MOVE fstIntakeTerm (Schedule-Index) TO cfaFromTerm
               END-IF
           END-PERFORM
           GOBACK.

      * Year then term, so FA2025 sorts after SU2025 and before
      * SP2026; an intake with no year ranks before every schedule.
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

       LOAD-SCHEDULES.
           SET Schedules-Loaded TO TRUE
           OPEN INPUT FeeScheduleFile
           IF Fee-Schedule-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FeeScheduleFile
               AT END SET EndOfFeeScheduleFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfFeeScheduleFile
               IF Schedule-Count < 500
                   ADD 1 TO Schedule-Count
                   MOVE fsCourseCode TO fstCourseCode (Schedule-Count)
                   MOVE fsIntakeYear TO fstIntakeYear (Schedule-Count)
                   MOVE fsIntakeTerm TO fstIntakeTerm (Schedule-Count)
                   MOVE fsFee TO fstFee (Schedule-Count)
                   MOVE fsIntakeYear TO Rank-Year
                   MOVE fsIntakeTerm TO Rank-Term
                   PERFORM COMPUTE-COHORT-RANK
                   MOVE Cohort-Rank TO fstRank (Schedule-Count)
               ELSE
                   DISPLAY "Warning - Schedule-Table full, "
                       "FEESCHED.DAT schedules past 500 ignored"
                   EXIT PERFORM
               END-IF
               READ FeeScheduleFile
                   AT END SET EndOfFeeScheduleFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE FeeScheduleFile.

       END PROGRAM CohortFee.
