      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Operator front end to AcadIndexBuild for the indexed
      *         registration and grade files.  C converts - builds
      *         REGIST.IDX and GRADES.IDX from the sequential
      *         REGIST.DAT and GRADES.DAT, the once-off move to the
      *         indexed files or a restore from an archived image;
      *         R rebuilds an index in place from its own contents;
      *         U unloads an index to its sequential image for an
      *         archive or an outside extract.  A convert replaces
      *         whatever the index already holds, so it asks for
      *         confirmation first.  Ends with a JOBLOG completion
      *         record and RETURN-CODE 16 when the build failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcadIndexRun.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  Entry-Function               PIC X.
       01  Entry-Files                  PIC X.
       01  Entry-Answer                 PIC X.

       COPY IDXBLD.

      * Completion record appended to the shared JOBLOG.DAT at end
      * of run via JobLogWrite.
       COPY JOBLOG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AcadIndexRun - registration and grade indexes"
           DISPLAY "C=convert from REGIST.DAT/GRADES.DAT, "
               "R=rebuild, U=unload : " WITH NO ADVANCING
           ACCEPT Entry-Function
           EVALUATE Entry-Function
               WHEN "C" WHEN "c"
                   SET ibLoad TO TRUE
               WHEN "R" WHEN "r"
                   SET ibRebuild TO TRUE
               WHEN "U" WHEN "u"
                   SET ibUnload TO TRUE
               WHEN OTHER
                   DISPLAY "Error - function must be C, R or U"
                   STOP RUN
           END-EVALUATE
           DISPLAY "R=registrations, G=grades, B=both      : "
               WITH NO ADVANCING
           ACCEPT Entry-Files
           EVALUATE Entry-Files
               WHEN "R" WHEN "r"
                   SET ibRegist-Only TO TRUE
               WHEN "G" WHEN "g"
                   SET ibGrades-Only TO TRUE
               WHEN "B" WHEN "b"
                   SET ibBoth-Files TO TRUE
               WHEN OTHER
                   DISPLAY "Error - files must be R, G or B"
                   STOP RUN
           END-EVALUATE
           IF ibLoad
               DISPLAY "Convert replaces the index contents with the "
                   "sequential image"
               DISPLAY "Continue (Y/N)                         : "
                   WITH NO ADVANCING
               ACCEPT Entry-Answer
               IF Entry-Answer NOT = "Y" AND Entry-Answer NOT = "y"
                   DISPLAY "AcadIndexRun - nothing done"
                   STOP RUN
               END-IF
           END-IF

           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               MOVE ZEROS TO RETURN-CODE
               DISPLAY "AcadIndexRun - " ibRegist-Count
                   " registration(s), " ibGrade-Count " grade(s)"
               IF ibSuperseded-Count > ZEROS
                   DISPLAY "AcadIndexRun - " ibSuperseded-Count
                       " duplicate key(s) superseded by a later "
                       "record"
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
               DISPLAY "AcadIndexRun - build failed, see the "
                   "messages above"
           END-IF
           PERFORM WRITE-JOB-LOG
           STOP RUN.

       WRITE-JOB-LOG.
           MOVE "AcadIndexRun" TO jlProgramName
           ADD ibRegist-Count ibGrade-Count GIVING jlRecordsWritten
           ADD ibSuperseded-Count jlRecordsWritten
               GIVING jlRecordsRead
           MOVE ibSuperseded-Count TO jlRecordsRejected
           MOVE RETURN-CODE TO jlReturnCode
           CALL "JobLogWrite" USING JobLog-Record.

       END PROGRAM AcadIndexRun.
