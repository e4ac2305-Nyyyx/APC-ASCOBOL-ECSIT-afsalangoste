      *         DupScanRpt) into one record: the operator names the
      *         surviving StudentID and the one to retire, the
      *         retiring ID's history rows on PAYMENTS.DAT,
      *         REGIST.IDX, GRADES.IDX, STUDADDR.DAT and
      *         UNITSENR.DAT are rewritten onto the survivor, and a
      *         Trans-Delete for the retired
      *         ID is queued through the normal TRANSINS.DAT batch
      *            supervisor approves it with ActionApprove, and
      *            only then does a rerun actually fold the records
      *            together.  The whole trail lands on OPERLOG.DAT.
      * 10/15/2026 - Registrations and grades now live on the indexed
      *            REGIST.IDX and GRADES.IDX: each is unloaded to its
      *            REGIST.DAT/GRADES.DAT image through AcadIndexBuild,
      *            carried there like the other files, and loaded
      *            back when anything was carried.  An index that
      *            cannot be unloaded is left alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentMerge.
           02  hflName               PIC X(12)  OCCURS 5 TIMES.
       01  History-File-Index        PIC 9      VALUE ZEROS.

      * The indexed registration and grade files are carried through
      * their sequential images; an image is only touched when its
      * index was unloaded to it this run.
       COPY IDXBLD.

       01  Regist-Image-Switch       PIC X      VALUE "N".
           88  Regist-Image-Ready    VALUE "Y".
       01  Grade-Image-Switch        PIC X      VALUE "N".
           88  Grade-Image-Ready     VALUE "Y".
       01  Regist-Reload-Switch      PIC X      VALUE "N".
           88  Regist-Reload-Needed  VALUE "Y".
       01  Grade-Reload-Switch       PIC X      VALUE "N".
           88  Grade-Reload-Needed   VALUE "Y".

       01  History-Buffer.
           02  History-Buffer-Entry  PIC X(80)  OCCURS 2000 TIMES.
       01  History-Buffer-Count      PIC 9(4)   VALUE ZEROS.
           DISPLAY "StudentMerge - approved action " agActionNo
               " found, proceeding"

           PERFORM UNLOAD-ACADEMIC-FILES
           PERFORM CARRY-ONE-HISTORY-FILE
               VARYING History-File-Index FROM 1 BY 1
               UNTIL History-File-Index > 5
           PERFORM RELOAD-ACADEMIC-FILES

           PERFORM LOAD-EXISTING-TRANSACTIONS
           PERFORM QUEUE-DELETE-TRANSACTION
      * bytes, so one load/substitute/rewrite pass serves them all.
       CARRY-ONE-HISTORY-FILE.
           MOVE hflName (History-File-Index) TO History-File-Name
           IF History-File-Name = "REGIST.DAT"
                   AND NOT Regist-Image-Ready
               EXIT PARAGRAPH
           END-IF
           IF History-File-Name = "GRADES.DAT"
                   AND NOT Grade-Image-Ready
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO History-Buffer-Count Carried-Count
           MOVE "N" TO End-Of-History-Switch
           OPEN INPUT HistoryFile
               END-PERFORM
               CLOSE HistoryFile
               IF Carried-Count > 0
                   IF History-File-Name = "REGIST.DAT"
                       SET Regist-Reload-Needed TO TRUE
                   END-IF
                   IF History-File-Name = "GRADES.DAT"
                       SET Grade-Reload-Needed TO TRUE
                   END-IF
                   OPEN OUTPUT HistoryFile
                   PERFORM VARYING History-Buffer-Index FROM 1 BY 1
                           UNTIL History-Buffer-Index >
                   " record(s) carried to " Survivor-StudentID
           END-IF.

       UNLOAD-ACADEMIC-FILES.
           SET ibUnload TO TRUE
           SET ibRegist-Only TO TRUE
           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               SET Regist-Image-Ready TO TRUE
           ELSE
               DISPLAY "Warning - REGIST.IDX not unloaded, "
                   "registrations not carried"
           END-IF
           SET ibGrades-Only TO TRUE
           CALL "AcadIndexBuild" USING Index-Build-Area
           IF ibDone
               SET Grade-Image-Ready TO TRUE
           ELSE
               DISPLAY "Warning - GRADES.IDX not unloaded, "
                   "grades not carried"
           END-IF.

      * A failed reload leaves the carried image on disk for
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

       READ-NEXT-HISTORY.
           READ HistoryFile
               AT END SET End-Of-History TO TRUE
