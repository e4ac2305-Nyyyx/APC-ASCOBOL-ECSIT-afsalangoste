      ******************************************************************
      * Copybook: IDXBLD
      * Purpose:  Linkage area for the AcadIndexBuild subprogram,
      *           which keeps the indexed registration and grade
      *           files (REGIST.IDX, GRADES.IDX) and their sequential
      *           images (REGIST.DAT, GRADES.DAT).  The caller asks
      *           for ibUnload (copy the index out to its image, for a
      *           whole-file program or an archive), ibLoad (build
      *           the index from its image - the original conversion,
      *           or the reload after a whole-file change) or
      *           ibRebuild (unload then load, to reorganize the
      *           index in place), on REGIST, GRADES or both, and
      *           checks ibDone.  A load keeps the last of two image
      *           records with the same key; each one it replaces is
      *           counted in ibSuperseded-Count and listed on the
      *           console.
      ******************************************************************
       01 Index-Build-Area.
           02 ibFunction           PIC X.
               88 ibUnload         VALUE "U".
               88 ibLoad           VALUE "L".
               88 ibRebuild        VALUE "R".
           02 ibFiles              PIC X.
               88 ibRegist-Only    VALUE "R".
               88 ibGrades-Only    VALUE "G".
               88 ibBoth-Files     VALUE "B".
           02 ibResult             PIC X.
               88 ibDone           VALUE "Y".
               88 ibFailed         VALUE "N".
           02 ibRegist-Count       PIC 9(7).
           02 ibGrade-Count        PIC 9(7).
           02 ibSuperseded-Count   PIC 9(7).
